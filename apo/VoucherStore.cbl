       class-id apo.VoucherStore.

      *> Disk persistence for gift vouchers, replacing the exercise
      *> book they used to be written up in.  One line per voucher,
      *> code|sold|balance|buyerPhone|soldAt|expires|receipt|soldBy;
      *> the balance is rewritten in place as the voucher is spent,
      *> under the same StoreLock discipline as BundleStore's
      *> sessions, so two tills can't both spend the last euros.
      *> Codes run VR000001, VR000002, ... in sale order -- short
      *> enough to write on the paper voucher by hand.

       working-storage section.
       01 DataPath   string value "vouchers.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value v as type apo.VoucherRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(v::VoucherCode)
           invoke parts::Add(v::AmountSold::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(v::Balance::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(v::BuyerPhone::Replace(Delimiter " "))
           invoke parts::Add(v::SoldAt::ToString("o"))
           invoke parts::Add(v::ExpiresAt::ToString("yyyy-MM-dd"))
           invoke parts::Add(v::ReceiptNumber::ToString())
           invoke parts::Add(v::SoldBy)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.VoucherRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.VoucherRecord()
           set result::VoucherCode to f(1)
           invoke type System.Decimal::Parse(f(2)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::AmountSold
           invoke type System.Decimal::Parse(f(3)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::Balance
           set result::BuyerPhone to f(4)
           invoke type DateTime::Parse(f(5)) returning result::SoldAt
           invoke type DateTime::Parse(f(6)) returning result::ExpiresAt
           invoke type System.Int32::Parse(f(7)) returning result::ReceiptNumber
           set result::SoldBy to f(8)
           goback.
       end method.

      *> Loads every voucher on file.  Returns an empty list the first
      *> time the app runs, before vouchers.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.VoucherRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.VoucherRecord]()
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveAll static.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.VoucherRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > list::Count
              invoke lines::Add(self::ToLine(list::Item(i - 1)))
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Appends one newly-sold voucher, giving it the next code in
      *> the series under the lock so two tills never hand out the
      *> same one.  Returns the code written.
       method-id Append static.
       procedure division using by value v as type apo.VoucherRecord
                           returning result as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.VoucherRecord].
           01 writer type System.IO.StreamWriter.
           01 i type System.Int32.
           01 n type System.Int32.
           01 highest type System.Int32.
           01 ok condition-value.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set highest to 0
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::VoucherCode::StartsWith("VR")
                 invoke type System.Int32::TryParse(
                       records::Item(i - 1)::VoucherCode::Substring(2) by reference n)
                    returning ok
                 if ok and n > highest
                    set highest to n
                 end-if
              end-if
           end-perform
           add 1 to highest
           set v::VoucherCode to "VR" & highest::ToString("000000")
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(v))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           set result to v::VoucherCode
           goback.
       end method.

      *> Rewrites one voucher's line in place (matched by code).
       method-id Update static.
       procedure division using by value v as type apo.VoucherRecord.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.VoucherRecord].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::VoucherCode = v::VoucherCode
                 invoke records::RemoveAt(i - 1)
                 invoke records::Insert(i - 1 v)
                 invoke self::SaveAll(records)
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id FindByCode static.
       procedure division using by value voucherCode as string
                           returning result as type apo.VoucherRecord.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.VoucherRecord].
           01 i type System.Int32.
           procedure division.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::VoucherCode = voucherCode::Trim()::ToUpper()
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The voucher a sale's receipt was issued for, or null.
       method-id FindByReceipt static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.VoucherRecord].
       01 i type System.Int32.
       procedure division using by value receiptNumber as type System.Int32
                           returning result as type apo.VoucherRecord.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ReceiptNumber = receiptNumber
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> Takes amount off the balance of the voucher sold on a receipt
      *> being refunded, so the money handed back can't be spent as
      *> well.  False, with nothing written, when there is no such
      *> voucher or less than amount is left unspent on it.  Checked
      *> and written under one lock, like Redeem.
       method-id RefundSale static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.VoucherRecord].
       01 v type apo.VoucherRecord.
       01 i type System.Int32.
       procedure division using by value receiptNumber as type System.Int32
                                 amount as type System.Decimal
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set v to records::Item(i - 1)
              if v::ReceiptNumber = receiptNumber
                 if v::Balance >= amount
                    set v::Balance to v::Balance - amount
                    invoke self::SaveAll(records)
                    set result to true
                 end-if
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Draws up to amount off a voucher's balance and returns what
      *> was actually drawn: the whole amount, the rest of the
      *> balance when that is smaller (the customer pays the
      *> difference some other way), or 0 when the code is unknown,
      *> spent or past its expiry.  Checked and written under one
      *> lock.
       method-id Redeem static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.VoucherRecord].
       01 v type apo.VoucherRecord.
       01 i type System.Int32.
       procedure division using by value voucherCode as string
                                 amount as type System.Decimal
                           returning result as type System.Decimal.
           set result to 0
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set v to records::Item(i - 1)
              if v::VoucherCode = voucherCode::Trim()::ToUpper()
                 if v::Balance > 0 and v::ExpiresAt >= type DateTime::Today
                    if amount < v::Balance
                       set result to amount
                    else
                       set result to v::Balance
                    end-if
                    set v::Balance to v::Balance - result
                    invoke self::SaveAll(records)
                 end-if
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
