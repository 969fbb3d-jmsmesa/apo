       end method.

      *> Ordered list of payment methods offered on Form11's selector.
      *> "Vale regalo" spends a gift voucher's balance (VoucherStore)
      *> instead of taking money.
       method-id Methods static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke result::Add("Efectivo")
           invoke result::Add("Tarjeta")
           invoke result::Add("Transferencia")
           invoke result::Add("Vale regalo")
           goback.
       end method.

      *> The methods where money actually comes in -- everything but
      *> the voucher, whose money came in the day it was sold.  What
      *> the selling screens offer (a voucher can't buy a voucher or
      *> a bono) and what the caja totals count as takings.
       method-id MoneyMethods static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke self::Methods returning result
           invoke result::Remove("Vale regalo")
           goback.
       end method.

           invoke parts::Add(p::TakenAt::ToString("o"))
           invoke parts::Add(p::Kind)
           invoke parts::Add(p::ReceiptNumber::ToString())
           invoke parts::Add(p::RefundOf::ToString())
           invoke parts::Add(p::CustomerPhone)
           invoke parts::Add(p::Branch)
           invoke parts::Add(p::TipTo)
           invoke parts::Add(p::Discount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Promotion)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
           else
              set result::ReceiptNumber to 0
           end-if
           if f::Length > 8
              invoke type System.Int32::Parse(f(9)) returning result::RefundOf
           else
              set result::RefundOf to 0
           end-if
           if f::Length > 9
              set result::CustomerPhone to f(10)
           end-if
           if f::Length > 10
              set result::Branch to f(11)
           end-if
           if f::Length > 11
              set result::TipTo to f(12)
           end-if
           if f::Length > 13
              invoke type System.Decimal::Parse(f(13)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning result::Discount
              set result::Promotion to f(14)
           end-if
           goback.
       end method.

           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           01 mainBranch string.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.PaymentRecord]()
           if type System.IO.File::Exists(DataPath)
              invoke type apo.Branch::Main returning mainBranch
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                    if result::Item(result::Count - 1)::Branch::Length = 0
                       set result::Item(result::Count - 1)::Branch to mainBranch
                    end-if
                 end-if
              end-perform
           end-if
       end method.

      *> Appends one newly-taken payment without rewriting the whole
      *> file.  Money is taken at this station's till unless the
      *> caller says otherwise.
       method-id Append static.
       procedure division using by value p as type apo.PaymentRecord.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 writer type System.IO.StreamWriter.
           procedure division.
           if p::Branch = null or p::Branch::Length = 0
              invoke type apo.Branch::Station returning p::Branch
           end-if
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(p))
           goback.
       end method.

      *> The payment a receipt was issued for, or null.  Refund lines
      *> are skipped: their ReceiptNumber belongs to the rectifying
      *> series and would collide with an ordinary receipt's number.
       method-id FindByReceiptNumber static.
       procedure division using by value receiptNumber as type System.Int32
                           returning result as type apo.PaymentRecord.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.PaymentRecord].
           01 i type System.Int32.
           procedure division.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ReceiptNumber = receiptNumber
                 and records::Item(i - 1)::Kind not = "Devolucion"
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> How much has already been handed back against one receipt,
      *> as a positive figure -- Form45 refuses to refund more than
      *> the receipt took, however many partial refunds it gets.
       method-id RefundedAgainst static.
       procedure division using by value receiptNumber as type System.Int32
                           returning result as type System.Decimal.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.PaymentRecord].
           01 i type System.Int32.
           procedure division.
           set result to 0
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Kind = "Devolucion"
                 and records::Item(i - 1)::RefundOf = receiptNumber
                 subtract records::Item(i - 1)::Amount from result
              end-if
           end-perform
           goback.
       end method.

      *> The kind of the sale a refund line undoes ("Pago", "Producto",
      *> ...), looked up in a list already in hand, or "" when the
      *> original is not on file.  Reports use it to net a refund out
      *> of the right column.
       method-id RefundedKind static.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 refund as type apo.PaymentRecord
                           returning result as string.
           local-storage section.
           01 i type System.Int32.
           procedure division.
           set result to ""
           perform varying i from 1 by 1 until i > payments::Count
              if payments::Item(i - 1)::ReceiptNumber = refund::RefundOf
                 and payments::Item(i - 1)::Kind not = "Devolucion"
                 set result to payments::Item(i - 1)::Kind
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> Moves one payment onto another turno -- a deposit carried
      *> to the rebooking, money whose turno is gone put against the
      *> one it really paid for.  The receipt stays the one issued;
      *> only the link changes.  False when the payment is not on
      *> file.
       method-id Reassign static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.PaymentRecord].
       01 lines type System.Collections.Generic.List[string].
       01 i type System.Int32.
       procedure division using by value paymentId as string
                                 appointmentId as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::PaymentId = paymentId
                 set records::Item(i - 1)::AppointmentId to appointmentId
                 set result to true
              end-if
              invoke lines::Add(self::ToLine(records::Item(i - 1)))
           end-perform
           if result
              invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Blanks the phone on the payments made on account -- the
      *> money stays on file for the caja and the receipts, with
      *> nothing left tying it to the person.
       method-id AnonymizePhone static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.PaymentRecord].
       01 lines type System.Collections.Generic.List[string].
       01 changed condition-value.
       01 i type System.Int32.
       procedure division using by value phone as string.
           set changed to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 set records::Item(i - 1)::CustomerPhone to ""
                 set changed to true
              end-if
              invoke lines::Add(self::ToLine(records::Item(i - 1)))
           end-perform
           if changed
              invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
