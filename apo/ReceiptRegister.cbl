      *> FiscalId, FiscalAddress) and the IVA rate from IvaPercent,
      *> so a rate change is a settings edit, not a code change.
      *> Prices on file are IVA-included, so the split works the
      *> amount backwards into base + IVA.  The rate used is written
      *> on the register line so a reprint or the quarterly IVA book
      *> splits the receipt the way it was issued after the rate
      *> changes; a rectifying receipt reverses at the rate of the
      *> receipt it corrects.  Each receipts.dat line is
      *>   number|PaymentId|AppointmentId|detail|method|amount|
      *>   takenAt|pointsEarned|pointsRedeemed|pointsBalance|
      *>   ivaPercent|discount|promotion|hash
      *> the fields after takenAt added over time (described below),
      *> so older lines are shorter.
      *>
      *> Money handed back never edits or reuses a receipt: a refund
      *> issues a rectifying receipt (recibo rectificativo) on its own
      *> series, registered in rectificativas.dat, numbered R00000001
      *> onwards and quoting the receipt it corrects.  Each line is
      *> number|PaymentId|AppointmentId|original|reason|authorisedBy|
      *> method|amount|takenAt|ivaPercent|hash, the amount negative.
      *>
      *> A receipt for a known customer also carries their loyalty
      *> points (LoyaltyStore): earned on it, spent on it, and the
      *> balance after -- three trailing fields on the register line
      *> so a reprint says what the original said.  A balance of -1
      *> means no customer, and no points block is printed.
      *>
      *> A payment a promotion discounted (PromotionStore) prints its
      *> list price, the discount and the net it was charged, the IVA
      *> split worked on the net; the discount and the promotion's
      *> name are two more trailing fields on the register line.
      *>
      *> Each branch has its own series of both kinds: its numbers
      *> run in its own block (Branch::SeriesStart -- the original
      *> salon's from 1, the second's from 10000001), the receipt
      *> names the branch, and FiscalAddress.<branch> in settings.dat
      *> prints that salon's address instead of the head office's.
      *>
      *> A receipt a full invoice later took over (InvoiceRegister)
      *> stays here untouched, as issued; the IVA book reads which
      *> invoice replaced it from the invoice register.
      *>
      *> Every receipt and rectifying receipt is stamped in the
      *> VeriFactu chain (FiscalChain) as it is issued, before its
      *> file is written: the hash goes on the register line as one
      *> more trailing field, and the printed copy ends with the
      *> verification line and the address its QR code carries.

       working-storage section.
       01 DataPath      string value "receipts.dat".
       01 RectifyingPath string value "rectificativas.dat".
       01 ReceiptFolder string value "recibos".
       01 Delimiter     string value "|".

           goback.
       end method.

      *> The next free receipt number in a branch's series -- one
      *> past the highest already registered in its block (Branch::
      *> SeriesStart).  Callers must hold the register's lock.
       method-id NextNumber static private.
       local-storage section.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       01 n type System.Int32.
       01 seriesEnd type System.Int32.
       01 ok condition-value.
       procedure division using by value branchName as string
                           returning result as type System.Int32.
           set result to type apo.Branch::SeriesStart(branchName) + 1
           invoke type apo.Branch::SeriesEnd(branchName) returning seriesEnd
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    invoke type System.Int32::TryParse(f(1) by reference n)
                       returning ok
                    if ok and n >= result and n < seriesEnd
                       set result to n + 1
                    end-if
                 end-if
           goback.
       end method.

      *> The IVA rate receipts are split at, from IvaPercent in
      *> settings.dat, 21 when unset or unreadable.
       method-id IvaPercent static.
       local-storage section.
       01 ivaRaw string.
       01 ok condition-value.
       procedure division returning result as type System.Decimal.
           invoke type apo.Settings::Get("IvaPercent" "21") returning ivaRaw
           invoke type System.Decimal::TryParse(ivaRaw
                 type System.Globalization.NumberStyles::Number
                 type System.Globalization.CultureInfo::InvariantCulture
                 by reference result)
              returning ok
           if not ok or result < 0
              set result to 21
           end-if
           goback.
       end method.

      *> The IVA rate a register line was issued at, from its field
      *> at position; lines written before the rate was recorded
      *> take the current IvaPercent.
       method-id RateOnLine static private.
       local-storage section.
       01 f type string occurs any.
       01 ok condition-value.
       procedure division using by value line as string
                                 position as type System.Int32
                           returning result as type System.Decimal.
           set ok to false
           set f to line::Split(Delimiter::ToCharArray())
           if f::Length >= position
              invoke type System.Decimal::TryParse(f(position)
                    type System.Globalization.NumberStyles::Number
                    type System.Globalization.CultureInfo::InvariantCulture
                    by reference result)
                 returning ok
           end-if
           if not ok
              invoke self::IvaPercent returning result
           end-if
           goback.
       end method.

      *> The promotion discount on a register line; 0 and "" for a
      *> line with none, or written before promotions were recorded.
       method-id DiscountOnLine static private.
       local-storage section.
       01 f type string occurs any.
       01 ok condition-value.
       procedure division using by value line as string
                                 by reference discount as type System.Decimal
                                 by reference promotion as string.
           set discount to 0
           set promotion to ""
           set f to line::Split(Delimiter::ToCharArray())
           if f::Length > 12
              invoke type System.Decimal::TryParse(f(12)
                    type System.Globalization.NumberStyles::Number
                    type System.Globalization.CultureInfo::InvariantCulture
                    by reference discount)
                 returning ok
              if not ok
                 set discount to 0
              end-if
              set promotion to f(13)
           end-if
           goback.
       end method.

      *> The IVA rate one receipt was issued at -- what a refund of it
      *> has to reverse, whatever the rate is today.
       method-id RateFor static.
       local-storage section.
       01 line string.
       procedure division using by value number as type System.Int32
                           returning result as type System.Decimal.
           invoke self::FindByNumber(number) returning line
           if line = null
              invoke self::IvaPercent returning result
           else
              invoke self::RateOnLine(line 11) returning result
           end-if
           goback.
       end method.

      *> The printable receipt text for one numbered payment.
       method-id BuildText static.
       local-storage section.
       01 fiscalName string.
       01 fiscalId string.
       01 fiscalAddress string.
       01 base type System.Decimal.
       01 iva type System.Decimal.
       01 text type System.Text.StringBuilder.
                                 paymentMethod as string
                                 amount as type System.Decimal
                                 issuedAt as type DateTime
                                 ivaPercent as type System.Decimal
                                 pointsEarned as type System.Int32
                                 pointsRedeemed as type System.Int32
                                 pointsBalance as type System.Int32
                                 discount as type System.Decimal
                                 promotion as string
                           returning result as string.
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning fiscalName
           invoke type apo.Settings::Get("FiscalId" "") returning fiscalId
           invoke type apo.Settings::Get("FiscalAddress" "") returning fiscalAddress
           invoke type apo.Settings::Get("FiscalAddress." & type apo.Branch::OfReceipt(number)
                 fiscalAddress)
              returning fiscalAddress
           compute base = amount / (1 + ivaPercent / 100)
           invoke type System.Math::Round(base 2) returning base
           set iva to amount - base
              invoke text::AppendLine(fiscalAddress)
           end-if
           invoke text::AppendLine("==================================================")
           if type apo.Branch::Names::Count > 1
              invoke text::AppendLine("Sucursal: " & type apo.Branch::OfReceipt(number))
           end-if
           invoke text::AppendLine("Recibo nro " & number::ToString("00000000"))
           invoke text::AppendLine("Fecha: " & issuedAt::ToString("dd/MM/yyyy HH:mm"))
           invoke text::AppendLine("")
           invoke text::AppendLine("Concepto: " & detail)
           invoke text::AppendLine("Medio de pago: " & paymentMethod)
           invoke text::AppendLine("")
           if discount > 0
              invoke text::AppendLine("Precio: " & (amount + discount)::ToString("0.00"))
              invoke text::AppendLine("Descuento (" & promotion & "): -"
                    & discount::ToString("0.00"))
              invoke text::AppendLine("Neto: " & amount::ToString("0.00"))
              invoke text::AppendLine("")
           end-if
           invoke text::AppendLine("Base imponible: " & base::ToString("0.00"))
           invoke text::AppendLine("IVA (" & ivaPercent::ToString("0.##")
                 & "%): " & iva::ToString("0.00"))
           invoke text::AppendLine("Total: " & amount::ToString("0.00"))
           if pointsBalance >= 0
              invoke text::AppendLine("")
              invoke text::AppendLine("Puntos ganados: " & pointsEarned::ToString())
              if pointsRedeemed > 0
                 invoke text::AppendLine("Puntos canjeados: " & pointsRedeemed::ToString())
              end-if
              invoke text::AppendLine("Saldo de puntos: " & pointsBalance::ToString())
           end-if
           invoke text::Append(type apo.FiscalChain::VerificationLines(
                 number::ToString("00000000")))
           invoke text::ToString() returning result
           goback.
       end method.

      *> Issues the next numbered receipt for one payment: writes the
      *> receipt file and the register line, and returns the number so
      *> the caller can carry it on the PaymentRecord.  The customer
      *> is the one on the payment's turno, if it has one.
       method-id Issue static.
       local-storage section.
       01 phone string.
       procedure division using by value p as type apo.PaymentRecord
                                 detail as string
                           returning result as type System.Int32.
           invoke type apo.LoyaltyStore::PhoneFor(p) returning phone
           invoke self::IssueForCustomer(p detail phone) returning result
           goback.
       end method.

      *> Issue for a payment whose customer the caller already knows
      *> -- a bono sold at the counter has no turno to find them by.
      *> The points the payment earns are credited here, under the
      *> receipt number they will be reversed by if it is refunded.
       method-id IssueForCustomer static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 number type System.Int32.
       01 text string.
       01 writer type System.IO.StreamWriter.
       01 parts type System.Collections.Generic.List[string].
       01 earned type System.Int32.
       01 redeemed type System.Int32.
       01 balance type System.Int32.
       01 rate type System.Decimal.
       01 ivaPercent type System.Decimal.
       01 hash string.
       procedure division using by value p as type apo.PaymentRecord
                                 detail as string
                                 phone as string
                           returning result as type System.Int32.
           if p::Branch = null or p::Branch::Length = 0
              invoke type apo.Branch::Station returning p::Branch
           end-if
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::NextNumber(p::Branch) returning number

           set earned to 0
           set redeemed to 0
           set balance to -1
           if phone not = null and phone::Length > 0
              invoke type apo.LoyaltyStore::Earn(phone p number) returning earned
              invoke type apo.LoyaltyStore::RedeemedBy(p::PaymentId) returning redeemed
              invoke type apo.LoyaltyStore::EarnEvery returning rate
              if rate > 0 or redeemed > 0
                 invoke type apo.LoyaltyStore::Balance(phone) returning balance
              end-if
           end-if

           if not type System.IO.Directory::Exists(ReceiptFolder)
              invoke type System.IO.Directory::CreateDirectory(ReceiptFolder)
           end-if
           invoke self::IvaPercent returning ivaPercent
           invoke type apo.FiscalChain::Stamp(number::ToString("00000000") "F2"
                 p::TakenAt ivaPercent p::Amount p::Branch)
              returning hash
           invoke self::BuildText(number detail p::Method p::Amount p::TakenAt
                 ivaPercent earned redeemed balance p::Discount p::Promotion)
              returning text
           invoke type System.IO.File::WriteAllText(self::FilePathFor(number) text)

           invoke parts::Add(p::Method)
           invoke parts::Add(p::Amount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::TakenAt::ToString("o"))
           invoke parts::Add(earned::ToString())
           invoke parts::Add(redeemed::ToString())
           invoke parts::Add(balance::ToString())
           invoke parts::Add(ivaPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Discount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Promotion::Replace(Delimiter " "))
           invoke parts::Add(hash)
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
       01 f type string occurs any.
       01 amount type System.Decimal.
       01 issuedAt type DateTime.
       01 earned type System.Int32.
       01 redeemed type System.Int32.
       01 balance type System.Int32.
       01 discount type System.Decimal.
       01 promotion string.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning amount
           invoke type DateTime::Parse(f(7)) returning issuedAt
           set earned to 0
           set redeemed to 0
           set balance to -1
      *> Receipts issued before points existed have no points fields.
           if f::Length > 9
              invoke type System.Int32::Parse(f(8)) returning earned
              invoke type System.Int32::Parse(f(9)) returning redeemed
              invoke type System.Int32::Parse(f(10)) returning balance
           end-if
           invoke self::DiscountOnLine(line by reference discount
                 by reference promotion)
           invoke self::BuildText(number f(4) f(5) amount issuedAt
                 self::RateOnLine(line 11) earned redeemed balance
                 discount promotion)
              returning result
           goback.
       end method.
       01 issuedAt type DateTime.
       01 ok condition-value.
       01 text string.
       01 earned type System.Int32.
       01 redeemed type System.Int32.
       01 balance type System.Int32.
       01 discount type System.Decimal.
       01 promotion string.
       procedure division using by value ids as
                type System.Collections.Generic.List[string].
           if ids = null or ids::Count = 0
                             type System.Globalization.CultureInfo::InvariantCulture)
                          returning amount
                       invoke type DateTime::Parse(f(7)) returning issuedAt
                       set earned to 0
                       set redeemed to 0
                       set balance to -1
                       if f::Length > 9
                          invoke type System.Int32::Parse(f(8)) returning earned
                          invoke type System.Int32::Parse(f(9)) returning redeemed
                          invoke type System.Int32::Parse(f(10)) returning balance
                       end-if
                       invoke self::DiscountOnLine(lines(i) by reference discount
                             by reference promotion)
                       invoke self::BuildText(number "(anonimizado)" f(5)
                             amount issuedAt self::RateOnLine(lines(i) 11)
                             earned redeemed balance discount promotion)
                          returning text
                       if not type System.IO.Directory::Exists(ReceiptFolder)
                          invoke type System.IO.Directory::CreateDirectory(ReceiptFolder)
           goback.
       end method.

      *> The next free rectifying number in a branch's series, the
      *> same blocks as the receipts.  Callers must hold the
      *> rectifying register's lock.
       method-id NextRectifyingNumber static private.
       local-storage section.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       01 n type System.Int32.
       01 seriesEnd type System.Int32.
       01 ok condition-value.
       procedure division using by value branchName as string
                           returning result as type System.Int32.
           set result to type apo.Branch::SeriesStart(branchName) + 1
           invoke type apo.Branch::SeriesEnd(branchName) returning seriesEnd
           if type System.IO.File::Exists(RectifyingPath)
              set lines to type System.IO.File::ReadAllLines(RectifyingPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    invoke type System.Int32::TryParse(f(1) by reference n)
                       returning ok
                    if ok and n >= result and n < seriesEnd
                       set result to n + 1
                    end-if
                 end-if
              end-perform
           end-if
           goback.
       end method.

      *> The printable text of one rectifying receipt.  The amount
      *> arrives negative and the base and IVA come out negative with
      *> it -- the IVA line is the tax being reversed.
       method-id BuildRectifyingText static.
       local-storage section.
       01 fiscalName string.
       01 fiscalId string.
       01 fiscalAddress string.
       01 base type System.Decimal.
       01 iva type System.Decimal.
       01 text type System.Text.StringBuilder.
       procedure division using by value number as type System.Int32
                                 originalNumber as type System.Int32
                                 reason as string
                                 paymentMethod as string
                                 amount as type System.Decimal
                                 issuedAt as type DateTime
                                 ivaPercent as type System.Decimal
                           returning result as string.
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning fiscalName
           invoke type apo.Settings::Get("FiscalId" "") returning fiscalId
           invoke type apo.Settings::Get("FiscalAddress" "") returning fiscalAddress
           invoke type apo.Settings::Get("FiscalAddress." & type apo.Branch::OfReceipt(number)
                 fiscalAddress)
              returning fiscalAddress
           compute base = amount / (1 + ivaPercent / 100)
           invoke type System.Math::Round(base 2) returning base
           set iva to amount - base

           set text to new System.Text.StringBuilder()
           invoke text::AppendLine("==================================================")
           invoke text::AppendLine(fiscalName)
           if fiscalId::Trim()::Length > 0
              invoke text::AppendLine("CIF/NIF: " & fiscalId)
           end-if
           if fiscalAddress::Trim()::Length > 0
              invoke text::AppendLine(fiscalAddress)
           end-if
           invoke text::AppendLine("==================================================")
           if type apo.Branch::Names::Count > 1
              invoke text::AppendLine("Sucursal: " & type apo.Branch::OfReceipt(number))
           end-if
           invoke text::AppendLine("Recibo rectificativo nro R" & number::ToString("00000000"))
           invoke text::AppendLine("Rectifica el recibo nro " & originalNumber::ToString("00000000"))
           invoke text::AppendLine("Fecha: " & issuedAt::ToString("dd/MM/yyyy HH:mm"))
           invoke text::AppendLine("")
           invoke text::AppendLine("Motivo: " & reason)
           invoke text::AppendLine("Devuelto por: " & paymentMethod)
           invoke text::AppendLine("")
           invoke text::AppendLine("Base imponible: " & base::ToString("0.00"))
           invoke text::AppendLine("IVA revertido (" & ivaPercent::ToString("0.##")
                 & "%): " & iva::ToString("0.00"))
           invoke text::AppendLine("Total devuelto: " & amount::ToString("0.00"))
           invoke text::Append(type apo.FiscalChain::VerificationLines(
                 "R" & number::ToString("00000000")))
           invoke text::ToString() returning result
           goback.
       end method.

       method-id RectifyingFilePathFor static private.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ReceiptFolder & "\rectificativo_" & number::ToString("00000000")
              & ".txt"
           goback.
       end method.

      *> Issues the next rectifying receipt for one refund line (its
      *> Amount already negative, RefundOf the receipt it undoes):
      *> writes the file and the register line and returns the
      *> number for the refund's ReceiptNumber.
       method-id IssueRectifying static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 number type System.Int32.
       01 text string.
       01 writer type System.IO.StreamWriter.
       01 parts type System.Collections.Generic.List[string].
       01 ivaPercent type System.Decimal.
       01 hash string.
       procedure division using by value p as type apo.PaymentRecord
                                 reason as string
                                 authorisedBy as string
                           returning result as type System.Int32.
           if p::Branch = null or p::Branch::Length = 0
              invoke type apo.Branch::Station returning p::Branch
           end-if
           invoke type apo.StoreLock::Acquire(RectifyingPath) returning gate
           invoke self::NextRectifyingNumber(p::Branch) returning number

           if not type System.IO.Directory::Exists(ReceiptFolder)
              invoke type System.IO.Directory::CreateDirectory(ReceiptFolder)
           end-if
           invoke self::RateFor(p::RefundOf) returning ivaPercent
           invoke type apo.FiscalChain::Stamp("R" & number::ToString("00000000") "R5"
                 p::TakenAt ivaPercent p::Amount p::Branch)
              returning hash
           invoke self::BuildRectifyingText(number p::RefundOf
                 reason & " (autorizo " & authorisedBy & ")" p::Method
                 p::Amount p::TakenAt ivaPercent)
              returning text
           invoke type System.IO.File::WriteAllText(self::RectifyingFilePathFor(number) text)

           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(number::ToString())
           invoke parts::Add(p::PaymentId)
           invoke parts::Add(p::AppointmentId)
           invoke parts::Add(p::RefundOf::ToString())
           invoke parts::Add(reason::Replace(Delimiter " "))
           invoke parts::Add(authorisedBy::Replace(Delimiter " "))
           invoke parts::Add(p::Method)
           invoke parts::Add(p::Amount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::TakenAt::ToString("o"))
           invoke parts::Add(ivaPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(hash)
           set writer to new System.IO.StreamWriter(RectifyingPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()

           invoke type apo.StoreLock::Release(gate)
           set result to number
           goback.
       end method.

      *> The rectifying register line for one number, or null.
       method-id FindRectifyingByNumber static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to null
           invoke type apo.StoreLock::Acquire(RectifyingPath) returning gate
           if type System.IO.File::Exists(RectifyingPath)
              set lines to type System.IO.File::ReadAllLines(RectifyingPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    if f(1) = number::ToString()
                       set result to lines(i)
                       exit perform
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Rebuilds one rectifying receipt's text from its register
      *> line, for Form28.  Returns "" for an unknown number.
       method-id RectifyingTextFor static.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 originalNumber type System.Int32.
       01 amount type System.Decimal.
       01 issuedAt type DateTime.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::FindRectifyingByNumber(number) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type System.Int32::Parse(f(4)) returning originalNumber
           invoke type System.Decimal::Parse(f(8)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning amount
           invoke type DateTime::Parse(f(9)) returning issuedAt
           invoke self::BuildRectifyingText(number originalNumber
                 f(5) & " (autorizo " & f(6) & ")" f(7) amount issuedAt
                 self::RateOnLine(line 10))
              returning result
           goback.
       end method.

      *> Every line of both registers for the IVA book, receipts
      *> first then rectifying receipts, each in file order, split
      *> into base and IVA the same way the printed receipt was; then
      *> the full invoices (InvoiceRegister), with each receipt an
      *> invoice replaced marked with the invoice's number.
       method-id BookLines static.
       local-storage section.
       01 replaced type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32].
       01 gate type System.IO.FileStream.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       01 n type System.Int32.
       01 ok condition-value.
       01 entry type apo.IvaBookLine.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.IvaBookLine].
           set result to new System.Collections.Generic.List[type apo.IvaBookLine]()
           invoke type apo.InvoiceRegister::ReplacedMap returning replaced
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    invoke type System.Int32::TryParse(f(1) by reference n)
                       returning ok
                    if ok and f::Length >= 7
                       set entry to new apo.IvaBookLine()
                       set entry::Number to n
                       set entry::PaymentId to f(2)
                       set entry::Method to f(5)
                       invoke type System.Decimal::Parse(f(6)
                             type System.Globalization.CultureInfo::InvariantCulture)
                          returning entry::Total
                       invoke type DateTime::Parse(f(7)) returning entry::IssuedAt
                       invoke self::RateOnLine(lines(i) 11) returning entry::Rate
                       if replaced::ContainsKey(n)
                          set entry::ReplacedBy to replaced::Item(n)
                       end-if
                       invoke self::Split(entry)
                       invoke result::Add(entry)
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)

           invoke type apo.StoreLock::Acquire(RectifyingPath) returning gate
           if type System.IO.File::Exists(RectifyingPath)
              set lines to type System.IO.File::ReadAllLines(RectifyingPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    invoke type System.Int32::TryParse(f(1) by reference n)
                       returning ok
                    if ok and f::Length >= 9
                       set entry to new apo.IvaBookLine()
                       set entry::Series to "R"
                       set entry::Number to n
                       set entry::PaymentId to f(2)
                       invoke type System.Int32::Parse(f(4)) returning entry::Rectifies
                       set entry::Method to f(7)
                       invoke type System.Decimal::Parse(f(8)
                             type System.Globalization.CultureInfo::InvariantCulture)
                          returning entry::Total
                       invoke type DateTime::Parse(f(9)) returning entry::IssuedAt
                       invoke self::RateOnLine(lines(i) 10) returning entry::Rate
                       invoke self::Split(entry)
                       invoke result::Add(entry)
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           invoke result::AddRange(type apo.InvoiceRegister::BookLines)
           goback.
       end method.

      *> Base and IVA of one book line, rounded the way BuildText
      *> rounds them.
       method-id Split static private.
       local-storage section.
       01 base type System.Decimal.
       procedure division using by value entry as type apo.IvaBookLine.
           compute base = entry::Total / (1 + entry::Rate / 100)
           invoke type System.Math::Round(base 2) returning base
           set entry::TaxBase to base
           set entry::Iva to entry::Total - base
           goback.
       end method.

      *> Writes one rectifying receipt's file again and returns the
      *> path written, "" for an unknown number.
       method-id ReprintRectifying static.
       local-storage section.
       01 text string.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::RectifyingTextFor(number) returning text
           if text::Length = 0
              goback
           end-if
           if not type System.IO.Directory::Exists(ReceiptFolder)
              invoke type System.IO.Directory::CreateDirectory(ReceiptFolder)
           end-if
           invoke type System.IO.File::WriteAllText(self::RectifyingFilePathFor(number) text)
           invoke self::RectifyingFilePathFor(number) returning result
           goback.
       end method.

       end class.
