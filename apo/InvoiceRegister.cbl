       class-id apo.InvoiceRegister.

      *> Full invoices (facturas completas) for the customers who need
      *> their own company name, NIF and address on the paper -- the
      *> theatre company, the hotels -- where ReceiptRegister only
      *> gives a simplified receipt with ours.  The billing details
      *> come from the customer's record (Form15).  Invoices run on
      *> their own series, numbered F00000001 onwards in the same
      *> per-branch blocks as the receipts (Branch::SeriesStart), are
      *> written as text files into the facturas folder the way
      *> receipts go into recibos, and are registered in invoices.dat:
      *>   number|issuedAt|phone|billingName|taxId|billingAddress|
      *>   receipts|total|ivaPercent|kind|period|issuedBy
      *> receipts being the receipt numbers the invoice replaces
      *> joined with ";", kind "Recibos" or "Mensual", period the
      *> yyyy-MM a monthly invoice covers.  The concept lines go in
      *> invoicelines.dat (number|day|concept|amount) so a reprint
      *> says what the original said.
      *>
      *> An invoice is made two ways from Form28: out of receipts the
      *> customer already has (FromReceipts), or once a month for an
      *> account customer marked for it on Form15 out of every
      *> completed turno of theirs in the month (Monthly).  Either
      *> way the receipts it takes over are replaced: the IVA book
      *> leaves them out of its totals and counts the invoice
      *> instead, so the sale is never declared twice.  Receipts can
      *> only be replaced while the IVA return for their quarter is
      *> still open -- the quarter itself and the days up to filing
      *> after it, so the last month of a quarter can still be
      *> invoiced in the first days of the next.  A quarter already
      *> declared is the gestoria's to correct, not ours.
      *>
      *> Each invoice is stamped in the VeriFactu chain (FiscalChain)
      *> as it is registered -- F3 when it takes over receipts, F1
      *> otherwise -- with the hash as a trailing field on its line
      *> and the verification line at the foot of the printed copy.
      *>
      *> Money handed back on a receipt an invoice replaced (Form45)
      *> can't be corrected with a rectifying receipt -- the IVA book
      *> counts the invoice, not the receipt -- so it gets a
      *> rectifying invoice (factura rectificativa) against the
      *> invoice instead: its own series, FR00000001 onwards in the
      *> same per-branch blocks, made out to the customer the invoice
      *> was, stamped R1 in the chain, filed as
      *> facturas\rectificativa_FR<number>.txt and registered in
      *> rectifyinginvoices.dat:
      *>   number|PaymentId|invoice|receipt|reason|authorisedBy|
      *>   method|amount|issuedAt|ivaPercent|phone|billingName|
      *>   taxId|billingAddress|hash
      *> the amount negative, the rate the invoice's.  The IVA book
      *> lists them as series "FR".

       working-storage section.
       01 DataPath      string value "invoices.dat".
       01 LinesPath     string value "invoicelines.dat".
       01 RectifyingPath string value "rectifyinginvoices.dat".
       01 InvoiceFolder string value "facturas".
       01 Delimiter     string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The next free number in a branch's series of one register,
      *> invoices or rectifying invoices.  Callers must hold that
      *> register's lock.
       method-id NextNumber static private.
       local-storage section.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       01 n type System.Int32.
       01 seriesEnd type System.Int32.
       01 ok condition-value.
       procedure division using by value path as string
                                 branchName as string
                           returning result as type System.Int32.
           set result to type apo.Branch::SeriesStart(branchName) + 1
           invoke type apo.Branch::SeriesEnd(branchName) returning seriesEnd
           if type System.IO.File::Exists(path)
              set lines to type System.IO.File::ReadAllLines(path)
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

      *> Every register line, empty before the first invoice.
       method-id ReadLines static private.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 lines type System.String occurs any.
       01 i type System.Int32.
       procedure division using by value path as string
                           returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke type apo.StoreLock::Acquire(path) returning gate
           if type System.IO.File::Exists(path)
              set lines to type System.IO.File::ReadAllLines(path)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(lines(i))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Which invoice replaced each receipt, keyed by receipt number.
       method-id ReplacedMap static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 numbers type string occurs any.
       01 invoiceNumber type System.Int32.
       01 n type System.Int32.
       01 ok condition-value.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32].
           set result to new System.Collections.Generic.Dictionary[type System.Int32, type System.Int32]()
           invoke self::ReadLines(DataPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference invoiceNumber)
                 returning ok
              if ok and f::Length >= 7 and f(7)::Length > 0
                 set numbers to f(7)::Split(";")
                 perform varying k from 1 by 1 until k > numbers::Length
                    invoke type System.Int32::TryParse(numbers(k) by reference n)
                       returning ok
                    if ok and not result::ContainsKey(n)
                       invoke result::Add(n invoiceNumber)
                    end-if
                 end-perform
              end-if
           end-perform
           goback.
       end method.

      *> The invoice that replaced a receipt, 0 when none did.
       method-id ReplacedBy static.
       local-storage section.
       01 replaced type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32].
       procedure division using by value receiptNumber as type System.Int32
                           returning result as type System.Int32.
           set result to 0
           invoke self::ReplacedMap returning replaced
           if replaced::ContainsKey(receiptNumber)
              set result to replaced::Item(receiptNumber)
           end-if
           goback.
       end method.

      *> True when the customer is invoiced monthly -- marked so on
      *> Form15 (CustomerRecord::MonthlyInvoice).  What they pay on
      *> account then settles invoices, and takes no receipt of its
      *> own (Form11).
       method-id BillsMonthly static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       procedure division using by value phone as string
                           returning result as condition-value.
           set result to false
           if phone = null or phone::Length = 0
              goback
           end-if
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           if cust not = null
              set result to cust::MonthlyInvoice
           end-if
           goback.
       end method.

      *> The phone of the customer a receipt's money came from -- the
      *> payment's own for money on account, the buyer's for a gift
      *> voucher, its turno's otherwise -- or "" when the receipt
      *> can't be traced to a customer.
       method-id ReceiptOwner static private.
       local-storage section.
       01 pay type apo.PaymentRecord.
       01 rec type apo.AppointmentRecord.
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 voucher type apo.VoucherRecord.
       01 i type System.Int32.
       procedure division using by value receiptNumber as type System.Int32
                           returning result as string.
           set result to ""
           invoke type apo.PaymentStore::FindByReceiptNumber(receiptNumber) returning pay
           if pay = null
              goback
           end-if
           if pay::CustomerPhone::Length > 0
              set result to pay::CustomerPhone
              goback
           end-if
           if pay::Kind = "Vale"
              invoke type apo.VoucherStore::FindByReceipt(receiptNumber) returning voucher
              if voucher not = null
                 set result to voucher::BuyerPhone
              end-if
              goback
           end-if
           if pay::AppointmentId::Length = 0
              goback
           end-if
           invoke type apo.AppointmentStore::FindById(pay::AppointmentId) returning rec
           if rec = null
              invoke type apo.AppointmentStore::LoadArchive returning archived
              perform varying i from 1 by 1 until i > archived::Count
                 if archived::Item(i - 1)::AppointmentId = pay::AppointmentId
                    set rec to archived::Item(i - 1)
                    exit perform
                 end-if
              end-perform
           end-if
           if rec not = null
              set result to rec::CustomerPhone
           end-if
           goback.
       end method.

      *> The register line for one invoice number, or null.
       method-id FindByNumber static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to null
           invoke self::ReadLines(DataPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f(1) = number::ToString()
                 set result to lines::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The customer's billing details, or a reason why an invoice
      *> can't be made out to them.
       method-id BillableCustomer static private.
       procedure division using by value phone as string
                                 by reference reason as string
                           returning result as type apo.CustomerRecord.
           set reason to ""
           invoke type apo.CustomerStore::FindByPhone(phone) returning result
           if result = null
              set reason to "No hay ningun cliente con el telefono " & phone & "."
              goback
           end-if
           if result::BillingName::Length = 0 or result::TaxId::Length = 0
              set reason to "El cliente " & phone
                 & " no tiene razon social y NIF; carguelos en Clientes."
              set result to null
           end-if
           goback.
       end method.

      *> Checks one receipt can go on an invoice being issued now:
      *> it exists, no invoice has it yet, and its quarter's IVA
      *> return is still open (IvaBook::ReturnOpen).  Returns the
      *> reason when it can't, "" when it can.
       method-id CheckReceipt static private.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 issuedAt type DateTime.
       procedure division using by value receiptNumber as type System.Int32
                                 replaced as
                type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32]
                           returning result as string.
           set result to ""
           invoke type apo.ReceiptRegister::FindByNumber(receiptNumber) returning line
           if line = null
              set result to "No existe el recibo nro " & receiptNumber::ToString() & "."
              goback
           end-if
           if replaced::ContainsKey(receiptNumber)
              set result to "El recibo nro " & receiptNumber::ToString("00000000")
                 & " ya esta en la factura F"
                 & replaced::Item(receiptNumber)::ToString("00000000") & "."
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type DateTime::Parse(f(7)) returning issuedAt
           if not type apo.IvaBook::ReturnOpen(issuedAt)
              set result to "El recibo nro " & receiptNumber::ToString("00000000")
                 & " es de un trimestre ya cerrado ("
                 & type apo.IvaBook::QuarterLabel(type apo.IvaBook::QuarterStart(issuedAt))
                 & "); la factura la rectifica la gestoria."
           end-if
           goback.
       end method.

      *> The one IVA rate all the receipts were issued at, -1 when
      *> they differ -- an invoice is split at a single rate, like a
      *> receipt.  No receipts at all take today's rate.
       method-id CommonRate static private.
       local-storage section.
       01 rate type System.Decimal.
       01 i type System.Int32.
       procedure division using by value receipts as
                type System.Collections.Generic.List[type System.Int32]
                           returning result as type System.Decimal.
           invoke type apo.ReceiptRegister::IvaPercent returning result
           perform varying i from 1 by 1 until i > receipts::Count
              invoke type apo.ReceiptRegister::RateFor(receipts::Item(i - 1)) returning rate
              if i = 1
                 set result to rate
              else
                 if rate not = result
                    set result to -1
                    exit perform
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> Issues an invoice that replaces the receipts given, one line
      *> per receipt with its concept and amount.  Returns the invoice
      *> number, or 0 with the reason in message.
       method-id FromReceipts static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 replaced type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32].
       01 days type System.Collections.Generic.List[type DateTime].
       01 concepts type System.Collections.Generic.List[string].
       01 amounts type System.Collections.Generic.List[type System.Decimal].
       01 line string.
       01 f type string occurs any.
       01 issuedAt type DateTime.
       01 amount type System.Decimal.
       01 rate type System.Decimal.
       01 i type System.Int32.
       procedure division using by value phone as string
                                 receipts as
                type System.Collections.Generic.List[type System.Int32]
                                 by reference message as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::BillableCustomer(phone by reference message) returning cust
           if cust = null
              goback
           end-if
           if receipts::Count = 0
              set message to "Indique los recibos a facturar."
              goback
           end-if
           invoke self::ReplacedMap returning replaced
           set days to new System.Collections.Generic.List[type DateTime]()
           set concepts to new System.Collections.Generic.List[string]()
           set amounts to new System.Collections.Generic.List[type System.Decimal]()
           perform varying i from 1 by 1 until i > receipts::Count
              invoke self::CheckReceipt(receipts::Item(i - 1) replaced) returning message
              if message::Length > 0
                 goback
              end-if
      *> Only the customer's own receipts can go on their invoice.
              if self::ReceiptOwner(receipts::Item(i - 1)) not = phone
                 set message to "El recibo nro " & receipts::Item(i - 1)::ToString("00000000")
                    & " no es de un pago del cliente " & phone & "."
                 goback
              end-if
              invoke type apo.ReceiptRegister::FindByNumber(receipts::Item(i - 1))
                 returning line
              set f to line::Split(Delimiter::ToCharArray())
              invoke type System.Decimal::Parse(f(6)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning amount
              invoke type DateTime::Parse(f(7)) returning issuedAt
              invoke days::Add(issuedAt)
              invoke concepts::Add(f(4) & " (recibo "
                 & receipts::Item(i - 1)::ToString("00000000") & ")")
              invoke amounts::Add(amount)
           end-perform
           invoke self::CommonRate(receipts) returning rate
           if rate < 0
              set message to "Los recibos se emitieron con distintos tipos de IVA;"
                 & " haga una factura por cada tipo."
              goback
           end-if
           invoke self::Issue(cust receipts days concepts amounts rate "Recibos" "")
              returning result
           goback.
       end method.

      *> Issues the month's invoice for an account customer marked
      *> for it on Form15: one line per completed turno of theirs in
      *> the month, at what their account charges for it
      *> (CustomerAccount -- what was taken at the till, or the price
      *> when it was left owing), replacing the receipts of the
      *> payments and deposits taken on those turnos, and of any
      *> money paid on account that still has a receipt of its own.
      *> A turno some of whose receipts already went on another
      *> invoice is left off; one month is invoiced once.  Returns
      *> the invoice number, or 0 with the reason in message.
       method-id Monthly static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 period string.
       01 firstDay type DateTime.
       01 n type System.Int32.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 entries type System.Collections.Generic.List[type apo.AccountEntry].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 pay type apo.PaymentRecord.
       01 replaced type System.Collections.Generic.Dictionary[type System.Int32, type System.Int32].
       01 receipts type System.Collections.Generic.List[type System.Int32].
       01 theirs type System.Collections.Generic.List[type System.Int32].
       01 days type System.Collections.Generic.List[type DateTime].
       01 concepts type System.Collections.Generic.List[string].
       01 amounts type System.Collections.Generic.List[type System.Decimal].
       01 completedId type System.Int32.
       01 charge type System.Decimal.
       01 onOther condition-value.
       01 concept string.
       01 rate type System.Decimal.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value phone as string
                                 year as type System.Int32
                                 month as type System.Int32
                                 by reference message as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::BillableCustomer(phone by reference message) returning cust
           if cust = null
              goback
           end-if
           if not cust::MonthlyInvoice
              set message to "El cliente " & phone
                 & " no esta marcado para factura mensual; marquelo en Clientes."
              goback
           end-if
           set firstDay to new DateTime(year month 1)
           set period to firstDay::ToString("yyyy-MM")
           invoke self::ReadLines(DataPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length >= 11 and f(3) = phone and f(10) = "Mensual"
                 and f(11) = period
                 invoke type System.Int32::Parse(f(1)) returning n
                 set message to "El mes " & period & " ya tiene la factura F"
                    & n::ToString("00000000") & "."
                 goback
              end-if
           end-perform

           invoke type apo.AppointmentStatus::StatusIdFor("Completado") returning completedId
           invoke type apo.CustomerAccount::EntriesFor(phone) returning entries
           invoke type apo.PaymentStore::Load returning payments
           invoke self::ReplacedMap returning replaced
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           set receipts to new System.Collections.Generic.List[type System.Int32]()
           set days to new System.Collections.Generic.List[type DateTime]()
           set concepts to new System.Collections.Generic.List[string]()
           set amounts to new System.Collections.Generic.List[type System.Decimal]()
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId not = completedId
                 or rec::CustomerPhone not = phone
                 or rec::Start::Year not = year
                 or rec::Start::Month not = month
                 exit perform cycle
              end-if
              set charge to 0
              perform varying k from 1 by 1 until k > entries::Count
                 if entries::Item(k - 1)::AppointmentId = rec::AppointmentId
                    add entries::Item(k - 1)::Charge to charge
                 end-if
              end-perform
              if charge <= 0
                 exit perform cycle
              end-if
              set theirs to new System.Collections.Generic.List[type System.Int32]()
              set onOther to false
              perform varying k from 1 by 1 until k > payments::Count
                 set pay to payments::Item(k - 1)
                 if pay::AppointmentId = rec::AppointmentId
                    and (pay::Kind = "Pago" or pay::Kind = "Sena")
                    and pay::ReceiptNumber > 0
                    if replaced::ContainsKey(pay::ReceiptNumber)
                       set onOther to true
                    else
                       invoke theirs::Add(pay::ReceiptNumber)
                    end-if
                 end-if
              end-perform
              if onOther
                 exit perform cycle
              end-if
              perform varying k from 1 by 1 until k > theirs::Count
                 invoke self::CheckReceipt(theirs::Item(k - 1) replaced) returning message
                 if message::Length > 0
                    goback
                 end-if
              end-perform
              invoke receipts::AddRange(theirs)
              if rec::ServiceName::Length > 0
                 set concept to rec::ServiceName
              else
                 set concept to rec::Summary
              end-if
              invoke days::Add(rec::Start)
              invoke concepts::Add(concept)
              invoke amounts::Add(charge)
           end-perform
      *> Money paid on account takes a receipt until the customer is
      *> marked for monthly invoicing; those receipts are replaced
      *> here too, or the sale would be declared on the receipt and
      *> again on the invoice.  One from a quarter already declared,
      *> or already partly refunded, stays as it is.
           perform varying k from 1 by 1 until k > payments::Count
              set pay to payments::Item(k - 1)
              if pay::Kind = "Cuenta" and pay::CustomerPhone = phone
                 and pay::ReceiptNumber > 0
                 and not replaced::ContainsKey(pay::ReceiptNumber)
                 and not receipts::Contains(pay::ReceiptNumber)
                 and type apo.IvaBook::ReturnOpen(pay::TakenAt)
                 and type apo.PaymentStore::RefundedAgainst(pay::ReceiptNumber) = 0
                 invoke receipts::Add(pay::ReceiptNumber)
              end-if
           end-perform
           if concepts::Count = 0
              set message to "El cliente no tiene turnos completados sin facturar en "
                 & period & "."
              goback
           end-if
           invoke self::CommonRate(receipts) returning rate
           if rate < 0
              set message to "Los recibos del mes se emitieron con distintos tipos de IVA;"
                 & " facture los recibos por separado."
              goback
           end-if
           invoke self::Issue(cust receipts days concepts amounts rate "Mensual" period)
              returning result
           goback.
       end method.

      *> Numbers, writes and registers one invoice.
       method-id Issue static private.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 branchName string.
       01 number type System.Int32.
       01 issuedAt type DateTime.
       01 total type System.Decimal.
       01 parts type System.Collections.Generic.List[string].
       01 numbers type System.Collections.Generic.List[string].
       01 writer type System.IO.StreamWriter.
       01 path string.
       01 invoiceType string.
       01 hash string.
       01 i type System.Int32.
       procedure division using by value cust as type apo.CustomerRecord
                                 receipts as
                type System.Collections.Generic.List[type System.Int32]
                                 days as
                type System.Collections.Generic.List[type DateTime]
                                 concepts as
                type System.Collections.Generic.List[string]
                                 amounts as
                type System.Collections.Generic.List[type System.Decimal]
                                 ivaPercent as type System.Decimal
                                 kind as string
                                 period as string
                           returning result as type System.Int32.
           invoke type apo.Branch::Station returning branchName
           set issuedAt to type DateTime::Now
           set total to 0
           set numbers to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > amounts::Count
              add amounts::Item(i - 1) to total
           end-perform
           perform varying i from 1 by 1 until i > receipts::Count
              invoke numbers::Add(receipts::Item(i - 1)::ToString())
           end-perform

           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::NextNumber(DataPath branchName) returning number
           if receipts::Count > 0
              set invoiceType to "F3"
           else
              set invoiceType to "F1"
           end-if
           invoke type apo.FiscalChain::Stamp("F" & number::ToString("00000000")
                 invoiceType issuedAt ivaPercent total branchName)
              returning hash

           set writer to new System.IO.StreamWriter(LinesPath true)
           perform varying i from 1 by 1 until i > concepts::Count
              set parts to new System.Collections.Generic.List[string]()
              invoke parts::Add(number::ToString())
              invoke parts::Add(days::Item(i - 1)::ToString("o"))
              invoke parts::Add(concepts::Item(i - 1)::Replace(Delimiter " "))
              invoke parts::Add(amounts::Item(i - 1)::ToString(type System.Globalization.CultureInfo::InvariantCulture))
              invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           end-perform
           invoke writer::Close()

           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(number::ToString())
           invoke parts::Add(issuedAt::ToString("o"))
           invoke parts::Add(cust::Phone)
           invoke parts::Add(cust::BillingName::Replace(Delimiter " "))
           invoke parts::Add(cust::TaxId::Replace(Delimiter " "))
           invoke parts::Add(cust::BillingAddress::Replace(Delimiter " "))
           invoke parts::Add(type string::Join(";" numbers::ToArray()))
           invoke parts::Add(total::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(ivaPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(kind)
           invoke parts::Add(period)
           invoke parts::Add(type apo.AuditLog::CurrentUser)
           invoke parts::Add(hash)
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)

           invoke self::Reprint(number) returning path
           set result to number
           goback.
       end method.

      *> Where an invoice's file is written.
       method-id FilePathFor static.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to InvoiceFolder & "\factura_F" & number::ToString("00000000")
              & ".txt"
           goback.
       end method.

      *> The printable invoice text, rebuilt from the register --
      *> what Form28 shows and reprints.  "" for an unknown number.
       method-id TextFor static.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 g type string occurs any.
       01 itemLines type System.Collections.Generic.List[string].
       01 fiscalName string.
       01 fiscalId string.
       01 fiscalAddress string.
       01 issuedAt type DateTime.
       01 day type DateTime.
       01 total type System.Decimal.
       01 ivaPercent type System.Decimal.
       01 amount type System.Decimal.
       01 base type System.Decimal.
       01 iva type System.Decimal.
       01 numbers type string occurs any.
       01 replacedText string.
       01 n type System.Int32.
       01 text type System.Text.StringBuilder.
       01 i type System.Int32.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::FindByNumber(number) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type DateTime::Parse(f(2)) returning issuedAt
           invoke type System.Decimal::Parse(f(8)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning total
           invoke type System.Decimal::Parse(f(9)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning ivaPercent
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning fiscalName
           invoke type apo.Settings::Get("FiscalId" "") returning fiscalId
           invoke type apo.Settings::Get("FiscalAddress" "") returning fiscalAddress
           invoke type apo.Settings::Get("FiscalAddress." & type apo.Branch::OfReceipt(number)
                 fiscalAddress)
              returning fiscalAddress
           compute base = total / (1 + ivaPercent / 100)
           invoke type System.Math::Round(base 2) returning base
           set iva to total - base

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
           invoke text::AppendLine("Factura nro F" & number::ToString("00000000"))
           invoke text::AppendLine("Fecha: " & issuedAt::ToString("dd/MM/yyyy"))
           if f::Length > 10 and f(11)::Length > 0
              invoke text::AppendLine("Periodo: " & f(11)::Substring(5) & "/"
                    & f(11)::Substring(0 4))
           end-if
           invoke text::AppendLine("")
           invoke text::AppendLine("Cliente: " & f(4))
           invoke text::AppendLine("NIF: " & f(5))
           if f(6)::Trim()::Length > 0
              invoke text::AppendLine(f(6))
           end-if
           invoke text::AppendLine("")

           invoke self::ReadLines(LinesPath) returning itemLines
           perform varying i from 1 by 1 until i > itemLines::Count
              set g to itemLines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if g::Length >= 4 and g(1) = number::ToString()
                 invoke type DateTime::Parse(g(2)) returning day
                 invoke type System.Decimal::Parse(g(4)
                       type System.Globalization.CultureInfo::InvariantCulture)
                    returning amount
                 invoke text::AppendLine(day::ToString("dd/MM/yyyy") & "  " & g(3)
                       & "  " & amount::ToString("0.00"))
              end-if
           end-perform
           invoke text::AppendLine("")
           invoke text::AppendLine("Base imponible: " & base::ToString("0.00"))
           invoke text::AppendLine("IVA (" & ivaPercent::ToString("0.##")
                 & "%): " & iva::ToString("0.00"))
           invoke text::AppendLine("Total: " & total::ToString("0.00"))
           if f(7)::Length > 0
              set numbers to f(7)::Split(";")
              set replacedText to ""
              perform varying i from 1 by 1 until i > numbers::Length
                 invoke type System.Int32::Parse(numbers(i)) returning n
                 if i > 1
                    set replacedText to replacedText & ", "
                 end-if
                 set replacedText to replacedText & n::ToString("00000000")
              end-perform
              invoke text::AppendLine("")
              invoke text::AppendLine("Sustituye a los recibos nro " & replacedText)
           end-if
           invoke text::Append(type apo.FiscalChain::VerificationLines(
                 "F" & number::ToString("00000000")))
           invoke text::ToString() returning result
           goback.
       end method.

      *> Writes one invoice's file again and returns the path written,
      *> "" for an unknown number.
       method-id Reprint static.
       local-storage section.
       01 text string.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::TextFor(number) returning text
           if text::Length = 0
              goback
           end-if
           if not type System.IO.Directory::Exists(InvoiceFolder)
              invoke type System.IO.Directory::CreateDirectory(InvoiceFolder)
           end-if
           invoke type System.IO.File::WriteAllText(self::FilePathFor(number) text)
           invoke self::FilePathFor(number) returning result
           goback.
       end method.

      *> The receipts an invoice replaced, in the order it lists
      *> them; empty for an unknown invoice or one that replaced none.
       method-id ReceiptsOf static.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 numbers type string occurs any.
       01 n type System.Int32.
       01 ok condition-value.
       01 i type System.Int32.
       procedure division using by value invoiceNumber as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type System.Int32].
           set result to new System.Collections.Generic.List[type System.Int32]()
           invoke self::FindByNumber(invoiceNumber) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           if f::Length < 7 or f(7)::Length = 0
              goback
           end-if
           set numbers to f(7)::Split(";")
           perform varying i from 1 by 1 until i > numbers::Length
              invoke type System.Int32::TryParse(numbers(i) by reference n)
                 returning ok
              if ok
                 invoke result::Add(n)
              end-if
           end-perform
           goback.
       end method.

      *> The rectifying invoices issued against one invoice, in the
      *> order issued.
       method-id RectifiedBy static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 n type System.Int32.
       01 ok condition-value.
       01 i type System.Int32.
       procedure division using by value invoiceNumber as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type System.Int32].
           set result to new System.Collections.Generic.List[type System.Int32]()
           invoke self::ReadLines(RectifyingPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference n) returning ok
              if ok and f::Length >= 3 and f(3) = invoiceNumber::ToString()
                 invoke result::Add(n)
              end-if
           end-perform
           goback.
       end method.

      *> The rectifying invoice a refund line was issued with, 0 when
      *> it took a rectifying receipt instead -- the caja prints the
      *> refund under the right number either way.
       method-id RectifyingFor static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 n type System.Int32.
       01 ok condition-value.
       01 i type System.Int32.
       procedure division using by value paymentId as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::ReadLines(RectifyingPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference n) returning ok
              if ok and f::Length >= 2 and f(2) = paymentId
                 set result to n
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The rectifying-invoice register line for one number, or null.
       method-id FindRectifyingByNumber static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to null
           invoke self::ReadLines(RectifyingPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f(1) = number::ToString()
                 set result to lines::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> Issues the rectifying invoice for one refund line (its Amount
      *> already negative, RefundOf the receipt the invoice replaced)
      *> against the invoice that replaced it: stamps it, registers
      *> it and writes its file.  Returns the number for the refund's
      *> ReceiptNumber, or 0 for an unknown invoice.
       method-id IssueRectifying static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 line string.
       01 f type string occurs any.
       01 number type System.Int32.
       01 ivaPercent type System.Decimal.
       01 parts type System.Collections.Generic.List[string].
       01 writer type System.IO.StreamWriter.
       01 hash string.
       01 path string.
       procedure division using by value p as type apo.PaymentRecord
                                 invoiceNumber as type System.Int32
                                 reason as string
                                 authorisedBy as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::FindByNumber(invoiceNumber) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type System.Decimal::Parse(f(9)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning ivaPercent
           if p::Branch = null or p::Branch::Length = 0
              invoke type apo.Branch::Station returning p::Branch
           end-if

           invoke type apo.StoreLock::Acquire(RectifyingPath) returning gate
           invoke self::NextNumber(RectifyingPath p::Branch) returning number
           invoke type apo.FiscalChain::Stamp("FR" & number::ToString("00000000") "R1"
                 p::TakenAt ivaPercent p::Amount p::Branch)
              returning hash
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(number::ToString())
           invoke parts::Add(p::PaymentId)
           invoke parts::Add(invoiceNumber::ToString())
           invoke parts::Add(p::RefundOf::ToString())
           invoke parts::Add(reason::Replace(Delimiter " "))
           invoke parts::Add(authorisedBy::Replace(Delimiter " "))
           invoke parts::Add(p::Method)
           invoke parts::Add(p::Amount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::TakenAt::ToString("o"))
           invoke parts::Add(ivaPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(f(3))
           invoke parts::Add(f(4))
           invoke parts::Add(f(5))
           invoke parts::Add(f(6))
           invoke parts::Add(hash)
           set writer to new System.IO.StreamWriter(RectifyingPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)

           invoke self::ReprintRectifying(number) returning path
           set result to number
           goback.
       end method.

       method-id RectifyingFilePathFor static.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to InvoiceFolder & "\rectificativa_FR" & number::ToString("00000000")
              & ".txt"
           goback.
       end method.

      *> The printable rectifying invoice, rebuilt from its register
      *> line.  The amount is negative and the base and IVA come out
      *> negative with it -- the IVA being reversed.  "" for an
      *> unknown number.
       method-id RectifyingTextFor static.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 invoiceLine string.
       01 g type string occurs any.
       01 fiscalName string.
       01 fiscalId string.
       01 fiscalAddress string.
       01 invoiceNumber type System.Int32.
       01 receiptNumber type System.Int32.
       01 invoiceIssued type DateTime.
       01 issuedAt type DateTime.
       01 amount type System.Decimal.
       01 ivaPercent type System.Decimal.
       01 base type System.Decimal.
       01 iva type System.Decimal.
       01 text type System.Text.StringBuilder.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::FindRectifyingByNumber(number) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type System.Int32::Parse(f(3)) returning invoiceNumber
           invoke type System.Int32::Parse(f(4)) returning receiptNumber
           invoke type System.Decimal::Parse(f(8)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning amount
           invoke type DateTime::Parse(f(9)) returning issuedAt
           invoke type System.Decimal::Parse(f(10)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning ivaPercent
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
           invoke text::AppendLine("Factura rectificativa nro FR" & number::ToString("00000000"))
           invoke self::FindByNumber(invoiceNumber) returning invoiceLine
           if invoiceLine not = null
              set g to invoiceLine::Split(Delimiter::ToCharArray())
              invoke type DateTime::Parse(g(2)) returning invoiceIssued
              invoke text::AppendLine("Rectifica la factura nro F"
                    & invoiceNumber::ToString("00000000") & " del "
                    & invoiceIssued::ToString("dd/MM/yyyy"))
           else
              invoke text::AppendLine("Rectifica la factura nro F"
                    & invoiceNumber::ToString("00000000"))
           end-if
           invoke text::AppendLine("Fecha: " & issuedAt::ToString("dd/MM/yyyy HH:mm"))
           invoke text::AppendLine("")
           invoke text::AppendLine("Cliente: " & f(12))
           invoke text::AppendLine("NIF: " & f(13))
           if f(14)::Trim()::Length > 0
              invoke text::AppendLine(f(14))
           end-if
           invoke text::AppendLine("")
           invoke text::AppendLine("Devolucion del recibo nro " & receiptNumber::ToString("00000000"))
           invoke text::AppendLine("Motivo: " & f(5) & " (autorizo " & f(6) & ")")
           invoke text::AppendLine("Devuelto por: " & f(7))
           invoke text::AppendLine("")
           invoke text::AppendLine("Base imponible: " & base::ToString("0.00"))
           invoke text::AppendLine("IVA revertido (" & ivaPercent::ToString("0.##")
                 & "%): " & iva::ToString("0.00"))
           invoke text::AppendLine("Total devuelto: " & amount::ToString("0.00"))
           invoke text::Append(type apo.FiscalChain::VerificationLines(
                 "FR" & number::ToString("00000000")))
           invoke text::ToString() returning result
           goback.
       end method.

      *> Writes one rectifying invoice's file again and returns the
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
           if not type System.IO.Directory::Exists(InvoiceFolder)
              invoke type System.IO.Directory::CreateDirectory(InvoiceFolder)
           end-if
           invoke type System.IO.File::WriteAllText(self::RectifyingFilePathFor(number) text)
           invoke self::RectifyingFilePathFor(number) returning result
           goback.
       end method.

      *> Every invoice for the IVA book, series "F", split at the rate
      *> it was issued at, then every rectifying invoice, series "FR".
       method-id BookLines static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 entry type apo.IvaBookLine.
       01 base type System.Decimal.
       01 n type System.Int32.
       01 ok condition-value.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.IvaBookLine].
           set result to new System.Collections.Generic.List[type apo.IvaBookLine]()
           invoke self::ReadLines(DataPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference n) returning ok
              if ok and f::Length >= 10
                 set entry to new apo.IvaBookLine()
                 set entry::Series to "F"
                 set entry::Number to n
                 set entry::PaymentId to ""
                 set entry::Method to ""
                 set entry::Kind to "Factura"
                 set entry::Customer to f(4)
                 set entry::TaxId to f(5)
                 invoke type DateTime::Parse(f(2)) returning entry::IssuedAt
                 invoke type System.Decimal::Parse(f(8)
                       type System.Globalization.CultureInfo::InvariantCulture)
                    returning entry::Total
                 invoke type System.Decimal::Parse(f(9)
                       type System.Globalization.CultureInfo::InvariantCulture)
                    returning entry::Rate
                 compute base = entry::Total / (1 + entry::Rate / 100)
                 invoke type System.Math::Round(base 2) returning base
                 set entry::TaxBase to base
                 set entry::Iva to entry::Total - base
                 invoke result::Add(entry)
              end-if
           end-perform
           invoke self::ReadLines(RectifyingPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference n) returning ok
              if ok and f::Length >= 14
                 set entry to new apo.IvaBookLine()
                 set entry::Series to "FR"
                 set entry::Number to n
                 set entry::PaymentId to f(2)
                 invoke type System.Int32::Parse(f(3)) returning entry::Rectifies
                 set entry::Method to f(7)
                 set entry::Kind to "Devolucion"
                 set entry::Customer to f(12)
                 set entry::TaxId to f(13)
                 invoke type System.Decimal::Parse(f(8)
                       type System.Globalization.CultureInfo::InvariantCulture)
                    returning entry::Total
                 invoke type DateTime::Parse(f(9)) returning entry::IssuedAt
                 invoke type System.Decimal::Parse(f(10)
                       type System.Globalization.CultureInfo::InvariantCulture)
                    returning entry::Rate
                 compute base = entry::Total / (1 + entry::Rate / 100)
                 invoke type System.Math::Round(base 2) returning base
                 set entry::TaxBase to base
                 set entry::Iva to entry::Total - base
                 invoke result::Add(entry)
              end-if
           end-perform
           goback.
       end method.

       end class.
