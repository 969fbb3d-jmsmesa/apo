       class-id apo.CustomerAccount.

      *> What each customer owes us, worked out from the files that
      *> already hold the facts rather than from a second ledger kept
      *> in step by hand:
      *>
      *>   charges  - every completed turno of theirs, live or
      *>              archived: what was settled at the till when it
      *>              was, the price in force on the day when it never
      *>              was ("Cobrar mas tarde" on Form11);
      *>            - every late-cancellation fee CancellationStore
      *>              holds against their phone;
      *>            - the charges AccountStore keeps (the rest of a
      *>              part-paid visit).
      *>   credits  - the settlements and deposits on those turnos,
      *>              the fee payments ("Cargo") and the payments made
      *>              on account ("Cuenta") from Form58.
      *>
      *> Refunds stay out: a refund undoes a sale, charge and credit
      *> alike.  The one exception is a refund of a payment on
      *> account, which hands back money that was only a credit and
      *> so is charged back to the customer.  Product, bono and
      *> voucher sales stay out too, paid on the spot, and so does a
      *> no-show's deposit, which the salon keeps.  A settled turno
      *> charges exactly what was taken for it, so the desk's
      *> discounts never show as debt.  AccountsStartDate in
      *> settings.dat (yyyy-MM-dd) leaves out everything older --
      *> turnos from before payments were recorded would otherwise
      *> all look unpaid.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The first day the accounts count, MinValue when the setting
      *> is not there.
       method-id StartDate static private.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type DateTime.
           set result to type DateTime::MinValue
           invoke type apo.Settings::Get("AccountsStartDate" "") returning raw
           if raw::Trim()::Length > 0
              invoke type DateTime::TryParseExact(raw::Trim() "yyyy-MM-dd"
                    type System.Globalization.CultureInfo::InvariantCulture
                    type System.Globalization.DateTimeStyles::None
                    by reference result)
                 returning ok
              if not ok
                 set result to type DateTime::MinValue
              end-if
           end-if
           goback.
       end method.

      *> Files one line under its customer, skipping zero lines.
       method-id AddLine static private.
       local-storage section.
       01 x type apo.AccountEntry.
       01 mine type System.Collections.Generic.List[type apo.AccountEntry].
       procedure division using by value accounts as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]]
                                 phone as string
                                 appointmentId as string
                                 postedAt as type DateTime
                                 concept as string
                                 charge as type System.Decimal
                                 credit as type System.Decimal.
           if charge = 0 and credit = 0
              goback
           end-if
           set x to new apo.AccountEntry()
           set x::CustomerPhone to phone
           set x::AppointmentId to appointmentId
           set x::PostedAt to postedAt
           set x::Concept to concept
           set x::Charge to charge
           set x::Credit to credit
           if not accounts::ContainsKey(phone)
              set mine to new System.Collections.Generic.List[type apo.AccountEntry]()
              invoke accounts::Add(phone mine)
           end-if
           invoke accounts::Item(phone)::Add(x)
           goback.
       end method.

      *> Every customer's account lines, keyed by phone, each list in
      *> date order.
       method-id ByCustomer static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 pay type apo.PaymentRecord.
       01 byTurno type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.PaymentRecord]].
       01 theirs type System.Collections.Generic.List[type apo.PaymentRecord].
       01 cancellations type System.Collections.Generic.List[type apo.CancellationRecord].
       01 c type apo.CancellationRecord.
       01 posted type System.Collections.Generic.List[type apo.AccountEntry].
       01 x type apo.AccountEntry.
       01 temp type apo.AccountEntry.
       01 mine type System.Collections.Generic.List[type apo.AccountEntry].
       01 phones type System.Collections.Generic.List[string].
       01 noPayments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 onAccount type System.Collections.Generic.Dictionary[type System.Int32, type apo.PaymentRecord].
       01 paidIn type apo.PaymentRecord.
       01 rectifyingNumber type System.Int32.
       01 refundDocument string.
       01 fromDay type DateTime.
       01 completedId type System.Int32.
       01 settled condition-value.
       01 taken type System.Decimal.
       01 price type System.Decimal.
       01 serviceText string.
       01 i type System.Int32.
       01 j type System.Int32.
       01 k type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]].
           set result to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]]()
           invoke self::StartDate returning fromDay
           invoke type apo.AppointmentStatus::StatusIdFor("Completado") returning completedId
           set noPayments to new System.Collections.Generic.List[type apo.PaymentRecord]()

           invoke type apo.PaymentStore::Load returning payments
           set onAccount to new System.Collections.Generic.Dictionary[type System.Int32, type apo.PaymentRecord]()
           set byTurno to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.PaymentRecord]]()
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::AppointmentId::Length > 0
                 if not byTurno::ContainsKey(pay::AppointmentId)
                    set theirs to new System.Collections.Generic.List[type apo.PaymentRecord]()
                    invoke byTurno::Add(pay::AppointmentId theirs)
                 end-if
                 invoke byTurno::Item(pay::AppointmentId)::Add(pay)
              end-if
      *> Money paid on account, against no turno in particular.
      *> One from a customer invoiced monthly has no receipt -- it
      *> pays their invoices (InvoiceRegister).
              if pay::Kind = "Cuenta" and pay::CustomerPhone::Length > 0
                 and pay::TakenAt >= fromDay
                 if pay::ReceiptNumber > 0
                    invoke self::AddLine(result pay::CustomerPhone "" pay::TakenAt
                          "Pago a cuenta (" & pay::Method & ", recibo "
                          & pay::ReceiptNumber::ToString("00000000") & ")"
                          0 pay::Amount)
                    if not onAccount::ContainsKey(pay::ReceiptNumber)
                       invoke onAccount::Add(pay::ReceiptNumber pay)
                    end-if
                 else
                    invoke self::AddLine(result pay::CustomerPhone "" pay::TakenAt
                          "Pago a cuenta (" & pay::Method & ")"
                          0 pay::Amount)
                 end-if
              end-if
           end-perform

      *> Money handed back out of a payment on account takes its
      *> credit back off the customer who paid it in (Amount is
      *> negative on the refund line).  The refund's document is a
      *> rectifying receipt, or a rectifying invoice when the receipt
      *> had been replaced by an invoice.
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Kind = "Devolucion"
                 and onAccount::ContainsKey(pay::RefundOf)
                 set paidIn to onAccount::Item(pay::RefundOf)
                 invoke type apo.InvoiceRegister::RectifyingFor(pay::PaymentId)
                    returning rectifyingNumber
                 if rectifyingNumber > 0
                    set refundDocument to ", factura rectificativa FR"
                       & rectifyingNumber::ToString("00000000")
                 else
                    set refundDocument to ", rectificativo R"
                       & pay::ReceiptNumber::ToString("00000000")
                 end-if
                 invoke self::AddLine(result paidIn::CustomerPhone "" pay::TakenAt
                       "Devolucion de pago a cuenta (recibo "
                       & pay::RefundOf::ToString("00000000") & refundDocument & ")"
                       0 - pay::Amount 0)
              end-if
           end-perform

      *> Completed turnos: the charge and what was taken against it.
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId not = completedId
                 or rec::CustomerPhone = null
                 or rec::CustomerPhone::Trim()::Length = 0
                 or rec::Start < fromDay
                 exit perform cycle
              end-if
              if byTurno::ContainsKey(rec::AppointmentId)
                 set theirs to byTurno::Item(rec::AppointmentId)
              else
                 set theirs to noPayments
              end-if
              set settled to false
              set taken to 0
              perform varying k from 1 by 1 until k > theirs::Count
                 set pay to theirs::Item(k - 1)
                 if pay::Kind = "Pago" or pay::Kind = "Sena"
                    add pay::Amount to taken
                    invoke self::AddLine(result rec::CustomerPhone rec::AppointmentId
                          pay::TakenAt pay::Kind & " (" & pay::Method & ")"
                          0 pay::Amount)
                 end-if
                 if pay::Kind = "Pago"
                    set settled to true
                 end-if
              end-perform
              if rec::ServiceName::Length > 0
                 set serviceText to rec::ServiceName
              else
                 set serviceText to rec::Summary
              end-if
              if settled
                 set price to taken
              else
                 set price to rec::Price
                 if rec::ServiceName::Trim()::Length > 0
                    invoke type apo.ServiceStore::PriceFor(rec::ServiceName rec::Start)
                       returning price
                 end-if
                 set serviceText to serviceText & " (sin cobrar)"
              end-if
              invoke self::AddLine(result rec::CustomerPhone rec::AppointmentId
                    rec::Start serviceText price 0)
           end-perform

      *> Late-cancellation fees, and whatever was paid against them.
           invoke type apo.CancellationStore::Load returning cancellations
           perform varying i from 1 by 1 until i > cancellations::Count
              set c to cancellations::Item(i - 1)
              if c::FeeCharged <= 0
                 or c::CustomerPhone::Length = 0
                 or c::CancelledAt < fromDay
                 exit perform cycle
              end-if
              invoke self::AddLine(result c::CustomerPhone c::AppointmentId c::CancelledAt
                    "Cargo por cancelacion tardia (turno del "
                    & c::Start::ToString("dd/MM/yyyy HH:mm") & ")"
                    c::FeeCharged 0)
              if byTurno::ContainsKey(c::AppointmentId)
                 set theirs to byTurno::Item(c::AppointmentId)
                 perform varying k from 1 by 1 until k > theirs::Count
                    set pay to theirs::Item(k - 1)
                    if pay::Kind = "Cargo"
                       invoke self::AddLine(result c::CustomerPhone c::AppointmentId
                             pay::TakenAt "Pago del cargo (" & pay::Method & ")"
                             0 pay::Amount)
                    end-if
                 end-perform
              end-if
           end-perform

           invoke type apo.AccountStore::Load returning posted
           perform varying i from 1 by 1 until i > posted::Count
              set x to posted::Item(i - 1)
              if x::CustomerPhone::Length > 0 and x::PostedAt >= fromDay
                 invoke self::AddLine(result x::CustomerPhone x::AppointmentId x::PostedAt
                       x::Concept x::Charge 0)
              end-if
           end-perform

      *> Date order within each account -- the same plain bubble
      *> sort CustomerStatement uses; one customer's lines are few.
           set phones to new System.Collections.Generic.List[string](result::Keys)
           perform varying k from 1 by 1 until k > phones::Count
              set mine to result::Item(phones::Item(k - 1))
              perform varying i from 1 by 1 until i > mine::Count - 1
                 perform varying j from 1 by 1 until j > mine::Count - i
                    if mine::Item(j - 1)::PostedAt > mine::Item(j)::PostedAt
                       set temp to mine::Item(j - 1)
                       invoke mine::RemoveAt(j - 1)
                       invoke mine::Insert(j temp)
                    end-if
                 end-perform
              end-perform
           end-perform
           goback.
       end method.

      *> One customer's lines in date order, empty when they have
      *> none.
       method-id EntriesFor static.
       local-storage section.
       01 accounts type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]].
       procedure division using by value phone as string
                           returning result as
                type System.Collections.Generic.List[type apo.AccountEntry].
           invoke self::ByCustomer returning accounts
           if accounts::ContainsKey(phone)
              set result to accounts::Item(phone)
           else
              set result to new System.Collections.Generic.List[type apo.AccountEntry]()
           end-if
           goback.
       end method.

      *> What the customer owes today; negative when we owe them.
       method-id Balance static.
       local-storage section.
       01 mine type System.Collections.Generic.List[type apo.AccountEntry].
       01 i type System.Int32.
       procedure division using by value phone as string
                           returning result as type System.Decimal.
           set result to 0
           if phone = null or phone::Trim()::Length = 0
              goback
           end-if
           invoke self::EntriesFor(phone::Trim()) returning mine
           perform varying i from 1 by 1 until i > mine::Count
              add mine::Item(i - 1)::Charge to result
              subtract mine::Item(i - 1)::Credit from result
           end-perform
           goback.
       end method.

      *> Ages one account as it stood at the end of asOf.  The money
      *> paid is set against the oldest charges first; what is left
      *> of each charge falls in the bucket of its own age in days.
      *> Returns the balance, negative (and nothing aged) when the
      *> customer has paid more than they were charged.
       method-id Age static.
       local-storage section.
       01 x type apo.AccountEntry.
       01 dayEnd type DateTime.
       01 paid type System.Decimal.
       01 unpaid type System.Decimal.
       01 elapsed type System.TimeSpan.
       01 days type System.Int32.
       01 i type System.Int32.
       procedure division using by value mine as
                type System.Collections.Generic.List[type apo.AccountEntry]
                                 asOf as type DateTime
                                 by reference upTo30 as type System.Decimal
                                 by reference upTo60 as type System.Decimal
                                 by reference upTo90 as type System.Decimal
                                 by reference over90 as type System.Decimal
                           returning result as type System.Decimal.
           set upTo30 to 0
           set upTo60 to 0
           set upTo90 to 0
           set over90 to 0
           set result to 0
           set dayEnd to asOf::Date::AddDays(1)
           set paid to 0
           perform varying i from 1 by 1 until i > mine::Count
              set x to mine::Item(i - 1)
              if x::PostedAt < dayEnd
                 add x::Credit to paid
                 add x::Charge to result
                 subtract x::Credit from result
              end-if
           end-perform
           perform varying i from 1 by 1 until i > mine::Count
              set x to mine::Item(i - 1)
              if x::PostedAt >= dayEnd or x::Charge <= 0
                 exit perform cycle
              end-if
              if paid >= x::Charge
                 subtract x::Charge from paid
                 exit perform cycle
              end-if
              compute unpaid = x::Charge - paid
              set paid to 0
              set elapsed to asOf::Date::Subtract(x::PostedAt::Date)
              set days to elapsed::Days
              evaluate true
                 when days <= 30
                    add unpaid to upTo30
                 when days <= 60
                    add unpaid to upTo60
                 when days <= 90
                    add unpaid to upTo90
                 when other
                    add unpaid to over90
              end-evaluate
           end-perform
           goback.
       end method.

      *> The statement of account for one customer from a date on:
      *> the balance brought forward, every line since with the
      *> running balance, and today's balance aged.
       method-id Statement static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 mine type System.Collections.Generic.List[type apo.AccountEntry].
       01 x type apo.AccountEntry.
       01 report type System.Text.StringBuilder.
       01 running type System.Decimal.
       01 amountText string.
       01 upTo30 type System.Decimal.
       01 upTo60 type System.Decimal.
       01 upTo90 type System.Decimal.
       01 over90 type System.Decimal.
       01 owed type System.Decimal.
       01 shown type System.Int32.
       01 i type System.Int32.
       procedure division using by value phone as string
                                 since as type DateTime
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           if cust not = null
              invoke report::AppendLine("Estado de cuenta corriente de " & cust::Name
                    & " (" & phone & ")")
           else
              invoke report::AppendLine("Estado de cuenta corriente de " & phone)
           end-if
           invoke report::AppendLine("Emitido el "
                 & type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))
           invoke report::AppendLine("")

           invoke self::EntriesFor(phone) returning mine
           set running to 0
           set shown to 0
           perform varying i from 1 by 1 until i > mine::Count
              set x to mine::Item(i - 1)
              if x::PostedAt < since::Date
                 add x::Charge to running
                 subtract x::Credit from running
              end-if
           end-perform
           invoke report::AppendLine("Saldo anterior al " & since::ToString("dd/MM/yyyy")
                 & ": " & running::ToString("0.00"))
           perform varying i from 1 by 1 until i > mine::Count
              set x to mine::Item(i - 1)
              if x::PostedAt < since::Date
                 exit perform cycle
              end-if
              add x::Charge to running
              subtract x::Credit from running
              if x::Charge > 0
                 set amountText to "cargo " & x::Charge::ToString("0.00")
              else
                 set amountText to "abono " & x::Credit::ToString("0.00")
              end-if
              invoke report::AppendLine("    " & x::PostedAt::ToString("dd/MM/yyyy")
                    & "  " & x::Concept & "  " & amountText
                    & "  saldo " & running::ToString("0.00"))
              add 1 to shown
           end-perform
           if shown = 0
              invoke report::AppendLine("    Sin movimientos en el periodo.")
           end-if
           invoke report::AppendLine("")

           invoke self::Age(mine type DateTime::Today by reference upTo30
                 by reference upTo60 by reference upTo90 by reference over90)
              returning owed
           if owed > 0
              invoke report::AppendLine("Saldo pendiente: " & owed::ToString("0.00"))
              invoke report::AppendLine("    0-30 dias: " & upTo30::ToString("0.00")
                    & "   31-60: " & upTo60::ToString("0.00")
                    & "   61-90: " & upTo90::ToString("0.00")
                    & "   mas de 90: " & over90::ToString("0.00"))
           else
              if owed < 0
                 set owed to 0 - owed
                 invoke report::AppendLine("Saldo a favor del cliente: "
                       & owed::ToString("0.00"))
              else
                 invoke report::AppendLine("Cuenta saldada.")
              end-if
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> Queues the statement to the customer through MessageQueue:
      *> the whole statement by email when we have one, the balance
      *> in one line by SMS otherwise.  Returns where it went.
       method-id QueueStatement static.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 owed type System.Decimal.
       01 body string.
       01 fields type System.Collections.Generic.Dictionary[string, string].
       01 purpose string.
       procedure division using by value phone as string
                                 since as type DateTime
                           returning result as string.
           set result to ""
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           if cust not = null and cust::Email::Trim()::Length > 0
              invoke self::Statement(phone since) returning body
              invoke type apo.MessageQueue::Enqueue(
                    "estado:" & phone & ":" & type DateTime::Now::ToString("yyyyMMddHHmm")
                    cust::Email "Email" body)
              set result to cust::Email
              goback
           end-if
           invoke self::Balance(phone) returning owed
           invoke type apo.MessageTemplates::FieldsFor(phone) returning fields
           invoke fields::Add("fecha" type DateTime::Today::ToString("dd/MM/yyyy"))
           invoke fields::Add("importe" owed::ToString("0.00"))
           set purpose to "Cuenta al dia"
           if owed > 0
              set purpose to "Saldo pendiente"
           end-if
           invoke type apo.MessageQueue::EnqueueTemplate(
                 "estado:" & phone & ":" & type DateTime::Now::ToString("yyyyMMddHHmm")
                 phone "SMS" purpose phone fields)
           set result to phone
           goback.
       end method.

       end class.
