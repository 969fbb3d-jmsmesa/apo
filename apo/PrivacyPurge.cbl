      *> Data-protection deletion for one customer.  Their phone sits
      *> in appointments.dat, the archive, the recycle bin,
      *> messages.dat, the waitlist, the walk-in queue, the bundles,
      *> the formula card, the allergy file, the points account, the
      *> back-bar usage lines, the customer account and the audit
      *> trail -- Purge produces a complete export of everything held
      *> first, then erases or anonymises the person across every
      *> store, leaving the turnos themselves for the statistics with
      *> no identifying fields, and writes the audit line proving when
      *> the purge ran and by whom (the phone masked in that line,
      *> since the point is that it stops existing here).

       working-storage section.
       01 ExportFolder string value "exports".
       01 walkins type System.Collections.Generic.List[type apo.WalkinRecord].
       01 bundles type System.Collections.Generic.List[type apo.BundleRecord].
       01 formulas type System.Collections.Generic.List[type apo.FormulaRecord].
       01 tests type System.Collections.Generic.List[type apo.PatchTestRecord].
       01 cancellations type System.Collections.Generic.List[type apo.CancellationRecord].
       01 points type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 account type System.Collections.Generic.List[type apo.AccountEntry].
       01 mine type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 ids type System.Collections.Generic.List[string].
       01 email string.
              set email to cust::Email
              invoke text::AppendLine("Cliente: " & cust::Name
                    & " / " & cust::Email & " / notas: " & cust::Notes)
              if cust::SourceName::Length > 0
                 invoke text::AppendLine("Nos conocio por: " & cust::SourceName
                       & " " & cust::ReferredBy)
              end-if
              if cust::BillingName::Length > 0 or cust::TaxId::Length > 0
                 invoke text::AppendLine("Datos de facturacion: " & cust::BillingName
                       & " / NIF " & cust::TaxId & " / " & cust::BillingAddress)
              end-if
           end-if
           invoke text::AppendLine("")

                 & ": " & formulas::Item(i - 1)::Formula)
           end-perform

           invoke text::AppendLine("Pruebas de alergia y consentimientos:")
           invoke type apo.PatchTestStore::FindByPhone(phone) returning tests
           perform varying i from 1 by 1 until i > tests::Count
              invoke text::AppendLine("    "
                 & tests::Item(i - 1)::TakenOn::ToString("dd/MM/yyyy")
                 & "  " & tests::Item(i - 1)::Kind
                 & ": " & tests::Item(i - 1)::Product
                 & " " & tests::Item(i - 1)::Outcome)
           end-perform

           invoke text::AppendLine("Puntos:")
           invoke type apo.LoyaltyStore::ForPhone(phone) returning points
           perform varying i from 1 by 1 until i > points::Count
              invoke text::AppendLine("    "
                 & points::Item(i - 1)::PostedAt::ToString("dd/MM/yyyy")
                 & "  " & points::Item(i - 1)::Movement
                 & " " & points::Item(i - 1)::Points::ToString())
           end-perform

           invoke text::AppendLine("Cuenta corriente:")
           invoke type apo.CustomerAccount::EntriesFor(phone) returning account
           perform varying i from 1 by 1 until i > account::Count
              invoke text::AppendLine("    "
                 & account::Item(i - 1)::PostedAt::ToString("dd/MM/yyyy")
                 & "  " & account::Item(i - 1)::Concept
                 & "  cargo " & account::Item(i - 1)::Charge::ToString("0.00")
                 & "  abono " & account::Item(i - 1)::Credit::ToString("0.00"))
           end-perform

           invoke text::AppendLine("Cancelaciones:")
           invoke type apo.CancellationStore::Load returning cancellations
           perform varying i from 1 by 1 until i > cancellations::Count
              end-if
           end-perform
           invoke type apo.CustomerStore::SaveAll(customers)
           invoke type apo.CustomerStore::ClearReferrer(phone)

      *> Everything addressed to the person goes whole -- a message
      *> body is full of their booking details.
           end-perform
           invoke type apo.FormulaStore::SaveAll(formulas)

           invoke type apo.PatchTestStore::Forget(phone)
           invoke type apo.LoyaltyStore::Forget(phone)
           invoke type apo.UsageStore::AnonymizePhone(phone)
           invoke type apo.SurveyStore::AnonymizePhone(phone)
           invoke type apo.AccountStore::AnonymizePhone(phone)
           invoke type apo.PaymentStore::AnonymizePhone(phone)

      *> Cancellation records stay for the monthly statistics, like
      *> the turnos do, but with the phone blanked so nothing ties
      *> them back to the person.
