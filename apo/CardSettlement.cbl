      *> on it.  Reconcile claims each file into procesados the same
      *> way RequestInbox does, matches lines to Tarjeta payments by
      *> amount and time, and reports the leftovers on both sides.
      *> A tip added on the card goes through the terminal in the
      *> same charge as the payment it was left on, so the two lines
      *> (same turno, same moment) count as one amount here.

       working-storage section.
       01 FolderKey      string value "CardFolder".
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 cards type System.Collections.Generic.List[type apo.PaymentRecord].
       01 cardMatched type System.Collections.Generic.List[type System.Boolean].
       01 cardAmounts type System.Collections.Generic.List[type System.Decimal].
       01 folded condition-value.
       01 pay type apo.PaymentRecord.
       01 minutesApart type System.Double.
       01 matched type System.Int32.
           invoke type apo.PaymentStore::Load returning payments
           set cards to new System.Collections.Generic.List[type apo.PaymentRecord]()
           set cardMatched to new System.Collections.Generic.List[type System.Boolean]()
           set cardAmounts to new System.Collections.Generic.List[type System.Decimal]()
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Method = "Tarjeta" and coveredDates::Contains(pay::TakenAt::Date)
                 and pay::Kind not = "Propina"
                 invoke cards::Add(pay)
                 invoke cardMatched::Add(false)
                 invoke cardAmounts::Add(pay::Amount)
              end-if
           end-perform
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Method = "Tarjeta" and coveredDates::Contains(pay::TakenAt::Date)
                 and pay::Kind = "Propina"
                 set folded to false
                 perform varying k from 1 by 1 until k > cards::Count
                    if cards::Item(k - 1)::AppointmentId = pay::AppointmentId
                       and cards::Item(k - 1)::TakenAt = pay::TakenAt
                       set cardAmounts::Item(k - 1) to cardAmounts::Item(k - 1) + pay::Amount
                       set folded to true
                       exit perform
                    end-if
                 end-perform
      *> A tip charged on its own (a bono session, say) is a terminal
      *> line of its own.
                 if not folded
                    invoke cards::Add(pay)
                    invoke cardMatched::Add(false)
                    invoke cardAmounts::Add(pay::Amount)
                 end-if
              end-if
           end-perform

           perform varying i from 1 by 1 until i > lineWhens::Count
              perform varying k from 1 by 1 until k > cards::Count
                 if not lineMatched::Item(i - 1) and not cardMatched::Item(k - 1)
                    and lineAmounts::Item(i - 1) = cardAmounts::Item(k - 1)
                    set minutesApart to (lineWhens::Item(i - 1)
                       - cards::Item(k - 1)::TakenAt)::TotalMinutes
                    if minutesApart < 0
              if not cardMatched::Item(k - 1)
                 invoke report::AppendLine("    "
                    & cards::Item(k - 1)::TakenAt::ToString("dd/MM/yyyy HH:mm")
                    & "  " & cardAmounts::Item(k - 1)::ToString("0.00")
                    & "  recibo "
                    & cards::Item(k - 1)::ReceiptNumber::ToString("00000000"))
                 add 1 to missing
