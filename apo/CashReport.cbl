      *> the day's takings by payment method and by room, and lists
      *> every completed turno that has no payment against it, so the
      *> till can be balanced against the schedule instead of against
      *> the paper notebook.  Refunds are negative "Devolucion" lines,
      *> so every total here is already net of money handed back; the
      *> refunds themselves are listed as the day's salidas de caja,
      *> alongside the cash expenses paid out of the drawer, and both
      *> come off the cash the drawer should hold at closing.  Each
      *> branch has its own till: the caja covers the money taken at
      *> the branch being worked on and the turnos in its rooms.
      *> Tips ("Propina" lines) are the staff's, not takings: they are
      *> shown apart, and the cash ones stay in the drawer until the
      *> weekly hand-out (TipReport).

       method-id NEW.
       procedure division.
       01 bundleSessions type System.Int32.
       01 productTotal type System.Decimal.
       01 feeTotal type System.Decimal.
       01 refundTotal type System.Decimal.
       01 refundCount type System.Int32.
       01 voucherSoldTotal type System.Decimal.
       01 voucherSpentTotal type System.Decimal.
       01 accountTotal type System.Decimal.
       01 tipTotal type System.Decimal.
       01 cashTipTotal type System.Decimal.
       01 cashTotal type System.Decimal.
       01 paidOutTotal type System.Decimal.
       01 expectedCash type System.Decimal.
       01 expenses type System.Collections.Generic.List[type apo.ExpenseRecord].
       01 receiptCount type System.Int32.
       01 missing type System.Int32.
       01 branchName string.
       01 refundPrefix string.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       procedure division using by value allRecords as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 day as type DateTime
                           returning result as string.
           invoke type apo.Branch::Current returning branchName
           invoke type apo.Branch::Appointments(allRecords branchName) returning records
           invoke type apo.PaymentStore::Load returning payments
           invoke type apo.Branch::Payments(payments branchName) returning payments
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Caja del " & day::ToString("dd/MM/yyyy"))
           if type apo.Branch::Names::Count > 1
              invoke report::AppendLine("Sucursal " & branchName)
           end-if
           invoke report::AppendLine("")

           invoke report::AppendLine("Cobrado por medio de pago:")
           invoke type apo.PaymentStore::Methods returning methods
           set dayTotal to 0
           set cashTotal to 0
           perform varying k from 1 by 1 until k > methods::Count
              set methodTotal to 0
              perform varying i from 1 by 1 until i > payments::Count
                 set pay to payments::Item(i - 1)
                 if pay::TakenAt::Date = day::Date and pay::Method = methods::Item(k - 1)
                    and pay::Kind not = "Propina"
                    add pay::Amount to methodTotal
                 end-if
              end-perform
      *> A voucher spent today brings no money in -- it came in the
      *> day the voucher was sold -- so it is shown but kept out of
      *> the total.
              if methods::Item(k - 1) = "Vale regalo"
                 invoke report::AppendLine("    " & methods::Item(k - 1)
                    & " (canjeado, no es ingreso): "
                    & methodTotal::ToString("0.00"))
              else
                 invoke report::AppendLine("    " & methods::Item(k - 1) & ": "
                    & methodTotal::ToString("0.00"))
                 add methodTotal to dayTotal
              end-if
              if methods::Item(k - 1) = "Efectivo"
                 set cashTotal to methodTotal
              end-if
           end-perform
           invoke report::AppendLine("    Total: " & dayTotal::ToString("0.00"))
           invoke report::AppendLine("")
           set bundleSessions to 0
           set productTotal to 0
           set feeTotal to 0
           set refundTotal to 0
           set voucherSoldTotal to 0
           set voucherSpentTotal to 0
           set accountTotal to 0
           set tipTotal to 0
           set cashTipTotal to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Date = day::Date
                 if pay::Kind = "Cargo"
                    add pay::Amount to feeTotal
                 end-if
                 if pay::Kind = "Devolucion"
                    add pay::Amount to refundTotal
                 end-if
                 if pay::Kind = "Vale"
                    add pay::Amount to voucherSoldTotal
                 end-if
                 if pay::Kind = "Cuenta"
                    add pay::Amount to accountTotal
                 end-if
                 if pay::Kind = "Propina"
                    add pay::Amount to tipTotal
                    if pay::Method = "Efectivo"
                       add pay::Amount to cashTipTotal
                    end-if
                 end-if
                 if pay::Method = "Vale regalo"
                    add pay::Amount to voucherSpentTotal
                 end-if
      *> A turno settled off a prepaid bundle: no money moved today,
      *> but the session has to show or the caja can't explain a
      *> completed turno with a 0.00 settlement.
              invoke report::AppendLine("    Cargos por cancelacion tardia: "
                 & feeTotal::ToString("0.00"))
           end-if
           if accountTotal > 0
              invoke report::AppendLine("    Cobrado a cuenta de clientes hoy: "
                 & accountTotal::ToString("0.00"))
           end-if
           if voucherSoldTotal > 0
              invoke report::AppendLine("    Vales regalo vendidos hoy: "
                 & voucherSoldTotal::ToString("0.00"))
           end-if
           if voucherSpentTotal > 0
              invoke report::AppendLine("    Pagado con vales regalo hoy (sin ingreso): "
                 & voucherSpentTotal::ToString("0.00"))
           end-if
           if refundTotal < 0
              invoke report::AppendLine("    Devoluciones hoy: "
                 & refundTotal::ToString("0.00"))
           end-if
           if bundleSessions > 0
              invoke report::AppendLine("    Sesiones de bono canjeadas hoy: "
                 & bundleSessions::ToString())
           end-if
           if tipTotal > 0
              invoke report::AppendLine("    Propinas (no son ingreso): "
                 & tipTotal::ToString("0.00") & ", en efectivo "
                 & cashTipTotal::ToString("0.00"))
           end-if

      *> A no-show forfeits their deposit -- that money stays ours and
      *> has to show as kept, not quietly vanish from the day's story.
           end-if
           invoke report::AppendLine("")

      *> Money that left the drawer today, one line per refund, so
      *> the count at closing can be matched against the rectifying
      *> receipts the customer walked out with -- or rectifying
      *> invoices, for a receipt an invoice replaced.
           invoke report::AppendLine("Salidas de caja (devoluciones):")
           set refundCount to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Date = day::Date and pay::Kind = "Devolucion"
                 if type apo.InvoiceRegister::RectifyingFor(pay::PaymentId) > 0
                    set refundPrefix to "  FR"
                 else
                    set refundPrefix to "  R"
                 end-if
                 invoke report::AppendLine("    " & pay::TakenAt::ToString("HH:mm")
                    & refundPrefix & pay::ReceiptNumber::ToString("00000000")
                    & "  rectifica " & pay::RefundOf::ToString("00000000")
                    & "  " & pay::Method & "  " & pay::Amount::ToString("0.00"))
                 add 1 to refundCount
              end-if
           end-perform
           if refundCount = 0
              invoke report::AppendLine("    Ninguna.")
           end-if
           invoke report::AppendLine("")

      *> Expenses paid in cash out of this branch's drawer today
      *> (petty cash, a delivery paid at the door), from Form47's
      *> ledger; the other branch's come out of its own drawer.  Cash
      *> takings already net out cash refunds, so what is left after
      *> these is what should be counted in the drawer.
           invoke report::AppendLine("Salidas de caja (gastos en efectivo):")
           invoke type apo.ExpenseStore::Load returning expenses
           set paidOutTotal to 0
           perform varying i from 1 by 1 until i > expenses::Count
              if expenses::Item(i - 1)::SpentOn::Date = day::Date
                 and expenses::Item(i - 1)::Method = "Efectivo"
                 and expenses::Item(i - 1)::Branch = branchName
                 invoke report::AppendLine("    " & expenses::Item(i - 1)::Category
                    & "  " & expenses::Item(i - 1)::Supplier
                    & "  " & expenses::Item(i - 1)::Amount::ToString("0.00"))
                 add expenses::Item(i - 1)::Amount to paidOutTotal
              end-if
           end-perform
           if paidOutTotal = 0
              invoke report::AppendLine("    Ninguna.")
           end-if
           compute expectedCash = cashTotal + cashTipTotal - paidOutTotal
           invoke report::AppendLine("    Efectivo cobrado: " & cashTotal::ToString("0.00")
              & "  menos gastos: " & paidOutTotal::ToString("0.00"))
           if cashTipTotal > 0
              invoke report::AppendLine("    Mas propinas en efectivo: "
                 & cashTipTotal::ToString("0.00"))
           end-if
           invoke report::AppendLine("    Efectivo esperado en caja: "
              & expectedCash::ToString("0.00"))
           invoke report::AppendLine("")

           invoke report::AppendLine("Cobrado por sala:")
           invoke type apo.Room::Names returning rooms
           perform varying k from 1 by 1 until k > rooms::Count
                 if pay::TakenAt::Date = day::Date
                    invoke self::FindAppointment(records pay::AppointmentId) returning appt
                    if appt not = null and appt::ResourceId = rooms::Item(k - 1)
                       and pay::Method not = "Vale regalo"
                       and pay::Kind not = "Propina"
                       add pay::Amount to roomTotal
                    end-if
                 end-if
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Date = day::Date and pay::ReceiptNumber > 0
                 and pay::Kind not = "Devolucion"
                 invoke report::AppendLine("    "
                    & pay::ReceiptNumber::ToString("00000000") & "  "
                    & pay::Method & "  " & pay::Amount::ToString("0.00"))
