      *> builds the same four answers for a chosen month -- turno
      *> counts by status, takings by method and room, occupancy,
      *> punctuality -- with the previous month alongside for
      *> comparison.  Takings are net of refunds: a "Devolucion" line
      *> is negative and lands in its method's and room's totals in
      *> the month it was handed back; tips are the staff's and are
      *> shown apart.  Each month closes with its profit and loss
      *> from ExpenseReport -- takings less the expenses entered on
      *> Form47, and IVA charged less IVA paid -- and the customer
      *> points liability from LoyaltyReport.  The discounts given
      *> through promotions (PromotionReport) come before that, per
      *> branch like the takings, and so do the stocktake losses of
      *> the month (InventoryReport).  The pack ends with the shelf
      *> valued at cost and at retail as it stands when it is run.
      *>
      *> With two branches the pack runs for one of them -- its
      *> turnos, its till, its rooms and hours -- or consolidated
      *> across both, with the takings split by branch.  Expenses, the
      *> profit and loss, vouchers, customer balances and points
      *> belong to the business, not to a salon, so they are only in
      *> the consolidated pack.

       method-id NEW.
       procedure division.
      *> Everything the pack says about one month.
       method-id MonthSection static private.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 monthRecords type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 pay type apo.PaymentRecord.
       01 methodTotal type System.Decimal.
       01 roomTotal type System.Decimal.
       01 monthTotal type System.Decimal.
       01 refundTotal type System.Decimal.
       01 refundCount type System.Int32.
       01 tipTotal type System.Decimal.
       01 text string.
       01 branches type System.Collections.Generic.List[string].
       01 branchTotal type System.Decimal.
       procedure division using by value allRecords as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 year as type System.Int32
                                 month as type System.Int32
                                 branchName as string
                           returning result as string.
           invoke type apo.Branch::Appointments(allRecords branchName) returning records
           set section to new System.Text.StringBuilder()
           set firstDay to new DateTime(year month 1)
           set lastDay to firstDay::AddMonths(1)::AddDays(-1)

           invoke section::AppendLine("Cobrado por medio de pago:")
           invoke type apo.PaymentStore::Load returning payments
           invoke type apo.Branch::Payments(payments branchName) returning payments
           invoke type apo.PaymentStore::Methods returning methods
           set monthTotal to 0
           perform varying k from 1 by 1 until k > methods::Count
                 set pay to payments::Item(i - 1)
                 if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                    and pay::Method = methods::Item(k - 1)
                    and pay::Kind not = "Propina"
                    add pay::Amount to methodTotal
                 end-if
              end-perform
      *> A voucher spent today brings no money in -- it came in the
      *> day the voucher was sold -- so it is shown but kept out of
      *> the total.
              if methods::Item(k - 1) = "Vale regalo"
                 invoke section::AppendLine("    " & methods::Item(k - 1)
                    & " (canjeado, no es ingreso): "
                    & methodTotal::ToString("0.00"))
              else
                 invoke section::AppendLine("    " & methods::Item(k - 1) & ": "
                    & methodTotal::ToString("0.00"))
                 add methodTotal to monthTotal
              end-if
           end-perform
           invoke section::AppendLine("    Total: " & monthTotal::ToString("0.00"))
           set refundTotal to 0
           set refundCount to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                 and pay::Kind = "Devolucion"
                 add pay::Amount to refundTotal
                 add 1 to refundCount
              end-if
           end-perform
           invoke section::AppendLine("    Devoluciones incluidas: "
              & refundTotal::ToString("0.00") & " (" & refundCount::ToString()
              & " recibo(s) rectificativo(s))")
           set tipTotal to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                 and pay::Kind = "Propina"
                 add pay::Amount to tipTotal
              end-if
           end-perform
           if tipTotal > 0
              invoke section::AppendLine("    Propinas, aparte (no son ingreso): "
                 & tipTotal::ToString("0.00"))
           end-if
           if branchName::Length = 0
              invoke section::AppendLine("    Vales regalo pendientes de canje al "
                 & lastDay::ToString("dd/MM/yyyy") & ": "
                 & type apo.VoucherReport::Liability(lastDay)::ToString("0.00"))
              invoke section::AppendLine("    Saldos de clientes pendientes de cobro al "
                 & lastDay::ToString("dd/MM/yyyy") & ": "
                 & type apo.AgingReport::Receivable(lastDay)::ToString("0.00"))
           end-if
           invoke section::AppendLine("")

           invoke type apo.Branch::Names returning branches
           if branchName::Length = 0 and branches::Count > 1
              invoke section::AppendLine("Cobrado por sucursal:")
              perform varying k from 1 by 1 until k > branches::Count
                 set branchTotal to 0
                 perform varying i from 1 by 1 until i > payments::Count
                    set pay to payments::Item(i - 1)
                    if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                       and pay::Branch = branches::Item(k - 1)
                       and pay::Method not = "Vale regalo"
                       and pay::Kind not = "Propina"
                       add pay::Amount to branchTotal
                    end-if
                 end-perform
                 invoke section::AppendLine("    " & branches::Item(k - 1) & ": "
                    & branchTotal::ToString("0.00"))
              end-perform
              invoke section::AppendLine("")
           end-if

           invoke section::AppendLine("Cobrado por sala:")
           if branchName::Length = 0
              invoke type apo.Branch::AllRooms returning rooms
           else
              invoke type apo.Branch::Rooms(branchName) returning rooms
           end-if
           perform varying k from 1 by 1 until k > rooms::Count
              set roomTotal to 0
              perform varying i from 1 by 1 until i > payments::Count
                       end-if
                    end-perform
                    if appt not = null and appt::ResourceId = rooms::Item(k - 1)
                       and pay::Method not = "Vale regalo"
                       and pay::Kind not = "Propina"
                       add pay::Amount to roomTotal
                    end-if
                 end-if
           end-perform
           invoke section::AppendLine("")

      *> Occupancy is over a branch's own rooms and opening hours, so
      *> the consolidated pack lays it out branch by branch.
           perform varying k from 1 by 1 until k > branches::Count
              if branchName::Length = 0 or branchName = branches::Item(k - 1)
                 if branches::Count > 1
                    invoke section::AppendLine("Sucursal " & branches::Item(k - 1) & ":")
                 end-if
                 invoke type apo.Branch::Use(branches::Item(k - 1))
                 invoke type apo.UtilizationReport::Build(
                       type apo.Branch::Appointments(allRecords branches::Item(k - 1))
                       firstDay lastDay)
                    returning text
                 invoke type apo.Branch::Use("")
                 invoke section::AppendLine(text)
                 invoke section::AppendLine("")
              end-if
           end-perform

           invoke type apo.PunctualityReport::Build(records firstDay lastDay)
              returning text
           invoke section::AppendLine(text)
           invoke section::AppendLine("")

           invoke type apo.PromotionReport::Build(payments year month) returning text
           invoke section::AppendLine(text)

           invoke type apo.InventoryReport::Shrinkage(firstDay lastDay branchName)
              returning text
           invoke section::AppendLine(text)

           if branchName::Length > 0
              invoke section::AppendLine("Gastos, resultado del mes, vales regalo, saldos de"
                 & " clientes y puntos: ver el cierre de todas las sucursales.")
              invoke section::ToString() returning result
              goback
           end-if

           invoke type apo.ExpenseReport::Build(year month) returning text
           invoke section::AppendLine(text)
           invoke section::AppendLine("")

           invoke type apo.LoyaltyReport::Build(year month) returning text
           invoke section::AppendLine(text)

           invoke section::ToString() returning result
           goback.
       end method.

      *> The full pack: the chosen month followed by the previous one
      *> for comparison, over live plus archived turnos -- for one
      *> branch, or consolidated when branchName is "".
       method-id Build static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 text string.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                                 branchName as string
                           returning result as string.
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke report::AppendLine("Cierre de mes generado el "
                 & type DateTime::Now::ToString("dd/MM/yyyy HH:mm")
                 & " por " & type apo.AuditLog::CurrentUser)
           if type apo.Branch::Names::Count > 1
              if branchName::Length = 0
                 invoke report::AppendLine("Todas las sucursales")
              else
                 invoke report::AppendLine("Sucursal " & branchName)
              end-if
           end-if
           invoke report::AppendLine("")
           invoke self::MonthSection(records year month branchName) returning text
           invoke report::AppendLine(text)

           set previous to new DateTime(year month 1)
           invoke previous::AddMonths(-1) returning previous
           invoke self::MonthSection(records previous::Year previous::Month branchName)
              returning text
           invoke report::AppendLine(text)

           invoke type apo.InventoryReport::Valuation(branchName) returning text
           invoke report::AppendLine(text)

           invoke report::ToString() returning result
           goback.
       end method.
