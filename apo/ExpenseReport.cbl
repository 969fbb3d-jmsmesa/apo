       class-id apo.ExpenseReport.

      *> The month's profit and loss for MonthEndReport, so the owner
      *> sees the margin the day the month closes instead of when the
      *> gestoria sends it back.  Takings are every money payment in
      *> the month, net of refunds and leaving out vouchers spent (that
      *> money came in when the voucher was sold) and tips (the
      *> staff's, and carrying no IVA); expenses come from
      *> ExpenseStore, grouped by category.  IVA charged is worked
      *> back out of the IVA-included takings at ReceiptRegister's
      *> rate, the same split the receipts print.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 expenses type System.Collections.Generic.List[type apo.ExpenseRecord].
       01 categories type System.Collections.Generic.List[string].
       01 report type System.Text.StringBuilder.
       01 pay type apo.PaymentRecord.
       01 i type System.Int32.
       01 k type System.Int32.
       01 takings type System.Decimal.
       01 categoryTotal type System.Decimal.
       01 expenseTotal type System.Decimal.
       01 ivaPaid type System.Decimal.
       01 ivaPercent type System.Decimal.
       01 base type System.Decimal.
       01 ivaCharged type System.Decimal.
       01 margin type System.Decimal.
       01 ivaDue type System.Decimal.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Resultado del mes (ingresos menos gastos):")

           invoke type apo.PaymentStore::Load returning payments
           set takings to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                 and pay::Method not = "Vale regalo"
                 and pay::Kind not = "Propina"
                 add pay::Amount to takings
              end-if
           end-perform
           invoke report::AppendLine("    Ingresos cobrados: " & takings::ToString("0.00"))

      *> A category nobody spent on stays listed at 0.00 so months
      *> line up against each other; anything filed under a category
      *> since retired is still counted, under "Otros".
           invoke type apo.ExpenseStore::ForMonth(year month) returning expenses
           invoke type apo.ExpenseStore::Categories returning categories
           set expenseTotal to 0
           set ivaPaid to 0
           perform varying k from 1 by 1 until k > categories::Count
              set categoryTotal to 0
              perform varying i from 1 by 1 until i > expenses::Count
                 if expenses::Item(i - 1)::Category = categories::Item(k - 1)
                    or (categories::Item(k - 1) = "Otros"
                        and not categories::Contains(expenses::Item(i - 1)::Category))
                    add expenses::Item(i - 1)::Amount to categoryTotal
                 end-if
              end-perform
              invoke report::AppendLine("    Gastos " & categories::Item(k - 1) & ": "
                 & categoryTotal::ToString("0.00"))
              add categoryTotal to expenseTotal
           end-perform
           perform varying i from 1 by 1 until i > expenses::Count
              add expenses::Item(i - 1)::IvaPaid to ivaPaid
           end-perform
           invoke report::AppendLine("    Total gastos: " & expenseTotal::ToString("0.00"))
           compute margin = takings - expenseTotal
           invoke report::AppendLine("    Margen del mes: " & margin::ToString("0.00"))
           invoke report::AppendLine("")

           invoke type apo.ReceiptRegister::IvaPercent returning ivaPercent
           compute base = takings / (1 + ivaPercent / 100)
           invoke type System.Math::Round(base 2) returning base
           compute ivaCharged = takings - base
           compute ivaDue = ivaCharged - ivaPaid
           invoke report::AppendLine("IVA del mes:")
           invoke report::AppendLine("    IVA repercutido (" & ivaPercent::ToString("0.##")
              & "% sobre ingresos): " & ivaCharged::ToString("0.00"))
           invoke report::AppendLine("    IVA soportado (gastos): " & ivaPaid::ToString("0.00"))
           invoke report::AppendLine("    Diferencia a liquidar: " & ivaDue::ToString("0.00"))

           invoke report::ToString() returning result
           goback.
       end method.

       end class.
