       class-id apo.AgingReport.

      *> Accounts receivable by age, for Form58 and the month-end
      *> pack: every customer who owes us as of a day, what they owe
      *> split 0-30, 31-60, 61-90 and over 90 days by the age of the
      *> unpaid charges (CustomerAccount::Age), largest debt first,
      *> with the totals; then the customers we owe money to.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 accounts type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]].
       01 phones type System.Collections.Generic.List[string].
       01 owing type System.Collections.Generic.List[string].
       01 owed type System.Collections.Generic.List[type System.Decimal].
       01 rows type System.Collections.Generic.List[string].
       01 credits type System.Collections.Generic.List[string].
       01 cust type apo.CustomerRecord.
       01 report type System.Text.StringBuilder.
       01 who string.
       01 row string.
       01 tempText string.
       01 tempAmount type System.Decimal.
       01 balance type System.Decimal.
       01 upTo30 type System.Decimal.
       01 upTo60 type System.Decimal.
       01 upTo90 type System.Decimal.
       01 over90 type System.Decimal.
       01 total30 type System.Decimal.
       01 total60 type System.Decimal.
       01 total90 type System.Decimal.
       01 totalOver type System.Decimal.
       01 grandTotal type System.Decimal.
       01 i type System.Int32.
       01 j type System.Int32.
       procedure division using by value asOf as type DateTime
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Saldos de clientes al " & asOf::ToString("dd/MM/yyyy"))
           invoke report::AppendLine("")

           invoke type apo.CustomerAccount::ByCustomer returning accounts
           set phones to new System.Collections.Generic.List[string](accounts::Keys)
           set owed to new System.Collections.Generic.List[type System.Decimal]()
           set rows to new System.Collections.Generic.List[string]()
           set credits to new System.Collections.Generic.List[string]()
           set total30 to 0
           set total60 to 0
           set total90 to 0
           set totalOver to 0
           perform varying i from 1 by 1 until i > phones::Count
              invoke type apo.CustomerAccount::Age(accounts::Item(phones::Item(i - 1))
                    asOf by reference upTo30 by reference upTo60
                    by reference upTo90 by reference over90)
                 returning balance
              if balance = 0
                 exit perform cycle
              end-if
              invoke type apo.CustomerStore::FindByPhone(phones::Item(i - 1)) returning cust
              if cust not = null
                 set who to cust::Name & " (" & phones::Item(i - 1) & ")"
              else
                 set who to phones::Item(i - 1)
              end-if
              if balance < 0
                 set balance to 0 - balance
                 invoke credits::Add("    " & who & ": " & balance::ToString("0.00"))
                 exit perform cycle
              end-if
              set row to "    " & who & ": " & balance::ToString("0.00")
                 & "   0-30 " & upTo30::ToString("0.00")
                 & "   31-60 " & upTo60::ToString("0.00")
                 & "   61-90 " & upTo90::ToString("0.00")
                 & "   +90 " & over90::ToString("0.00")
              invoke rows::Add(row)
              invoke owed::Add(balance)
              add upTo30 to total30
              add upTo60 to total60
              add upTo90 to total90
              add over90 to totalOver
           end-perform

      *> Largest debt first -- the same plain bubble sort as
      *> everywhere else, over two lists kept in step.
           perform varying i from 1 by 1 until i > rows::Count - 1
              perform varying j from 1 by 1 until j > rows::Count - i
                 if owed::Item(j - 1) < owed::Item(j)
                    set tempAmount to owed::Item(j - 1)
                    set tempText to rows::Item(j - 1)
                    invoke owed::RemoveAt(j - 1)
                    invoke rows::RemoveAt(j - 1)
                    invoke owed::Insert(j tempAmount)
                    invoke rows::Insert(j tempText)
                 end-if
              end-perform
           end-perform

           invoke report::AppendLine("Clientes con saldo pendiente:")
           perform varying i from 1 by 1 until i > rows::Count
              invoke report::AppendLine(rows::Item(i - 1))
           end-perform
           if rows::Count = 0
              invoke report::AppendLine("    Ninguno.")
           end-if
           compute grandTotal = total30 + total60 + total90 + totalOver
           invoke report::AppendLine("")
           invoke report::AppendLine("Totales por antiguedad:")
           invoke report::AppendLine("    0 a 30 dias: " & total30::ToString("0.00"))
           invoke report::AppendLine("    31 a 60 dias: " & total60::ToString("0.00"))
           invoke report::AppendLine("    61 a 90 dias: " & total90::ToString("0.00"))
           invoke report::AppendLine("    Mas de 90 dias: " & totalOver::ToString("0.00"))
           invoke report::AppendLine("    Total a cobrar: " & grandTotal::ToString("0.00")
                 & " (" & rows::Count::ToString() & " cliente(s))")
           invoke report::AppendLine("")

           invoke report::AppendLine("Clientes con saldo a favor:")
           perform varying i from 1 by 1 until i > credits::Count
              invoke report::AppendLine(credits::Item(i - 1))
           end-perform
           if credits::Count = 0
              invoke report::AppendLine("    Ninguno.")
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> What customers owed us in total at the end of asOf -- the
      *> figure the month-end pack carries next to the voucher
      *> liability.
       method-id Receivable static.
       local-storage section.
       01 accounts type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type apo.AccountEntry]].
       01 phones type System.Collections.Generic.List[string].
       01 balance type System.Decimal.
       01 upTo30 type System.Decimal.
       01 upTo60 type System.Decimal.
       01 upTo90 type System.Decimal.
       01 over90 type System.Decimal.
       01 i type System.Int32.
       procedure division using by value asOf as type DateTime
                           returning result as type System.Decimal.
           set result to 0
           invoke type apo.CustomerAccount::ByCustomer returning accounts
           set phones to new System.Collections.Generic.List[string](accounts::Keys)
           perform varying i from 1 by 1 until i > phones::Count
              invoke type apo.CustomerAccount::Age(accounts::Item(phones::Item(i - 1))
                    asOf by reference upTo30 by reference upTo60
                    by reference upTo90 by reference over90)
                 returning balance
              if balance > 0
                 add balance to result
              end-if
           end-perform
           goback.
       end method.

       end class.
