       class-id apo.LoyaltyReport.

      *> The points scheme's month for MonthEndReport: points earned,
      *> spent, reversed by refunds and lapsed in the month, and what
      *> customers still hold at its close valued at today's
      *> LoyaltyPointValue -- the liability the accountant carries
      *> as a discount the salon still owes.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 x type apo.LoyaltyEntry.
       01 report type System.Text.StringBuilder.
       01 lastDay type DateTime.
       01 i type System.Int32.
       01 earned type System.Int32.
       01 redeemed type System.Int32.
       01 reversed type System.Int32.
       01 lapsed type System.Int32.
       01 held type System.Int32.
       01 pointValue type System.Decimal.
       01 liability type System.Decimal.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Puntos de clientes:")
           set earned to 0
           set redeemed to 0
           set reversed to 0
           set lapsed to 0
           invoke type apo.LoyaltyStore::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set x to records::Item(i - 1)
              if x::PostedAt::Year = year and x::PostedAt::Month = month
                 evaluate x::Movement
                    when "Ganados"    add x::Points to earned
                    when "Canjeados"  subtract x::Points from redeemed
                    when "Revertidos" subtract x::Points from reversed
                    when "Vencidos"   subtract x::Points from lapsed
                 end-evaluate
              end-if
           end-perform
           invoke report::AppendLine("    Ganados: " & earned::ToString())
           invoke report::AppendLine("    Canjeados: " & redeemed::ToString())
           invoke report::AppendLine("    Revertidos por devoluciones: " & reversed::ToString())
           invoke report::AppendLine("    Vencidos: " & lapsed::ToString())

           set lastDay to new DateTime(year month 1)
           set lastDay to lastDay::AddMonths(1)::AddDays(-1)
           invoke type apo.LoyaltyStore::Outstanding(lastDay) returning held
           invoke type apo.LoyaltyStore::PointValue returning pointValue
           compute liability = held * pointValue
           invoke report::AppendLine("    Pendientes al cierre: " & held::ToString()
              & " (pasivo " & liability::ToString("0.00") & ")")
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
