       class-id apo.VoucherReport.

      *> Gift-voucher liability for Form46 and the accountant's
      *> year-end question, "how much voucher money are you holding
      *> that hasn't been spent?".  Every voucher still within its
      *> date with balance left is money owed back in services; the
      *> ones about to lapse are listed so the desk can remind the
      *> buyer, and the lapsed ones with balance are shown apart --
      *> that money is no longer a liability.

       working-storage section.
      *> How far ahead the "about to expire" list looks.
       01 ExpiryWarningDays type System.Int32 value 60.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 vouchers type System.Collections.Generic.List[type apo.VoucherRecord].
       01 v type apo.VoucherRecord.
       01 report type System.Text.StringBuilder.
       01 i type System.Int32.
       01 openCount type System.Int32.
       01 liability type System.Decimal.
       01 expiringCount type System.Int32.
       01 lapsedCount type System.Int32.
       01 lapsedTotal type System.Decimal.
       procedure division using by value asOf as type DateTime
                           returning result as string.
           invoke type apo.VoucherStore::Load returning vouchers
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Vales regalo al " & asOf::ToString("dd/MM/yyyy"))
           invoke report::AppendLine("")

           invoke report::AppendLine("Vales pendientes de canje:")
           set openCount to 0
           set liability to 0
           perform varying i from 1 by 1 until i > vouchers::Count
              set v to vouchers::Item(i - 1)
              if v::Balance > 0 and v::ExpiresAt >= asOf::Date
                 and v::SoldAt::Date <= asOf::Date
                 invoke report::AppendLine("    " & v::VoucherCode & "  vendido "
                    & v::SoldAt::ToString("dd/MM/yyyy") & "  "
                    & v::AmountSold::ToString("0.00") & "  saldo "
                    & v::Balance::ToString("0.00") & "  vence "
                    & v::ExpiresAt::ToString("dd/MM/yyyy") & "  " & v::BuyerPhone)
                 add 1 to openCount
                 add v::Balance to liability
              end-if
           end-perform
           if openCount = 0
              invoke report::AppendLine("    Ninguno.")
           end-if
           invoke report::AppendLine("    Total pendiente (pasivo): "
              & liability::ToString("0.00") & " en " & openCount::ToString()
              & " vale(s)")
           invoke report::AppendLine("")

           invoke report::AppendLine("Vencen en los proximos "
              & ExpiryWarningDays::ToString() & " dias:")
           set expiringCount to 0
           perform varying i from 1 by 1 until i > vouchers::Count
              set v to vouchers::Item(i - 1)
              if v::Balance > 0 and v::ExpiresAt >= asOf::Date
                 and v::ExpiresAt <= asOf::Date::AddDays(ExpiryWarningDays)
                 invoke report::AppendLine("    " & v::VoucherCode & "  vence "
                    & v::ExpiresAt::ToString("dd/MM/yyyy") & "  saldo "
                    & v::Balance::ToString("0.00") & "  " & v::BuyerPhone)
                 add 1 to expiringCount
              end-if
           end-perform
           if expiringCount = 0
              invoke report::AppendLine("    Ninguno.")
           end-if
           invoke report::AppendLine("")

           invoke report::AppendLine("Vencidos con saldo sin canjear:")
           set lapsedCount to 0
           set lapsedTotal to 0
           perform varying i from 1 by 1 until i > vouchers::Count
              set v to vouchers::Item(i - 1)
              if v::Balance > 0 and v::ExpiresAt < asOf::Date
                 invoke report::AppendLine("    " & v::VoucherCode & "  vencio "
                    & v::ExpiresAt::ToString("dd/MM/yyyy") & "  saldo "
                    & v::Balance::ToString("0.00"))
                 add 1 to lapsedCount
                 add v::Balance to lapsedTotal
              end-if
           end-perform
           if lapsedCount = 0
              invoke report::AppendLine("    Ninguno.")
           else
              invoke report::AppendLine("    Total vencido: "
                 & lapsedTotal::ToString("0.00"))
           end-if

           invoke report::ToString() returning result
           goback.
       end method.

      *> Just the total still owed in vouchers on a date -- the
      *> figure the month-end pack carries.
       method-id Liability static.
       local-storage section.
       01 vouchers type System.Collections.Generic.List[type apo.VoucherRecord].
       01 i type System.Int32.
       procedure division using by value asOf as type DateTime
                           returning result as type System.Decimal.
           set result to 0
           invoke type apo.VoucherStore::Load returning vouchers
           perform varying i from 1 by 1 until i > vouchers::Count
              if vouchers::Item(i - 1)::Balance > 0
                 and vouchers::Item(i - 1)::ExpiresAt >= asOf::Date
                 and vouchers::Item(i - 1)::SoldAt::Date <= asOf::Date
                 add vouchers::Item(i - 1)::Balance to result
              end-if
           end-perform
           goback.
       end method.

       end class.
