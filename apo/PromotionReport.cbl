       class-id apo.PromotionReport.

      *> The promotions' month for MonthEndReport: per promotion, how
      *> many visits used it, the discount given and the money taken
      *> on the lines it discounted; then per mailing campaign, the
      *> same for the codes Form37 sent out with it.  Worked off the
      *> Discount and Promotion Form11 records on each payment, so a
      *> discount the desk gave by typing a lower amount is not here
      *> -- that is the point.  Amounts are as taken at the till,
      *> before any later refund.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The caller hands in the payments the pack covers -- one
      *> branch's or all of them.
       method-id Build static.
       local-storage section.
       01 promotions type System.Collections.Generic.List[type apo.PromotionRecord].
       01 pay type apo.PaymentRecord.
       01 names type System.Collections.Generic.List[string].
       01 visits type System.Collections.Generic.List[string].
       01 uses type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 given type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 taken type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 campaigns type System.Collections.Generic.List[string].
       01 campaignOf type System.Collections.Generic.Dictionary[string, string].
       01 codeOf type System.Collections.Generic.Dictionary[string, string].
       01 report type System.Text.StringBuilder.
       01 visit string.
       01 name string.
       01 label string.
       01 campaignUses type System.Int32.
       01 campaignGiven type System.Decimal.
       01 campaignTaken type System.Decimal.
       01 totalGiven type System.Decimal.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 year as type System.Int32
                                 month as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Promociones:")
           set names to new System.Collections.Generic.List[string]()
           set visits to new System.Collections.Generic.List[string]()
           set uses to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set given to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set taken to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set totalGiven to 0
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::TakenAt::Year = year and pay::TakenAt::Month = month
                 and pay::Promotion::Length > 0
                 and pay::Kind not = "Devolucion"
                 set name to pay::Promotion
                 if not names::Contains(name)
                    invoke names::Add(name)
                    invoke uses::Add(name 0)
                    invoke given::Add(name 0)
                    invoke taken::Add(name 0)
                 end-if
      *> A visit whose service and product were both discounted is
      *> one use, not two.
                 set visit to pay::AppointmentId
                 if visit = null or visit::Length = 0
                    set visit to pay::PaymentId
                 end-if
                 if not visits::Contains(name & "|" & visit)
                    invoke visits::Add(name & "|" & visit)
                    set uses::Item(name) to uses::Item(name) + 1
                 end-if
                 set given::Item(name) to given::Item(name) + pay::Discount
                 set taken::Item(name) to taken::Item(name) + pay::Amount
                 add pay::Discount to totalGiven
              end-if
           end-perform

           if names::Count = 0
              invoke report::AppendLine("    Ninguna aplicada en el mes.")
              invoke report::ToString() returning result
              goback
           end-if

           set campaigns to new System.Collections.Generic.List[string]()
           set campaignOf to new System.Collections.Generic.Dictionary[string, string]()
           set codeOf to new System.Collections.Generic.Dictionary[string, string]()
           invoke type apo.PromotionStore::Load returning promotions
           perform varying i from 1 by 1 until i > promotions::Count
              if not campaignOf::ContainsKey(promotions::Item(i - 1)::Name)
                 invoke campaignOf::Add(promotions::Item(i - 1)::Name
                       promotions::Item(i - 1)::Campaign)
                 invoke codeOf::Add(promotions::Item(i - 1)::Name
                       promotions::Item(i - 1)::PromoCode)
              end-if
           end-perform

           perform varying i from 1 by 1 until i > names::Count
              set name to names::Item(i - 1)
              set label to name
              if codeOf::ContainsKey(name) and codeOf::Item(name)::Length > 0
                 set label to name & " (codigo " & codeOf::Item(name) & ")"
              end-if
              invoke report::AppendLine("    " & label & ": "
                 & uses::Item(name)::ToString() & " uso(s), descuento "
                 & given::Item(name)::ToString("0.00") & ", cobrado "
                 & taken::Item(name)::ToString("0.00"))
              if campaignOf::ContainsKey(name) and campaignOf::Item(name)::Length > 0
                 and not campaigns::Contains(campaignOf::Item(name))
                 invoke campaigns::Add(campaignOf::Item(name))
              end-if
           end-perform
           invoke report::AppendLine("    Descuento total: " & totalGiven::ToString("0.00"))

      *> A code belongs to one campaign (PromotionStore::SetCampaign),
      *> so a campaign's figures are its codes' added up.
           if campaigns::Count > 0
              invoke report::AppendLine("")
              invoke report::AppendLine("Promociones por campana:")
              perform varying k from 1 by 1 until k > campaigns::Count
                 set campaignUses to 0
                 set campaignGiven to 0
                 set campaignTaken to 0
                 perform varying i from 1 by 1 until i > names::Count
                    set name to names::Item(i - 1)
                    if campaignOf::ContainsKey(name)
                       and campaignOf::Item(name) = campaigns::Item(k - 1)
                       add uses::Item(name) to campaignUses
                       add given::Item(name) to campaignGiven
                       add taken::Item(name) to campaignTaken
                    end-if
                 end-perform
                 invoke report::AppendLine("    " & campaigns::Item(k - 1) & ": "
                    & campaignUses::ToString() & " uso(s), descuento "
                    & campaignGiven::ToString("0.00") & ", cobrado "
                    & campaignTaken::ToString("0.00"))
              end-perform
           end-if

           invoke report::ToString() returning result
           goback.
       end method.

       end class.
