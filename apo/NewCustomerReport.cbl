       class-id apo.NewCustomerReport.

      *> Where the month's new customers came from, for Form54: how
      *> many arrived through each acquisition source, how many of
      *> them have come back for a second visit, and what they have
      *> spent since -- so an Instagram campaign or a flyer drop is
      *> judged on business brought, not on likes.  Below that, the
      *> customers who have referred the most people, with what the
      *> people they sent have spent.  A "visit" is a Completado
      *> turno, live or archived; "spent" is every payment on file
      *> against their turnos.

       working-storage section.
       01 NoSource    string value "(Sin indicar)".
       01 TopReferrers type System.Int32 value 10.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> Completed visits per phone, across the live and archived
      *> turnos.
       method-id VisitsByPhone static private.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 completedId type System.Int32.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, type System.Int32].
           set result to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           invoke type apo.AppointmentStatus::StatusIdFor("Completado") returning completedId
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId = completedId
                 and rec::CustomerPhone::Trim()::Length > 0
                 if result::ContainsKey(rec::CustomerPhone)
                    set result::Item(rec::CustomerPhone) to result::Item(rec::CustomerPhone) + 1
                 else
                    invoke result::Add(rec::CustomerPhone 1)
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> The money on file per phone: every payment against any of
      *> that phone's turnos, live or archived, tips left aside.
       method-id SpendByPhone static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 phoneOf type System.Collections.Generic.Dictionary[string, string].
       01 pay type apo.PaymentRecord.
       01 phone string.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, type System.Decimal].
           set result to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set phoneOf to new System.Collections.Generic.Dictionary[string, string]()
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone::Trim()::Length > 0
                 and not phoneOf::ContainsKey(records::Item(i - 1)::AppointmentId)
                 invoke phoneOf::Add(records::Item(i - 1)::AppointmentId
                       records::Item(i - 1)::CustomerPhone)
              end-if
           end-perform
           invoke type apo.PaymentStore::Load returning payments
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::AppointmentId::Length > 0
                 and pay::Kind not = "Propina"
                 and phoneOf::ContainsKey(pay::AppointmentId)
                 set phone to phoneOf::Item(pay::AppointmentId)
                 if result::ContainsKey(phone)
                    set result::Item(phone) to result::Item(phone) + pay::Amount
                 else
                    invoke result::Add(phone pay::Amount)
                 end-if
              end-if
           end-perform
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 customers type System.Collections.Generic.List[type apo.CustomerRecord].
       01 cust type apo.CustomerRecord.
       01 visits type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 spend type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 sources type System.Collections.Generic.List[string].
       01 newBySource type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 backBySource type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 spendBySource type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 referrers type System.Collections.Generic.List[string].
       01 sentBy type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 broughtBy type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 nameOf type System.Collections.Generic.Dictionary[string, string].
       01 report type System.Text.StringBuilder.
       01 monthStart type DateTime.
       01 monthEnd type DateTime.
       01 srcName string.
       01 phoneKey string.
       01 temp string.
       01 customerVisits type System.Int32.
       01 customerSpend type System.Decimal.
       01 totalNew type System.Int32.
       01 totalBack type System.Int32.
       01 totalSpend type System.Decimal.
       01 i type System.Int32.
       01 j type System.Int32.
       01 swap condition-value.
       procedure division using by value reportYear as type System.Int32
                                 reportMonth as type System.Int32
                           returning result as string.
           set monthStart to new DateTime(reportYear reportMonth 1)
           set monthEnd to monthStart::AddMonths(1)
           invoke self::VisitsByPhone returning visits
           invoke self::SpendByPhone returning spend
           invoke type apo.CustomerStore::Load returning customers

           invoke type apo.AcquisitionSource::Names returning sources
           invoke sources::Add(NoSource)
           set newBySource to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set backBySource to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set spendBySource to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set referrers to new System.Collections.Generic.List[string]()
           set sentBy to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set broughtBy to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set nameOf to new System.Collections.Generic.Dictionary[string, string]()
           set totalNew to 0
           set totalBack to 0
           set totalSpend to 0

           perform varying i from 1 by 1 until i > customers::Count
              set cust to customers::Item(i - 1)
              if not nameOf::ContainsKey(cust::Phone)
                 invoke nameOf::Add(cust::Phone cust::Name)
              end-if
              set customerVisits to 0
              if visits::ContainsKey(cust::Phone)
                 set customerVisits to visits::Item(cust::Phone)
              end-if
              set customerSpend to 0
              if spend::ContainsKey(cust::Phone)
                 set customerSpend to spend::Item(cust::Phone)
              end-if

      *> The month's newcomers, grouped by source -- one recorded
      *> under a source since taken off the list still gets its line.
              if cust::CreatedAt >= monthStart and cust::CreatedAt < monthEnd
                 set srcName to cust::SourceName
                 if srcName::Length = 0
                    set srcName to NoSource
                 end-if
                 if not sources::Contains(srcName)
                    invoke sources::Add(srcName)
                 end-if
                 if newBySource::ContainsKey(srcName)
                    set newBySource::Item(srcName) to newBySource::Item(srcName) + 1
                    set spendBySource::Item(srcName) to spendBySource::Item(srcName)
                       + customerSpend
                 else
                    invoke newBySource::Add(srcName 1)
                    invoke backBySource::Add(srcName 0)
                    invoke spendBySource::Add(srcName customerSpend)
                 end-if
                 if customerVisits >= 2
                    set backBySource::Item(srcName) to backBySource::Item(srcName) + 1
                    add 1 to totalBack
                 end-if
                 add 1 to totalNew
                 add customerSpend to totalSpend
              end-if

      *> Every referral made up to the end of the month counts
      *> towards the referrer, not just this month's.
              if cust::ReferredBy::Length > 0
                 and cust::CreatedAt < monthEnd
                 if sentBy::ContainsKey(cust::ReferredBy)
                    set sentBy::Item(cust::ReferredBy) to sentBy::Item(cust::ReferredBy) + 1
                    set broughtBy::Item(cust::ReferredBy) to broughtBy::Item(cust::ReferredBy)
                       + customerSpend
                 else
                    invoke referrers::Add(cust::ReferredBy)
                    invoke sentBy::Add(cust::ReferredBy 1)
                    invoke broughtBy::Add(cust::ReferredBy customerSpend)
                 end-if
              end-if
           end-perform

           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Clientes nuevos de "
                 & monthStart::ToString("MM/yyyy"))
           invoke report::AppendLine("")
           if totalNew = 0
              invoke report::AppendLine("    Sin clientes nuevos en el mes.")
           else
              invoke report::AppendLine("Por origen (nuevos / volvieron / gastado):")
              perform varying i from 1 by 1 until i > sources::Count
                 set srcName to sources::Item(i - 1)
                 if newBySource::ContainsKey(srcName)
                    invoke report::AppendLine("    " & srcName & ": "
                       & newBySource::Item(srcName)::ToString() & " / "
                       & backBySource::Item(srcName)::ToString() & " / "
                       & spendBySource::Item(srcName)::ToString("0.00"))
                 end-if
              end-perform
              invoke report::AppendLine("    Total: " & totalNew::ToString() & " / "
                 & totalBack::ToString() & " / " & totalSpend::ToString("0.00"))
           end-if
           invoke report::AppendLine("")

      *> Most referrals first, money brought breaking ties -- the
      *> same plain bubble sort as elsewhere; the list is short.
           perform varying i from 1 by 1 until i > referrers::Count - 1
              perform varying j from 1 by 1 until j > referrers::Count - i
                 set swap to false
                 if sentBy::Item(referrers::Item(j - 1)) < sentBy::Item(referrers::Item(j))
                    set swap to true
                 end-if
                 if sentBy::Item(referrers::Item(j - 1)) = sentBy::Item(referrers::Item(j))
                    and broughtBy::Item(referrers::Item(j - 1)) < broughtBy::Item(referrers::Item(j))
                    set swap to true
                 end-if
                 if swap
                    set temp to referrers::Item(j - 1)
                    invoke referrers::RemoveAt(j - 1)
                    invoke referrers::Insert(j temp)
                 end-if
              end-perform
           end-perform

           invoke report::AppendLine("Clientes que mas recomiendan (recomendados / gastado):")
           if referrers::Count = 0
              invoke report::AppendLine("    Sin recomendaciones registradas.")
           end-if
           perform varying i from 1 by 1 until i > referrers::Count or i > TopReferrers
              set phoneKey to referrers::Item(i - 1)
              set temp to phoneKey
              if nameOf::ContainsKey(phoneKey)
                 set temp to nameOf::Item(phoneKey) & " " & phoneKey
              end-if
              invoke report::AppendLine("    " & temp & ": "
                 & sentBy::Item(phoneKey)::ToString() & " / "
                 & broughtBy::Item(phoneKey)::ToString("0.00"))
           end-perform
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
