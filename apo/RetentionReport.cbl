       class-id apo.RetentionReport.

      *> Are we keeping the people we win?  Form36 chases lapsed
      *> customers one by one; this is the owner's big picture for
      *> Form63.  Customers are grouped into cohorts by the month of
      *> their first completed turno, live or archived, and for each
      *> cohort the report gives:
      *>   - how many came back -- a completed turno on a later day --
      *>     within 30, 60, 90 and 180 days of that first one;
      *>   - how many are still active: a completed turno 6 and 12
      *>     months or more after the first;
      *>   - average spend per customer to date, every payment on
      *>     file against their turnos (NewCustomerReport's reckoning).
      *> A percentage counts only the customers whose window is
      *> already over -- last month's cohort can't have come back at
      *> 180 days yet -- and shows "-" while nobody's is.  The same
      *> figures follow for the year's new customers by the service
      *> of their first visit and by the stylist who did it, each
      *> line beside the year before's, so a new stylist or a change
      *> to a service that is losing clients shows up.

       working-storage section.
       01 NoService  string value "(Sin servicio)".
       01 NoStylist  string value "(Sin asignar)".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> "hits of eligible" as a percentage, "-" when nobody's window
      *> has closed yet.
       method-id Share static private.
       local-storage section.
       01 pct type System.Int32.
       procedure division using by value hits as type System.Int32
                                 eligible as type System.Int32
                           returning result as string.
           if eligible = 0
              set result to "   -"
              goback
           end-if
           compute pct rounded = hits * 100 / eligible
           set result to pct::ToString()::PadLeft(3) & "%"
           goback.
       end method.

      *> One line of figures for a group of customers (phones).
       method-id Figures static private.
       local-storage section.
       01 days type System.Int32 occurs 4.
       01 months type System.Int32 occurs 2.
       01 hits type System.Int32 occurs 6.
       01 eligible type System.Int32 occurs 6.
       01 visits type System.Collections.Generic.List[type DateTime].
       01 firstVisit type DateTime.
       01 today type DateTime.
       01 spent type System.Decimal.
       01 average type System.Decimal.
       01 came condition-value.
       01 phone string.
       01 i type System.Int32.
       01 k type System.Int32.
       01 v type System.Int32.
       procedure division using by value phones as
                type System.Collections.Generic.List[string]
                                 visitsOf as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type DateTime]]
                                 spend as
                type System.Collections.Generic.Dictionary[string, type System.Decimal]
                           returning result as string.
           set days(1) to 30
           set days(2) to 60
           set days(3) to 90
           set days(4) to 180
           set months(1) to 6
           set months(2) to 12
           perform varying k from 1 by 1 until k > 6
              set hits(k) to 0
              set eligible(k) to 0
           end-perform
           set today to type DateTime::Today
           set spent to 0
           perform varying i from 1 by 1 until i > phones::Count
              set phone to phones::Item(i - 1)
              set visits to visitsOf::Item(phone)
              set firstVisit to visits::Item(0)::Date
              if spend::ContainsKey(phone)
                 add spend::Item(phone) to spent
              end-if
              perform varying k from 1 by 1 until k > 4
                 if firstVisit::AddDays(days(k)) <= today
                    add 1 to eligible(k)
                    set came to false
                    perform varying v from 2 by 1 until v > visits::Count
                       if visits::Item(v - 1)::Date > firstVisit
                          and visits::Item(v - 1)::Date <= firstVisit::AddDays(days(k))
                          set came to true
                       end-if
                    end-perform
                    if came
                       add 1 to hits(k)
                    end-if
                 end-if
              end-perform
              perform varying k from 1 by 1 until k > 2
                 if firstVisit::AddMonths(months(k)) <= today
                    add 1 to eligible(k + 4)
                    if visits::Item(visits::Count - 1)::Date >= firstVisit::AddMonths(months(k))
                       add 1 to hits(k + 4)
                    end-if
                 end-if
              end-perform
           end-perform
           set average to 0
           if phones::Count > 0
              compute average rounded = spent / phones::Count
           end-if
           set result to phones::Count::ToString()::PadLeft(4) & " cliente(s)"
              & "  30d " & self::Share(hits(1) eligible(1))
              & "  60d " & self::Share(hits(2) eligible(2))
              & "  90d " & self::Share(hits(3) eligible(3))
              & "  180d " & self::Share(hits(4) eligible(4))
              & "  6m " & self::Share(hits(5) eligible(5))
              & "  12m " & self::Share(hits(6) eligible(6))
              & "  gasto medio " & average::ToString("0.00")
           goback.
       end method.

      *> Files a phone under a group's key, making the group when it
      *> is the first.
       method-id AddTo static private.
       local-storage section.
       01 members type System.Collections.Generic.List[string].
       procedure division using by value groups as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]
                                 groupKey as string
                                 phone as string.
           if not groups::ContainsKey(groupKey)
              set members to new System.Collections.Generic.List[string]()
              invoke groups::Add(groupKey members)
           end-if
           invoke groups::Item(groupKey)::Add(phone)
           goback.
       end method.

      *> The group's members, an empty list when it has none.
       method-id MembersOf static private.
       procedure division using by value groups as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]
                                 groupKey as string
                           returning result as
                type System.Collections.Generic.List[string].
           if groups::ContainsKey(groupKey)
              set result to groups::Item(groupKey)
           else
              set result to new System.Collections.Generic.List[string]()
           end-if
           goback.
       end method.

      *> The cohort report for the customers first seen in a year,
      *> beside those first seen the year before.
       method-id Build static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 visitsOf type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type DateTime]].
       01 firstOf type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord].
       01 mine type System.Collections.Generic.List[type DateTime].
       01 spend type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 cohorts type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]].
       01 byService type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]].
       01 byStylist type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]].
       01 services type System.Collections.Generic.List[string].
       01 stylists type System.Collections.Generic.List[string].
       01 phones type System.Collections.Generic.List[string].
       01 report type System.Text.StringBuilder.
       01 completedId type System.Int32.
       01 firstYear type System.Int32.
       01 yearLabel string.
       01 thisLabel string.
       01 lastLabel string.
       01 groupKey string.
       01 monthStart type DateTime.
       01 phone string.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value reportYear as type System.Int32
                           returning result as string.
           invoke type apo.AppointmentStatus::StatusIdFor("Completado") returning completedId
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)

      *> Every completed visit per phone, and the first of them.
           set visitsOf to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type DateTime]]()
           set firstOf to new System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]()
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId not = completedId
                 or rec::CustomerPhone = null
                 or rec::CustomerPhone::Trim()::Length = 0
                 exit perform cycle
              end-if
              if not visitsOf::ContainsKey(rec::CustomerPhone)
                 set mine to new System.Collections.Generic.List[type DateTime]()
                 invoke visitsOf::Add(rec::CustomerPhone mine)
                 invoke firstOf::Add(rec::CustomerPhone rec)
              end-if
              invoke visitsOf::Item(rec::CustomerPhone)::Add(rec::Start)
              if rec::Start < firstOf::Item(rec::CustomerPhone)::Start
                 set firstOf::Item(rec::CustomerPhone) to rec
              end-if
           end-perform
           set phones to new System.Collections.Generic.List[string](visitsOf::Keys)
           perform varying i from 1 by 1 until i > phones::Count
              invoke visitsOf::Item(phones::Item(i - 1))::Sort()
           end-perform
           invoke type apo.NewCustomerReport::SpendByPhone returning spend

      *> Groups keyed with the year in front, so this year's and last
      *> year's share one dictionary each: "2026|03", "2026|Corte".
           set cohorts to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]()
           set byService to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]()
           set byStylist to new System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]()
           set services to new System.Collections.Generic.List[string]()
           set stylists to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > phones::Count
              set phone to phones::Item(i - 1)
              set rec to firstOf::Item(phone)
              set firstYear to rec::Start::Year
              if firstYear not = reportYear and firstYear not = reportYear - 1
                 exit perform cycle
              end-if
              set yearLabel to firstYear::ToString()
              invoke self::AddTo(cohorts yearLabel & "|" & rec::Start::Month::ToString("00") phone)
              set groupKey to rec::ServiceName
              if groupKey = null or groupKey::Trim()::Length = 0
                 set groupKey to NoService
              end-if
              invoke self::AddTo(byService yearLabel & "|" & groupKey phone)
              if not services::Contains(groupKey)
                 invoke services::Add(groupKey)
              end-if
              set groupKey to rec::EmployeeName
              if groupKey = null or groupKey::Trim()::Length = 0
                 set groupKey to NoStylist
              end-if
              invoke self::AddTo(byStylist yearLabel & "|" & groupKey phone)
              if not stylists::Contains(groupKey)
                 invoke stylists::Add(groupKey)
              end-if
           end-perform
           invoke services::Sort()
           invoke stylists::Sort()
           set thisLabel to reportYear::ToString()
           compute k = reportYear - 1
           set lastLabel to k::ToString()

           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Retencion de clientes por cohorte - " & reportYear::ToString())
           invoke report::AppendLine("Cohorte: mes del primer turno completado.  Volvieron en 30/60/90/180 dias;")
           invoke report::AppendLine("activos con algun turno pasados 6/12 meses; % sobre los clientes cuyo plazo")
           invoke report::AppendLine("ya vencio.  Debajo de cada linea, la misma del ano anterior.")
           invoke report::AppendLine("")

           invoke report::AppendLine("Por mes del primer turno:")
           perform varying k from 1 by 1 until k > 12
              set monthStart to new DateTime(reportYear k 1)
              set groupKey to "|" & k::ToString("00")
              if not cohorts::ContainsKey(thisLabel & groupKey)
                 and not cohorts::ContainsKey(lastLabel & groupKey)
                 exit perform cycle
              end-if
              invoke report::AppendLine("    " & monthStart::ToString("MM/yyyy") & " "
                 & self::Figures(self::MembersOf(cohorts thisLabel & groupKey)
                       visitsOf spend))
              invoke report::AppendLine("    " & monthStart::AddYears(-1)::ToString("MM/yyyy") & " "
                 & self::Figures(self::MembersOf(cohorts lastLabel & groupKey)
                       visitsOf spend))
           end-perform
           invoke self::YearTotals(report cohorts thisLabel lastLabel visitsOf spend)

           invoke report::AppendLine("")
           invoke report::AppendLine("Por servicio del primer turno:")
           perform varying k from 1 by 1 until k > services::Count
              invoke self::GroupLines(report byService services::Item(k - 1)
                    thisLabel lastLabel visitsOf spend)
           end-perform
           if services::Count = 0
              invoke report::AppendLine("    (sin clientes nuevos)")
           end-if

           invoke report::AppendLine("")
           invoke report::AppendLine("Por estilista del primer turno:")
           perform varying k from 1 by 1 until k > stylists::Count
              invoke self::GroupLines(report byStylist stylists::Item(k - 1)
                    thisLabel lastLabel visitsOf spend)
           end-perform
           if stylists::Count = 0
              invoke report::AppendLine("    (sin clientes nuevos)")
           end-if

           invoke report::ToString() returning result
           goback.
       end method.

      *> The whole year's cohorts together, this year and last.
       method-id YearTotals static private.
       local-storage section.
       01 thisYear type System.Collections.Generic.List[string].
       01 lastYear type System.Collections.Generic.List[string].
       01 k type System.Int32.
       procedure division using by value report as type System.Text.StringBuilder
                                 cohorts as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]
                                 thisLabel as string
                                 lastLabel as string
                                 visitsOf as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type DateTime]]
                                 spend as
                type System.Collections.Generic.Dictionary[string, type System.Decimal].
           set thisYear to new System.Collections.Generic.List[string]()
           set lastYear to new System.Collections.Generic.List[string]()
           perform varying k from 1 by 1 until k > 12
              invoke thisYear::AddRange(self::MembersOf(cohorts
                    thisLabel & "|" & k::ToString("00")))
              invoke lastYear::AddRange(self::MembersOf(cohorts
                    lastLabel & "|" & k::ToString("00")))
           end-perform
           invoke report::AppendLine("    Ano " & thisLabel & "    "
              & self::Figures(thisYear visitsOf spend))
           invoke report::AppendLine("    Ano " & lastLabel & "    "
              & self::Figures(lastYear visitsOf spend))
           goback.
       end method.

      *> One service's or stylist's two lines, this year and last.
       method-id GroupLines static private.
       procedure division using by value report as type System.Text.StringBuilder
                                 groups as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[string]]
                                 groupName as string
                                 thisLabel as string
                                 lastLabel as string
                                 visitsOf as
                type System.Collections.Generic.Dictionary[string, type System.Collections.Generic.List[type DateTime]]
                                 spend as
                type System.Collections.Generic.Dictionary[string, type System.Decimal].
           invoke report::AppendLine("    " & groupName)
           invoke report::AppendLine("        " & thisLabel & " "
              & self::Figures(self::MembersOf(groups thisLabel & "|" & groupName)
                    visitsOf spend))
           invoke report::AppendLine("        " & lastLabel & " "
              & self::Figures(self::MembersOf(groups lastLabel & "|" & groupName)
                    visitsOf spend))
           goback.
       end method.

       end class.
