       class-id apo.DemandForecast.

      *> Booked-hours forecast and staffing check for Form55, so the
      *> rota is planned from the book instead of gut feel.  For each
      *> weekday and one-hour band of the weeks asked for:
      *>   - the baseline is the average stylist-hours booked in that
      *>     band over the last ForecastHistoryWeeks weeks (8 unless
      *>     settings.dat says otherwise), live and archived turnos,
      *>     cancellations left out, plus the walk-ins who gave up
      *>     waiting at the branch's desk -- demand we turned away;
      *>   - seasonality scales it by how last year's same week
      *>     compared with last year's same baseline weeks;
      *>   - what is already booked for the week, plus the waiting
      *>     list for the branch's rooms, is the floor -- the
      *>     forecast is never below it;
      *>   - closed dates and shut weekdays from BusinessHours carry
      *>     no demand.
      *> Against that stands the roster in employees.dat, minus the
      *> dated absences.  Staff are shared between branches, so with
      *> more than one each stylist's day is counted at one branch
      *> only: the one where they have the most booked that day, or
      *> on a day with nothing booked, the one they usually work at.
      *> A band needs as many stylists as the forecast hours, rounded
      *> up once past two tenths of the next one, and never fewer
      *> than one while open; a band with fewer on the rota is
      *> understaffed, one with more has someone standing idle.

       working-storage section.
       01 BandCount   type System.Int32 value 168.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id HistoryWeeks static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("ForecastHistoryWeeks" "8") returning raw
           invoke type System.Int32::TryParse(raw by reference result) returning ok
           if not ok or result < 1 or result > 52
              set result to 8
           end-if
           goback.
       end method.

      *> 168 zeroed bands, indexed day-of-week * 24 + hour (0 =
      *> Sunday midnight), the same grid UtilizationReport counts on.
       method-id NewBands static private.
       local-storage section.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[type System.Double].
           set result to new System.Collections.Generic.List[type System.Double]()
           perform varying i from 1 by 1 until i > BandCount
              invoke result::Add(0)
           end-perform
           goback.
       end method.

      *> Adds the hours of [start, finish) into the bands it covers,
      *> each band getting only its own share of the span.
       method-id AddSpan static private.
       local-storage section.
       01 h type System.Int32.
       01 lastHour type System.Int32.
       01 idx type System.Int32.
       01 dayNumber type System.Int32.
       01 bandStart type DateTime.
       01 bandEnd type DateTime.
       01 fromTime type DateTime.
       01 toTime type DateTime.
       01 span type TimeSpan.
       01 minutes type System.Double.
       procedure division using by value bands as
                type System.Collections.Generic.List[type System.Double]
                                 start as type DateTime
                                 finish as type DateTime.
           if finish <= start
              goback
           end-if
           set dayNumber to start::DayOfWeek as type System.Int32
           set lastHour to finish::AddMinutes(-1)::Hour
           if finish::Date > start::Date
              set lastHour to 23
           end-if
           perform varying h from start::Hour by 1 until h > lastHour
              set bandStart to start::Date::AddHours(h)
              set bandEnd to bandStart::AddHours(1)
              set fromTime to start
              if bandStart > fromTime
                 set fromTime to bandStart
              end-if
              set toTime to finish
              if bandEnd < toTime
                 set toTime to bandEnd
              end-if
              invoke toTime::Subtract(fromTime) returning span
              set minutes to span::TotalMinutes
              if minutes > 0
                 set idx to dayNumber * 24 + h
                 set bands::Item(idx) to bands::Item(idx) + minutes / 60
              end-if
           end-perform
           goback.
       end method.

      *> Live turnos plus every archive year from fromDay's on, at
      *> every branch -- Build keeps the branch being worked on for
      *> the demand, Roster needs the others to place the staff.
       method-id History static private.
       local-storage section.
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 y type System.Int32.
       procedure division using by value fromDay as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.AppointmentRecord].
           invoke type apo.AppointmentStore::Load returning result
           perform varying y from fromDay::Year by 1 until y > type DateTime::Today::Year
              invoke type apo.AppointmentStore::LoadArchiveYear(y) returning archived
              invoke result::AddRange(archived)
           end-perform
           goback.
       end method.

      *> Booked hours per band for the turnos starting in
      *> [fromDay, toDay), cancellations left out.
       method-id Booked static private.
       local-storage section.
       01 rec type apo.AppointmentRecord.
       01 cancelledId type System.Int32.
       01 i type System.Int32.
       procedure division using by value records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 fromDay as type DateTime
                                 toDay as type DateTime
                           returning result as
                type System.Collections.Generic.List[type System.Double].
           invoke self::NewBands returning result
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId not = cancelledId
                 and rec::Start >= fromDay and rec::Start < toDay
                 invoke self::AddSpan(result rec::Start rec::End)
              end-if
           end-perform
           goback.
       end method.

      *> Adds the walk-ins who gave up at the working branch's desk
      *> in [fromDay, toDay), each for the length of the service they
      *> wanted from the moment they arrived.
       method-id AddWalkouts static private.
       local-storage section.
       01 ended type System.Collections.Generic.List[type apo.WalkinRecord].
       01 w type apo.WalkinRecord.
       01 svc type apo.ServiceRecord.
       01 duration type System.Int32.
       01 i type System.Int32.
       01 branchName string.
       procedure division using by value bands as
                type System.Collections.Generic.List[type System.Double]
                                 fromDay as type DateTime
                                 toDay as type DateTime.
           invoke type apo.Branch::Current returning branchName
           invoke type apo.WalkinStore::LoadHistory returning ended
           perform varying i from 1 by 1 until i > ended::Count
              set w to ended::Item(i - 1)
              if type apo.WalkinStore::IsWalkout(w)
                 and w::Branch = branchName
                 and w::RequestedAt >= fromDay and w::RequestedAt < toDay
                 set duration to 30
                 invoke type apo.ServiceStore::FindByName(w::ServiceName) returning svc
                 if svc not = null
                    set duration to svc::DurationMinutes
                 end-if
                 invoke self::AddSpan(bands w::RequestedAt w::RequestedAt::AddMinutes(duration))
              end-if
           end-perform
           goback.
       end method.

      *> Adds the waiting-list entries wanting a time in
      *> [fromDay, toDay) in one of the working branch's rooms --
      *> people already asking for that week.
       method-id AddWaitlist static private.
       local-storage section.
       01 waiting type System.Collections.Generic.List[type apo.WaitlistRecord].
       01 map type System.Collections.Generic.Dictionary[string, string].
       01 branchName string.
       01 i type System.Int32.
       procedure division using by value bands as
                type System.Collections.Generic.List[type System.Double]
                                 fromDay as type DateTime
                                 toDay as type DateTime.
           invoke type apo.Branch::Current returning branchName
           invoke type apo.Branch::RoomMap returning map
           invoke type apo.WaitlistStore::Load returning waiting
           perform varying i from 1 by 1 until i > waiting::Count
              if type apo.Branch::InMap(map waiting::Item(i - 1)::ResourceId)
                    not = branchName
                 exit perform cycle
              end-if
              if waiting::Item(i - 1)::DesiredStart >= fromDay
                 and waiting::Item(i - 1)::DesiredStart < toDay
                 invoke self::AddSpan(bands waiting::Item(i - 1)::DesiredStart
                       waiting::Item(i - 1)::DesiredEnd)
              end-if
           end-perform
           goback.
       end method.

       method-id Total static private.
       local-storage section.
       01 i type System.Int32.
       procedure division using by value bands as
                type System.Collections.Generic.List[type System.Double]
                           returning result as type System.Double.
           set result to 0
           perform varying i from 1 by 1 until i > bands::Count
              add bands::Item(i - 1) to result
           end-perform
           goback.
       end method.

      *> The branch each stylist works at most, by their turnos in
      *> records (cancellations left out); one with none on file
      *> counts as the original salon's.
       method-id UsualBranches static private.
       local-storage section.
       01 counts type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 employees type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 rec type apo.AppointmentRecord.
       01 cancelledId type System.Int32.
       01 countKey string.
       01 best type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 map as
                type System.Collections.Generic.Dictionary[string, string]
                                 branches as
                type System.Collections.Generic.List[string]
                           returning result as
                type System.Collections.Generic.Dictionary[string, string].
           set result to new System.Collections.Generic.Dictionary[string, string]()
           set counts to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::StatusId = cancelledId or rec::EmployeeName::Length = 0
                 exit perform cycle
              end-if
              set countKey to rec::EmployeeName & "|"
                 & type apo.Branch::InMap(map rec::ResourceId)
              if counts::ContainsKey(countKey)
                 set counts::Item(countKey) to counts::Item(countKey) + 1
              else
                 invoke counts::Add(countKey 1)
              end-if
           end-perform
           invoke type apo.EmployeeStore::Load returning employees
           perform varying i from 1 by 1 until i > employees::Count
              if result::ContainsKey(employees::Item(i - 1)::Name)
                 exit perform cycle
              end-if
              invoke result::Add(employees::Item(i - 1)::Name type apo.Branch::Main)
              set best to 0
              perform varying k from 1 by 1 until k > branches::Count
                 set countKey to employees::Item(i - 1)::Name & "|" & branches::Item(k - 1)
                 if counts::ContainsKey(countKey) and counts::Item(countKey) > best
                    set best to counts::Item(countKey)
                    set result::Item(employees::Item(i - 1)::Name) to branches::Item(k - 1)
                 end-if
              end-perform
           end-perform
           goback.
       end method.

      *> The one branch a stylist's day counts at: where they have
      *> the most booked that day among the week's turnos, or
      *> fallback when they have nothing booked.
       method-id WorkBranch static private.
       local-storage section.
       01 minutes type System.Collections.Generic.Dictionary[string, type System.Double].
       01 rec type apo.AppointmentRecord.
       01 roomBranch string.
       01 span type System.TimeSpan.
       01 best type System.Double.
       01 i type System.Int32.
       procedure division using by value employeeName as string
                                 day as type DateTime
                                 week as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 map as
                type System.Collections.Generic.Dictionary[string, string]
                                 branches as
                type System.Collections.Generic.List[string]
                                 fallback as string
                           returning result as string.
           set minutes to new System.Collections.Generic.Dictionary[string, type System.Double]()
           perform varying i from 1 by 1 until i > week::Count
              set rec to week::Item(i - 1)
              if rec::EmployeeName = employeeName and rec::Start::Date = day::Date
                 invoke type apo.Branch::InMap(map rec::ResourceId) returning roomBranch
                 invoke rec::End::Subtract(rec::Start) returning span
                 if minutes::ContainsKey(roomBranch)
                    set minutes::Item(roomBranch) to minutes::Item(roomBranch) + span::TotalMinutes
                 else
                    invoke minutes::Add(roomBranch span::TotalMinutes)
                 end-if
              end-if
           end-perform
           set result to fallback
           set best to 0
           perform varying i from 1 by 1 until i > branches::Count
              if minutes::ContainsKey(branches::Item(i - 1))
                 and minutes::Item(branches::Item(i - 1)) > best
                 set best to minutes::Item(branches::Item(i - 1))
                 set result to branches::Item(i - 1)
              end-if
           end-perform
           goback.
       end method.

      *> Stylists on the rota per band for the week starting
      *> weekStart at the branch being worked on: each employee's
      *> working days and hours, inside the salon's opening hours,
      *> skipping dated absences and the closed dates.  With more
      *> than one branch a day only counts here when WorkBranch puts
      *> the stylist here, going by records (every branch's turnos).
       method-id Roster static private.
       local-storage section.
       01 employees type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 emp type apo.EmployeeRecord.
       01 branches type System.Collections.Generic.List[string].
       01 map type System.Collections.Generic.Dictionary[string, string].
       01 usual type System.Collections.Generic.Dictionary[string, string].
       01 week type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 here string.
       01 cancelledId type System.Int32.
       01 i type System.Int32.
       01 day type DateTime.
       01 d type System.Int32.
       01 k type System.Int32.
       01 h type System.Int32.
       01 idx type System.Int32.
       01 dayNumber type System.Int32.
       01 firstHour type System.Int32.
       01 endHour type System.Int32.
       procedure division using by value weekStart as type DateTime
                                 records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                           returning result as
                type System.Collections.Generic.List[type System.Double].
           invoke self::NewBands returning result
           invoke type apo.EmployeeStore::Load returning employees
           invoke type apo.Branch::Names returning branches
           invoke type apo.Branch::Current returning here
           if branches::Count > 1
              invoke type apo.Branch::RoomMap returning map
              invoke self::UsualBranches(records map branches) returning usual
              invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
              set week to new System.Collections.Generic.List[type apo.AppointmentRecord]()
              perform varying i from 1 by 1 until i > records::Count
                 set rec to records::Item(i - 1)
                 if rec::StatusId not = cancelledId
                    and rec::Start >= weekStart and rec::Start < weekStart::AddDays(7)
                    invoke week::Add(rec)
                 end-if
              end-perform
           end-if
           perform varying d from 0 by 1 until d > 6
              set day to weekStart::AddDays(d)
              set dayNumber to day::DayOfWeek as type System.Int32
              if type apo.BusinessHours::IsOpenDay(day::DayOfWeek)
                 and not type apo.BusinessHours::IsClosedDate(day)
                 perform varying k from 1 by 1 until k > employees::Count
                    set emp to employees::Item(k - 1)
                    if emp::WorkDays::Contains(dayNumber::ToString())
                       and not type apo.AbsenceStore::IsAbsent(emp::Name day day)
                       and (branches::Count = 1
                            or self::WorkBranch(emp::Name day week map branches
                                  usual::Item(emp::Name)) = here)
                       set firstHour to type apo.BusinessHours::OpenHourFor(day::DayOfWeek)
                       if emp::StartHour > firstHour
                          set firstHour to emp::StartHour
                       end-if
                       set endHour to type apo.BusinessHours::CloseHourFor(day::DayOfWeek)
                       if emp::EndHour < endHour
                          set endHour to emp::EndHour
                       end-if
                       perform varying h from firstHour by 1 until h >= endHour
                          set idx to dayNumber * 24 + h
                          set result::Item(idx) to result::Item(idx) + 1
                       end-perform
                    end-if
                 end-perform
              end-if
           end-perform
           goback.
       end method.

      *> Stylists a band of forecast hours calls for.
       method-id StylistsFor static private.
       local-storage section.
       01 whole type System.Int32.
       procedure division using by value hours as type System.Double
                           returning result as type System.Int32.
           compute whole = hours + 0.8
           set result to whole
           if result < 1
              set result to 1
           end-if
           goback.
       end method.

      *> One flagged block: "    Sabado 10-13: faltan 1 (prevision
      *> 3.4 hs, en plantilla 2)".
       method-id BlockLine static private.
       local-storage section.
       01 diff type System.Int32.
       procedure division using by value dayName as string
                                 fromHour as type System.Int32
                                 toHour as type System.Int32
                                 peak as type System.Double
                                 staffed as type System.Int32
                                 needed as type System.Int32
                           returning result as string.
           if staffed < needed
              compute diff = needed - staffed
              set result to "    " & dayName & " " & fromHour::ToString() & "-"
                 & toHour::ToString() & ": faltan " & diff::ToString()
           else
              compute diff = staffed - needed
              set result to "    " & dayName & " " & fromHour::ToString() & "-"
                 & toHour::ToString() & ": sobran " & diff::ToString()
           end-if
           set result to result & " (prevision hasta " & peak::ToString("0.0")
              & " hs, en plantilla " & staffed::ToString() & ")"
           goback.
       end method.

      *> The report for the given number of weeks from the week that
      *> contains firstDay.
       method-id Build static.
       local-storage section.
       01 everywhere type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 baseline type System.Collections.Generic.List[type System.Double].
       01 ahead type System.Collections.Generic.List[type System.Double].
       01 staff type System.Collections.Generic.List[type System.Double].
       01 dayNames type System.Collections.Generic.List[string].
       01 report type System.Text.StringBuilder.
       01 windowWeeks type System.Int32.
       01 currentStart type DateTime.
       01 firstStart type DateTime.
       01 weekStart type DateTime.
       01 lastYearStart type DateTime.
       01 lastYearBase type DateTime.
       01 day type DateTime.
       01 lastYearWeek type System.Double.
       01 lastYearAverage type System.Double.
       01 factor type System.Double.
       01 fc type System.Double.
       01 peak type System.Double.
       01 weekForecast type System.Double.
       01 weekRoster type System.Double.
       01 w type System.Int32.
       01 d type System.Int32.
       01 h type System.Int32.
       01 idx type System.Int32.
       01 dayNumber type System.Int32.
       01 openHour type System.Int32.
       01 closeHour type System.Int32.
       01 staffed type System.Int32.
       01 needed type System.Int32.
       01 blockFrom type System.Int32.
       01 blockStaffed type System.Int32.
       01 blockNeeded type System.Int32.
       01 underCount type System.Int32.
       01 overCount type System.Int32.
       01 inBlock condition-value.
       01 dayLabel string.
       01 blockText string.
       procedure division using by value firstDay as type DateTime
                                 weeks as type System.Int32
                           returning result as string.
           invoke self::HistoryWeeks returning windowWeeks
           invoke type apo.HoursReport::WeekStart(type DateTime::Today) returning currentStart
           invoke type apo.HoursReport::WeekStart(firstDay) returning firstStart
           set lastYearBase to currentStart::AddDays(0 - 7 * windowWeeks - 364)
           invoke self::History(lastYearBase) returning everywhere
           invoke type apo.Branch::Appointments(everywhere type apo.Branch::Current)
              returning records
           invoke type apo.BusinessHours::DayNames returning dayNames

      *> Recent demand, averaged per week.
           invoke self::Booked(records currentStart::AddDays(0 - 7 * windowWeeks)
                 currentStart)
              returning baseline
           invoke self::AddWalkouts(baseline currentStart::AddDays(0 - 7 * windowWeeks)
                 currentStart)
           perform varying idx from 0 by 1 until idx >= BandCount
              set baseline::Item(idx) to baseline::Item(idx) / windowWeeks
           end-perform

           invoke self::Total(baseline) returning weekForecast
           invoke self::Booked(records lastYearBase
                 lastYearBase::AddDays(7 * windowWeeks))
              returning ahead
           invoke self::Total(ahead) returning lastYearAverage
           compute lastYearAverage = lastYearAverage / windowWeeks
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Prevision de demanda y plantilla")
           invoke report::AppendLine("Base: las " & windowWeeks::ToString()
                 & " semanas anteriores a la del "
                 & currentStart::ToString("dd/MM/yyyy") & ", "
                 & weekForecast::ToString("0.0") & " hs por semana")
           invoke report::AppendLine("")

           perform varying w from 0 by 1 until w >= weeks
              set weekStart to firstStart::AddDays(7 * w)

      *> Seasonality: last year's same week against last year's
      *> same baseline weeks.  No history a year back, no
      *> adjustment; a freak week is held to between half and
      *> double.
              set lastYearStart to weekStart::AddDays(-364)
              invoke self::Booked(records lastYearStart lastYearStart::AddDays(7))
                 returning ahead
              invoke self::Total(ahead) returning lastYearWeek
              if lastYearWeek > 0 and lastYearAverage > 0
                 compute factor = lastYearWeek / lastYearAverage
                 if factor < 0.5
                    set factor to 0.5
                 end-if
                 if factor > 2
                    set factor to 2
                 end-if
              else
                 set factor to 1
              end-if

              invoke self::Booked(records weekStart weekStart::AddDays(7)) returning ahead
              invoke self::AddWaitlist(ahead weekStart weekStart::AddDays(7))
              invoke self::Roster(weekStart everywhere) returning staff

              invoke report::AppendLine("Semana del " & weekStart::ToString("dd/MM/yyyy")
                 & " (estacionalidad x" & factor::ToString("0.00") & ")")
              set weekForecast to 0
              set weekRoster to 0
              set underCount to 0
              set overCount to 0
              perform varying d from 0 by 1 until d > 6
                 set day to weekStart::AddDays(d)
                 set dayNumber to day::DayOfWeek as type System.Int32
                 if type apo.BusinessHours::IsClosedDate(day)
                    invoke report::AppendLine("    " & dayNames::Item(dayNumber) & " "
                       & day::ToString("dd/MM") & ": cerrado")
                 else
                    if type apo.BusinessHours::IsOpenDay(day::DayOfWeek)
                       set openHour to type apo.BusinessHours::OpenHourFor(day::DayOfWeek)
                       set closeHour to type apo.BusinessHours::CloseHourFor(day::DayOfWeek)
                       set inBlock to false
                       perform varying h from openHour by 1 until h > closeHour
      *> One pass past closing flushes the last open block.
                          if h < closeHour
                             set idx to dayNumber * 24 + h
                             compute fc = baseline::Item(idx) * factor
                             if ahead::Item(idx) > fc
                                set fc to ahead::Item(idx)
                             end-if
                             add fc to weekForecast
                             add staff::Item(idx) to weekRoster
                             compute staffed = staff::Item(idx)
                             invoke self::StylistsFor(fc) returning needed
                          end-if
                          if inBlock
                             and (h = closeHour
                                  or staffed - needed not = blockStaffed - blockNeeded)
                             set dayLabel to dayNames::Item(dayNumber) & " "
                                & day::ToString("dd/MM")
                             invoke self::BlockLine(dayLabel blockFrom h peak
                                   blockStaffed blockNeeded)
                                returning blockText
                             invoke report::AppendLine(blockText)
                             if blockStaffed < blockNeeded
                                add 1 to underCount
                             else
                                add 1 to overCount
                             end-if
                             set inBlock to false
                          end-if
                          if h < closeHour and staffed not = needed
                             if inBlock
                                if fc > peak
                                   set peak to fc
                                end-if
                             else
                                set inBlock to true
                                set blockFrom to h
                                set blockStaffed to staffed
                                set blockNeeded to needed
                                set peak to fc
                             end-if
                          end-if
                       end-perform
                    end-if
                 end-if
              end-perform
              if underCount = 0 and overCount = 0
                 invoke report::AppendLine("    Plantilla ajustada a la prevision.")
              end-if
              invoke report::AppendLine("    Prevision " & weekForecast::ToString("0.0")
                 & " hs, en plantilla " & weekRoster::ToString("0.0") & " hs; "
                 & underCount::ToString() & " bloque(s) con falta de personal, "
                 & overCount::ToString() & " bloque(s) con gente de mas")
              invoke report::AppendLine("")
           end-perform
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
