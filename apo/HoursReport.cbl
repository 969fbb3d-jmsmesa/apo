       class-id apo.HoursReport.

      *> Hours worked against the roster, one week (Monday to Sunday)
      *> per employee, from the punches on Form51.  Payroll used to
      *> rebuild hours from the appointment book; this is what people
      *> actually clocked.  Each day compares the punches with
      *> WorkDays/StartHour/EndHour on the employee: an Entrada later
      *> than the start or a last Salida earlier than the end, beyond
      *> ClockToleranceMinutes (settings.dat, 5 by default), is a late
      *> start or an early finish; an Entrada with no Salida, a Salida
      *> with no Entrada, or a rostered day with no punches at all is
      *> a missing punch.  A day covered by a dated absence is shown
      *> against that absence instead of being flagged.  Csv writes
      *> the same days for the gestoria's payroll import.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The Monday of the week a date falls in.
       method-id WeekStart static.
       local-storage section.
       01 offset type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as type DateTime.
           set offset to day::DayOfWeek as type System.Int32
           if offset = 0
              set offset to 6
           else
              subtract 1 from offset
           end-if
           set result to day::Date::AddDays(0 - offset)
           goback.
       end method.

      *> Minutes of slack before a punch counts as late or early.
       method-id ToleranceMinutes static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("ClockToleranceMinutes" "5") returning raw
           invoke type System.Int32::TryParse(raw by reference result) returning ok
           if not ok or result < 0
              set result to 5
           end-if
           goback.
       end method.

      *> Every employee's seven days of the week starting weekStart.
       method-id Days static.
       local-storage section.
       01 employees type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 absences type System.Collections.Generic.List[type apo.AbsenceRecord].
       01 punches type System.Collections.Generic.List[type apo.TimePunchRecord].
       01 dayPunches type System.Collections.Generic.List[type apo.TimePunchRecord].
       01 emp type apo.EmployeeRecord.
       01 d type apo.HoursDay.
       01 t type apo.TimePunchRecord.
       01 openIn type DateTime.
       01 span type System.TimeSpan.
       01 isOpen condition-value.
       01 tolerance type System.Int32.
       01 dayNumber type System.Int32.
       01 k type System.Int32.
       01 n type System.Int32.
       01 i type System.Int32.
       01 work type DateTime.
       01 shiftStart type DateTime.
       01 shiftEnd type DateTime.
       procedure division using by value weekStart as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.HoursDay].
           set result to new System.Collections.Generic.List[type apo.HoursDay]()
           invoke type apo.EmployeeStore::Load returning employees
           invoke type apo.AbsenceStore::Load returning absences
           invoke type apo.TimeClockStore::Load returning punches
           invoke self::ToleranceMinutes returning tolerance

           perform varying k from 1 by 1 until k > employees::Count
              set emp to employees::Item(k - 1)
              perform varying n from 0 by 1 until n > 6
                 set work to weekStart::Date::AddDays(n)
                 set d to new apo.HoursDay()
                 set d::EmployeeName to emp::Name
                 set d::WorkDate to work
                 set dayNumber to work::DayOfWeek as type System.Int32
                 if emp::WorkDays::Contains(dayNumber::ToString())
                    compute d::RosteredHours = emp::EndHour - emp::StartHour
                 else
                    set d::RosteredHours to 0
                 end-if
                 perform varying i from 1 by 1 until i > absences::Count
                    if absences::Item(i - 1)::EmployeeName = emp::Name
                       and work <= absences::Item(i - 1)::End::Date
                       and work >= absences::Item(i - 1)::Start::Date
                       set d::Absence to absences::Item(i - 1)::Reason
                       if d::Absence::Trim()::Length = 0
                          set d::Absence to "Ausencia"
                       end-if
                       exit perform
                    end-if
                 end-perform

      *> Punches pair up in order: each Entrada opens a stretch, the
      *> next Salida closes it.  Anything that doesn't pair is a
      *> missing punch and adds no hours.
                 invoke type apo.TimeClockStore::ForDay(punches emp::Name work)
                    returning dayPunches
                 set d::WorkedHours to 0
                 set isOpen to false
                 perform varying i from 1 by 1 until i > dayPunches::Count
                    set t to dayPunches::Item(i - 1)
                    if t::Direction = "Entrada"
                       if isOpen
                          set d::MissingPunch to true
                       end-if
                       if d::FirstIn = type DateTime::MinValue
                          set d::FirstIn to t::PunchedAt
                       end-if
                       set openIn to t::PunchedAt
                       set isOpen to true
                    else
                       if isOpen
                          invoke t::PunchedAt::Subtract(openIn) returning span
                          compute d::WorkedHours rounded = d::WorkedHours + span::TotalHours
                          set isOpen to false
                       else
                          set d::MissingPunch to true
                       end-if
                       set d::LastOut to t::PunchedAt
                    end-if
                 end-perform
                 if isOpen
                    set d::MissingPunch to true
                 end-if

                 if d::Absence::Length = 0 and d::RosteredHours > 0
                    if dayPunches::Count = 0
                       set d::MissingPunch to true
                    else
                       set shiftStart to work::AddHours(emp::StartHour)::AddMinutes(tolerance)
                       set shiftEnd to work::AddHours(emp::EndHour)::AddMinutes(0 - tolerance)
                       if d::FirstIn not = type DateTime::MinValue
                          and d::FirstIn > shiftStart
                          set d::LateStart to true
                       end-if
                       if d::LastOut not = type DateTime::MinValue
                          and d::LastOut < shiftEnd
                          set d::EarlyFinish to true
                       end-if
                    end-if
                 end-if
                 invoke result::Add(d)
              end-perform
           end-perform
           goback.
       end method.

      *> The week on screen: one line per day with something to say,
      *> then each employee's totals.
       method-id Build static.
       local-storage section.
       01 days type System.Collections.Generic.List[type apo.HoursDay].
       01 d type apo.HoursDay.
       01 report type System.Text.StringBuilder.
       01 line string.
       01 currentName string.
       01 rostered type System.Decimal.
       01 worked type System.Decimal.
       01 lateCount type System.Int32.
       01 earlyCount type System.Int32.
       01 missingCount type System.Int32.
       01 absentCount type System.Int32.
       01 i type System.Int32.
       procedure division using by value weekStart as type DateTime
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Horas trabajadas, semana del "
              & weekStart::ToString("dd/MM/yyyy") & " al "
              & weekStart::AddDays(6)::ToString("dd/MM/yyyy") & ":")
           invoke self::Days(weekStart) returning days
           set currentName to null
           perform varying i from 1 by 1 until i > days::Count + 1
              if i > days::Count
                 set d to null
              else
                 set d to days::Item(i - 1)
              end-if
              if currentName not = null
                 and (d = null or d::EmployeeName not = currentName)
                 invoke report::AppendLine("        Total: previstas " & rostered::ToString("0.00")
                    & " h, trabajadas " & worked::ToString("0.00")
                    & " h, llegadas tarde " & lateCount::ToString()
                    & ", salidas anticipadas " & earlyCount::ToString()
                    & ", fichajes incompletos " & missingCount::ToString()
                    & ", dias de ausencia " & absentCount::ToString())
              end-if
              if d = null
                 exit perform
              end-if
              if currentName = null or d::EmployeeName not = currentName
                 set currentName to d::EmployeeName
                 set rostered to 0
                 set worked to 0
                 set lateCount to 0
                 set earlyCount to 0
                 set missingCount to 0
                 set absentCount to 0
                 invoke report::AppendLine("")
                 invoke report::AppendLine("    " & currentName)
              end-if
              add d::RosteredHours to rostered
              add d::WorkedHours to worked
              if d::RosteredHours > 0 or d::WorkedHours > 0 or d::Absence::Length > 0
                 set line to "        " & d::WorkDate::ToString("ddd dd/MM")
                    & ": previstas " & d::RosteredHours::ToString("0.00")
                    & ", trabajadas " & d::WorkedHours::ToString("0.00")
                 if d::FirstIn not = type DateTime::MinValue
                    set line to line & " (entrada " & d::FirstIn::ToString("HH:mm")
                    if d::LastOut not = type DateTime::MinValue
                       set line to line & ", salida " & d::LastOut::ToString("HH:mm")
                    end-if
                    set line to line & ")"
                 end-if
                 if d::Absence::Length > 0
                    set line to line & "  AUSENCIA: " & d::Absence
                    add 1 to absentCount
                 end-if
                 if d::LateStart
                    set line to line & "  TARDE"
                    add 1 to lateCount
                 end-if
                 if d::EarlyFinish
                    set line to line & "  SALIDA ANTICIPADA"
                    add 1 to earlyCount
                 end-if
                 if d::MissingPunch
                    set line to line & "  FALTA FICHAJE"
                    add 1 to missingCount
                 end-if
                 if d::RosteredHours = 0 and d::WorkedHours > 0
                    set line to line & "  fuera de turno"
                 end-if
                 invoke report::AppendLine(line)
              end-if
           end-perform
           invoke report::ToString() returning result
           goback.
       end method.

      *> The week as CSV for the gestoria's payroll import: one row
      *> per employee and day, hours with a decimal point.
       method-id Csv static.
       local-storage section.
       01 days type System.Collections.Generic.List[type apo.HoursDay].
       01 d type apo.HoursDay.
       01 lines type System.Collections.Generic.List[string].
       01 i type System.Int32.
       procedure division using by value weekStart as type DateTime
                           returning result as string.
           set lines to new System.Collections.Generic.List[string]()
           invoke lines::Add("Empleado,Fecha,HorasPrevistas,HorasTrabajadas,Ausencia,LlegadaTarde,SalidaAnticipada,FaltaFichaje")
           invoke self::Days(weekStart) returning days
           perform varying i from 1 by 1 until i > days::Count
              set d to days::Item(i - 1)
              invoke lines::Add(
                    type apo.AppointmentExporter::Escape(d::EmployeeName) & ","
                    & d::WorkDate::ToString("yyyy-MM-dd") & ","
                    & d::RosteredHours::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & d::WorkedHours::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & type apo.AppointmentExporter::Escape(d::Absence) & ","
                    & self::Flag(d::LateStart) & ","
                    & self::Flag(d::EarlyFinish) & ","
                    & self::Flag(d::MissingPunch))
           end-perform
           invoke type string::Join(type System.Environment::NewLine lines::ToArray()) returning result
           goback.
       end method.

       method-id Flag static private.
       procedure division using by value isSet as type System.Boolean
                           returning result as string.
           if isSet
              set result to "S"
           else
              set result to "N"
           end-if
           goback.
       end method.

       end class.
