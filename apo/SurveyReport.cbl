       class-id apo.SurveyReport.

      *> How customers rated their visits, from SurveyStore: the
      *> month's response rate and average score, the average per
      *> employee and per service, and every low score with its
      *> comment and the customer's phone so the manager can call
      *> them back the same week.  What counts as low comes from
      *> SurveyLowScore in settings.dat (2 unless changed).

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id LowScore static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("SurveyLowScore" "2") returning raw
           invoke type System.Int32::TryParse(raw by reference result) returning ok
           if not ok or result < 1 or result > 5
              set result to 2
           end-if
           goback.
       end method.

      *> One line per answered survey at or below the low mark.
       method-id LowLine static private.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 who string.
       procedure division using by value s as type apo.SurveyRecord
                           returning result as string.
           set who to s::CustomerPhone
           invoke type apo.CustomerStore::FindByPhone(s::CustomerPhone) returning cust
           if cust not = null
              set who to cust::Name & " " & s::CustomerPhone
           end-if
           if who::Trim()::Length = 0
              set who to "(anonimizado)"
           end-if
           set result to "    " & s::VisitDate::ToString("dd/MM") & "  nota "
              & s::Score::ToString() & "  " & who
              & "  (" & s::ServiceName & " con " & s::EmployeeName & ")"
           if s::Comment::Length > 0
              set result to result & ": " & s::Comment
           end-if
           goback.
       end method.

      *> Averages of the answered surveys grouped by employee (byEmployee
      *> true) or by service.
       method-id AppendGroups static private.
       local-storage section.
       01 keys type System.Collections.Generic.List[string].
       01 key string.
       01 total type System.Int32.
       01 answers type System.Int32.
       01 average type System.Decimal.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value surveys as
                type System.Collections.Generic.List[type apo.SurveyRecord]
                                 byEmployee as condition-value
                                 report as type System.Text.StringBuilder.
           set keys to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > surveys::Count
              if byEmployee
                 set key to surveys::Item(i - 1)::EmployeeName
              else
                 set key to surveys::Item(i - 1)::ServiceName
              end-if
              if surveys::Item(i - 1)::Score > 0 and not keys::Contains(key)
                 invoke keys::Add(key)
              end-if
           end-perform
           invoke keys::Sort()
           perform varying k from 1 by 1 until k > keys::Count
              set total to 0
              set answers to 0
              perform varying i from 1 by 1 until i > surveys::Count
                 if byEmployee
                    set key to surveys::Item(i - 1)::EmployeeName
                 else
                    set key to surveys::Item(i - 1)::ServiceName
                 end-if
                 if surveys::Item(i - 1)::Score > 0 and key = keys::Item(k - 1)
                    add surveys::Item(i - 1)::Score to total
                    add 1 to answers
                 end-if
              end-perform
              compute average rounded = total / answers
              set key to keys::Item(k - 1)
              if key::Length = 0
                 if byEmployee
                    set key to "(sin asignar)"
                 else
                    set key to "(sin servicio)"
                 end-if
              end-if
              invoke report::AppendLine("    " & key & ": nota media "
                 & average::ToString("0.00") & " (" & answers::ToString() & " respuesta(s))")
           end-perform
           if keys::Count = 0
              invoke report::AppendLine("    (sin respuestas)")
           end-if
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 surveys type System.Collections.Generic.List[type apo.SurveyRecord].
       01 report type System.Text.StringBuilder.
       01 sent type System.Int32.
       01 answers type System.Int32.
       01 total type System.Int32.
       01 average type System.Decimal.
       01 responseRate type System.Decimal.
       01 low type System.Int32.
       01 lowCount type System.Int32.
       01 i type System.Int32.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke type apo.SurveyStore::ForMonth(year month) returning surveys
           set sent to 0
           set answers to 0
           set total to 0
           perform varying i from 1 by 1 until i > surveys::Count
              if surveys::Item(i - 1)::SendAt <= type DateTime::Now
                 add 1 to sent
              end-if
              if surveys::Item(i - 1)::Score > 0
                 add 1 to answers
                 add surveys::Item(i - 1)::Score to total
              end-if
           end-perform
           invoke report::AppendLine("Satisfaccion de clientes, " & month::ToString("00")
              & "/" & year::ToString() & ":")
           if sent > 0
              compute responseRate rounded = answers * 100 / sent
           else
              set responseRate to 0
           end-if
           invoke report::AppendLine("    Encuestas enviadas: " & sent::ToString()
              & ", respondidas: " & answers::ToString()
              & " (" & responseRate::ToString("0") & "%)")
           if answers > 0
              compute average rounded = total / answers
              invoke report::AppendLine("    Nota media: " & average::ToString("0.00"))
           end-if
           invoke report::AppendLine("")
           invoke report::AppendLine("Por empleado:")
           invoke self::AppendGroups(surveys true report)
           invoke report::AppendLine("")
           invoke report::AppendLine("Por servicio:")
           invoke self::AppendGroups(surveys false report)
           invoke report::AppendLine("")

           invoke self::LowScore returning low
           invoke report::AppendLine("Notas bajas (" & low::ToString() & " o menos), para llamar:")
           set lowCount to 0
           perform varying i from 1 by 1 until i > surveys::Count
              if surveys::Item(i - 1)::Score > 0 and surveys::Item(i - 1)::Score <= low
                 invoke report::AppendLine(self::LowLine(surveys::Item(i - 1)))
                 add 1 to lowCount
              end-if
           end-perform
           if lowCount = 0
              invoke report::AppendLine("    Ninguna.")
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> The low scores answered in the last seven days, whatever
      *> month the visit was in -- the manager's call-back list for
      *> this week.
       method-id RecentLowScores static.
       local-storage section.
       01 surveys type System.Collections.Generic.List[type apo.SurveyRecord].
       01 report type System.Text.StringBuilder.
       01 low type System.Int32.
       01 lowCount type System.Int32.
       01 since type DateTime.
       01 i type System.Int32.
       procedure division returning result as string.
           set report to new System.Text.StringBuilder()
           invoke self::LowScore returning low
           set since to type DateTime::Today::AddDays(-7)
           invoke report::AppendLine("Notas bajas (" & low::ToString()
              & " o menos) respondidas desde el " & since::ToString("dd/MM/yyyy") & ":")
           invoke type apo.SurveyStore::Load returning surveys
           set lowCount to 0
           perform varying i from 1 by 1 until i > surveys::Count
              if surveys::Item(i - 1)::Score > 0 and surveys::Item(i - 1)::Score <= low
                 and surveys::Item(i - 1)::AnsweredAt >= since
                 invoke report::AppendLine(self::LowLine(surveys::Item(i - 1)))
                 add 1 to lowCount
              end-if
           end-perform
           if lowCount = 0
              invoke report::AppendLine("    Ninguna.")
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
