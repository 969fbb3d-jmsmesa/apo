       class-id apo.DayClose.

      *> The end-of-day summary shared by Form23's close-out button
      *> and NightlyBatch's unattended run: the day's turnos by
      *> status, the caja and tomorrow's sheet, saved to the cierres
      *> folder.  Neither caller should drift from the other -- the
      *> morning shift reads the same file whichever one ran.  Each
      *> branch closes its own day: its turnos, its caja, its sheet,
      *> in its own file (the original salon's keeps the old name).

       working-storage section.
       01 CierresFolder string value "cierres".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The day's turnos still Tentativo/Confirmado/Presente and
      *> already past their end -- the ones someone has to decide.
       method-id Unresolved static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 i type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.AppointmentRecord].
           set result to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::Start::Date = day::Date
                 and rec::End < type DateTime::Now
                 and (rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Tentativo")
                      or rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Confirmado")
                      or rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Presente"))
                 invoke result::Add(rec)
              end-if
           end-perform
           goback.
       end method.

      *> Counts by status, the caja and tomorrow's sheet for one day.
       method-id Body static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 statusNames type System.Collections.Generic.List[string].
       01 statusId type System.Int32.
       01 statusCount type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       01 summary type System.Text.StringBuilder.
       01 cajaText string.
       01 sheetText string.
       procedure division using by value day as type DateTime
                           returning result as string.
           set summary to new System.Text.StringBuilder()
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records

           invoke summary::AppendLine("Turnos del dia por estado:")
           invoke type apo.AppointmentStatus::Names returning statusNames
           perform varying k from 1 by 1 until k > statusNames::Count
              invoke type apo.AppointmentStatus::StatusIdFor(statusNames::Item(k - 1))
                 returning statusId
              set statusCount to 0
              perform varying i from 1 by 1 until i > records::Count
                 set rec to records::Item(i - 1)
                 if rec::Start::Date = day::Date and rec::StatusId = statusId
                    add 1 to statusCount
                 end-if
              end-perform
              invoke summary::AppendLine("    " & statusNames::Item(k - 1)
                    & ": " & statusCount::ToString())
           end-perform
           invoke summary::AppendLine("")

           invoke type apo.CashReport::Build(records day) returning cajaText
           invoke summary::AppendLine(cajaText)
           invoke summary::AppendLine("")

           invoke summary::AppendLine("Hoja de manana:")
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.DaySheet::Build(records day::AddDays(1)) returning sheetText
           invoke summary::AppendLine(sheetText)
           invoke summary::ToString() returning result
           goback.
       end method.

      *> Writes the summary as cierres\cierre_yyyyMMdd.txt and returns
      *> the path.  A second close-out of the same day replaces the
      *> first, which is what the desk expects after fixing a turno.
       method-id SaveSummary static.
       local-storage section.
       01 summaryPath string.
       procedure division using by value day as type DateTime
                                 summaryText as string
                           returning result as string.
           if not type System.IO.Directory::Exists(CierresFolder)
              invoke type System.IO.Directory::CreateDirectory(CierresFolder)
           end-if
           set summaryPath to CierresFolder & "\" & type apo.Branch::FileFor("cierre_"
              & day::ToString("yyyyMMdd") & ".txt" type apo.Branch::Current)
           invoke type System.IO.File::WriteAllText(summaryPath summaryText)
           set result to summaryPath
           goback.
       end method.

       end class.
