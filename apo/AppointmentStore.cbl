           goback.
       end method.

      *> The archive years PurgeArchiveYears exported to the backup
      *> folder before depurating them -- off the system as far as
      *> the screens go, but still the record of what a turno was.
      *> Only the money reconciliation reads them.
       method-id LoadPurged static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.AppointmentRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 files type System.Array.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           01 k type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           if type System.IO.Directory::Exists(BackupFolder)
              set files to type System.IO.Directory::GetFiles(BackupFolder
                    "appointments.archive.*.dat")
              perform varying k from 1 by 1 until k > files::Length
                 set lines to type System.IO.File::ReadAllLines(
                       files::GetValue(k - 1) as string)
                 perform varying i from 1 by 1 until i > lines::Length
                    if lines(i)::Length > 0
                       invoke result::Add(self::FromLine(lines(i)))
                    end-if
                 end-perform
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Moves every live appointment that ended before cutoff into
      *> its year's archive file, so radScheduler1 -- and the disk
      *> file it loads from at startup -- doesn't keep growing with
      *> employee during the given span, whatever room it is in --
      *> the staff-side counterpart to HasOverlap, since a stylist
      *> can no more be in two rooms at once than two turnos can
      *> share one room.  An unassigned turno never conflicts.  Staff
      *> work at either branch, so a turno at the other branch also
      *> has to leave them Branch::TravelMinutes to get there.
       method-id HasEmployeeConflict static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 map type System.Collections.Generic.Dictionary[string, string].
       01 i type System.Int32.
       01 other type apo.AppointmentRecord.
       01 newBranch string.
       01 gap type System.Int32.
       01 travel type System.Int32.
       procedure division using by value newStart as type DateTime
                                 newEnd as type DateTime
                                 excludeId as string
                                 employeeName as string
                                 resourceId as string
                           returning result as condition-value.
           set result to false
           if employeeName = null or employeeName::Trim()::Length = 0
              goback
           end-if
           invoke type apo.Branch::RoomMap returning map
           invoke type apo.Branch::InMap(map resourceId) returning newBranch
           invoke type apo.Branch::TravelMinutes returning travel
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set other to records::Item(i - 1)
              if other::AppointmentId not = excludeId and other::EmployeeName = employeeName
                 and other::StatusId not = type apo.AppointmentStatus::StatusIdFor("Cancelado")
                 if type apo.Branch::InMap(map other::ResourceId) = newBranch
                    set gap to 0
                 else
                    set gap to travel
                 end-if
                 if newStart < other::End::AddMinutes(gap)
                    and newEnd::AddMinutes(gap) > other::Start
                    set result to true
                    exit perform
                 end-if
