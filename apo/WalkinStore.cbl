
       working-storage section.
       01 DataPath   string value "walkins.dat".
      *> Every wait that ended -- served or gave up -- with the
      *> service wanted, the times and the branch whose desk it ended
      *> at, but not who: it feeds the demand forecast, and the
      *> people who left are demand we turned away.  Lines from
      *> before the branch was kept count as the original salon's.
       01 HistoryPath string value "walkinhistory.dat".
       01 ServedName  string value "Atendido".
       01 WalkoutName string value "Se fue".
       01 Delimiter  string value "|".

       method-id NEW.
       end method.

      *> Takes one entry out of the queue -- booked into a real
      *> turno (served true), or gave up and left -- and notes the
      *> outcome in the walk-in history against this station's
      *> branch.
       method-id Remove static.
       procedure division using by value id as string
                                 served as condition-value.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.WalkinRecord].
           01 w type apo.WalkinRecord.
           01 writer type System.IO.StreamWriter.
           01 parts type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set w to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::WalkinId = id
                 set w to records::Item(i - 1)
                 invoke records::RemoveAt(i - 1)
                 exit perform
              end-if
           end-perform
           invoke self::SaveAll(records)
           if w not = null
              set parts to new System.Collections.Generic.List[string]()
              invoke parts::Add(w::WalkinId)
              invoke parts::Add(w::ServiceName::Replace(Delimiter " "))
              invoke parts::Add(w::RequestedAt::ToString("o"))
              if served
                 invoke parts::Add(ServedName)
              else
                 invoke parts::Add(WalkoutName)
              end-if
              invoke parts::Add(type DateTime::Now::ToString("o"))
              invoke parts::Add(type apo.Branch::Station)
              set writer to new System.IO.StreamWriter(HistoryPath true)
              invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
              invoke writer::Close()
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Every wait that has ended, oldest first.  Empty until the
      *> first walk-in leaves the queue.
       method-id LoadHistory static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.WalkinRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 f type string occurs any.
           01 w type apo.WalkinRecord.
           01 i type System.Int32.
           01 mainBranch string.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.WalkinRecord]()
           if type System.IO.File::Exists(HistoryPath)
              invoke type apo.Branch::Main returning mainBranch
              set lines to type System.IO.File::ReadAllLines(HistoryPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    set w to new apo.WalkinRecord()
                    set w::WalkinId to f(1)
                    set w::CustomerName to ""
                    set w::CustomerPhone to ""
                    set w::ServiceName to f(2)
                    invoke type DateTime::Parse(f(3)) returning w::RequestedAt
                    set w::Outcome to f(4)
                    invoke type DateTime::Parse(f(5)) returning w::ClosedAt
                    if f::Length > 5 and f(6)::Length > 0
                       set w::Branch to f(6)
                    else
                       set w::Branch to mainBranch
                    end-if
                    invoke result::Add(w)
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> True for a history entry of someone who gave up waiting.
       method-id IsWalkout static.
       procedure division using by value w as type apo.WalkinRecord
                           returning result as condition-value.
           if w::Outcome = WalkoutName
              set result to true
           else
              set result to false
           end-if
           goback.
       end method.

      *> The estimated wait in minutes for the queue entry at the
      *> given 1-based position: the start of the position-th free
      *> slot for that service's duration from right now, in any
      *> room with a stylist qualified for it free -- so each person
      *> in the line is quoted a slot behind the people ahead of
      *> them.  Returns -1 when nothing is free
      *> in SlotFinder's search window.
       method-id EstimatedWaitMinutes static.
       local-storage section.
           if svc not = null
              set duration to svc::DurationMinutes
           end-if
           invoke type apo.SlotFinder::FindSlotsFor(duration serviceName "" ""
                 type DateTime::Now position)
              returning slots
           if slots::Count >= position
              set wait to (slots::Item(position - 1)::Start
