       class-id apo.TimeClockStore.

      *> Disk persistence for the staff time clock, mirroring
      *> FormulaStore's flat pipe-delimited file.  One line per punch,
      *> appended as it happens on Form51 and never edited, so the
      *> hours report and the payroll export always work from what
      *> was actually punched.

       working-storage section.
       01 DataPath   string value "timepunches.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value t as type apo.TimePunchRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(t::PunchId)
           invoke parts::Add(t::EmployeeName::Replace(Delimiter " "))
           invoke parts::Add(t::PunchedAt::ToString("o"))
           invoke parts::Add(t::Direction)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.TimePunchRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.TimePunchRecord()
           set result::PunchId to f(1)
           set result::EmployeeName to f(2)
           invoke type DateTime::Parse(f(3)) returning result::PunchedAt
           set result::Direction to f(4)
           goback.
       end method.

      *> Loads every punch on file, in the order punched.  Returns an
      *> empty list before timepunches.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.TimePunchRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.TimePunchRecord]()
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Records one punch now.  Returns false, writing nothing, when
      *> it doesn't follow the previous one -- an Entrada while already
      *> in, or a Salida without having come in today.  Checked and
      *> written under one lock, like a stock move.
       method-id Punch static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 t type apo.TimePunchRecord.
       01 previous type apo.TimePunchRecord.
       01 isIn condition-value.
       01 writer type System.IO.StreamWriter.
       procedure division using by value name as string
                                 direction as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::LastToday(name) returning previous
           set isIn to false
           if previous not = null and previous::Direction = "Entrada"
              set isIn to true
           end-if
           if (direction = "Entrada" and not isIn)
              or (direction = "Salida" and isIn)
              set t to new apo.TimePunchRecord()
              invoke type System.Guid::NewGuid::ToString returning t::PunchId
              set t::EmployeeName to name
              set t::PunchedAt to type DateTime::Now
              set t::Direction to direction
              set writer to new System.IO.StreamWriter(DataPath true)
              invoke writer::WriteLine(self::ToLine(t))
              invoke writer::Close()
              set result to true
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The employee's latest punch today, or null.
       method-id LastToday static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.TimePunchRecord].
       01 i type System.Int32.
       procedure division using by value name as string
                           returning result as type apo.TimePunchRecord.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::EmployeeName = name
                 and records::Item(i - 1)::PunchedAt::Date = type DateTime::Today
                 set result to records::Item(i - 1)
              end-if
           end-perform
           goback.
       end method.

      *> One employee's punches on one date, in the order punched.
       method-id ForDay static.
       procedure division using by value punches as
                type System.Collections.Generic.List[type apo.TimePunchRecord]
                                 name as string
                                 day as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.TimePunchRecord].
           local-storage section.
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.TimePunchRecord]()
           perform varying i from 1 by 1 until i > punches::Count
              if punches::Item(i - 1)::EmployeeName = name
                 and punches::Item(i - 1)::PunchedAt::Date = day::Date
                 invoke result::Add(punches::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

       end class.
