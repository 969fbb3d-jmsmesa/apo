      *> through IsWithinHours/IsOpenDay, so Form2's validation, the
      *> drag-move check and the recurring-series generator all refuse
      *> closed days without a code change every season.
      *>
      *> Each branch keeps its own pair (Branch::FileFor -- the
      *> original salon's are still hours.dat and closeddates.dat).
      *> The plain methods answer for the branch being worked on,
      *> which is what Form2, Form14 and the scheduler need; the ...At
      *> methods name the branch, for the checks that can meet a
      *> turno booked at the other one.

       working-storage section.
       01 DefaultOpenHour   type System.Int32 value 9.
       method-id SeedHours static private.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       procedure division using by value branchName as string.
           set lines to new System.Collections.Generic.List[string]()
           invoke lines::Add("0|0|0")
           invoke lines::Add("1|9|20")
           invoke lines::Add("4|9|20")
           invoke lines::Add("5|9|20")
           invoke lines::Add("6|9|14")
           invoke type apo.SafeFile::WriteAllLines(type apo.Branch::FileFor(HoursPath branchName)
                 lines::ToArray())
           goback.
       end method.

      *> The raw day|open|close lines, seeding the defaults first if
      *> the file has never been written.
       method-id LoadHours static private.
       procedure division using by value branchName as string
                           returning result as
                type System.Collections.Generic.List[string].
           local-storage section.
           01 lines type System.String occurs any.
           01 path string.
           01 i type System.Int32.
           procedure division.
           invoke type apo.Branch::FileFor(HoursPath branchName) returning path
           if not type System.IO.File::Exists(path)
              invoke self::SeedHours(branchName)
           end-if
           set result to new System.Collections.Generic.List[string]()
           set lines to type System.IO.File::ReadAllLines(path)
           perform varying i from 1 by 1 until i > lines::Length
              if lines(i)::Length > 0
                 invoke result::Add(lines(i))
      *> The configured opening hour for one weekday, falling back to
      *> the historical 9 when the file has no line for it.
       method-id OpenHourFor static.
       procedure division using by value day as type System.DayOfWeek
                           returning result as type System.Int32.
           invoke self::OpenHourAt(day type apo.Branch::Current) returning result
           goback.
       end method.

       method-id OpenHourAt static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       01 dayNumber type System.Int32.
       procedure division using by value day as type System.DayOfWeek
                                 branchName as string
                           returning result as type System.Int32.
           set result to DefaultOpenHour
           set dayNumber to day as type System.Int32
           invoke self::LoadHours(branchName) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f(1) = dayNumber::ToString()
      *> The configured closing hour for one weekday, falling back to
      *> the historical 20 when the file has no line for it.
       method-id CloseHourFor static.
       procedure division using by value day as type System.DayOfWeek
                           returning result as type System.Int32.
           invoke self::CloseHourAt(day type apo.Branch::Current) returning result
           goback.
       end method.

       method-id CloseHourAt static.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       01 dayNumber type System.Int32.
       procedure division using by value day as type System.DayOfWeek
                                 branchName as string
                           returning result as type System.Int32.
           set result to DefaultCloseHour
           set dayNumber to day as type System.Int32
           invoke self::LoadHours(branchName) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f(1) = dayNumber::ToString()
       01 f type string occurs any.
       01 i type System.Int32.
       01 found condition-value.
       01 branchName string.
       procedure division using by value dayNumber as type System.Int32
                                 openHour as type System.Int32
                                 closeHour as type System.Int32.
           invoke type apo.Branch::Current returning branchName
           invoke self::LoadHours(branchName) returning lines
           set found to false
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke lines::Add(dayNumber::ToString() & Delimiter
                    & openHour::ToString() & Delimiter & closeHour::ToString())
           end-if
           invoke type apo.SafeFile::WriteAllLines(type apo.Branch::FileFor(HoursPath branchName)
                 lines::ToArray())
           goback.
       end method.

       method-id ClosedDates static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke self::ClosedDatesAt(type apo.Branch::Current) returning result
           goback.
       end method.

       method-id ClosedDatesAt static.
       procedure division using by value branchName as string
                           returning result as
                type System.Collections.Generic.List[string].
           local-storage section.
           01 lines type System.String occurs any.
           01 path string.
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[string]()
           invoke type apo.Branch::FileFor(ClosedPath branchName) returning path
           if type System.IO.File::Exists(path)
              set lines to type System.IO.File::ReadAllLines(path)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(lines(i))
       01 writer type System.IO.StreamWriter.
       procedure division using by value day as type DateTime
                                 reason as string.
           set writer to new System.IO.StreamWriter(
                 type apo.Branch::FileFor(ClosedPath type apo.Branch::Current) true)
           invoke writer::WriteLine(day::ToString("yyyy-MM-dd") & Delimiter
                 & reason::Replace(Delimiter " "))
           invoke writer::Close()
                 exit perform
              end-if
           end-perform
           invoke type apo.SafeFile::WriteAllLines(
                 type apo.Branch::FileFor(ClosedPath type apo.Branch::Current)
                 entries::ToArray())
           goback.
       end method.

      *> True when the calendar says we are shut on this specific date
      *> -- a public holiday or the January vacation.
       method-id IsClosedDate static.
       procedure division using by value day as type DateTime
                           returning result as condition-value.
           invoke self::IsClosedDateAt(day type apo.Branch::Current) returning result
           goback.
       end method.

       method-id IsClosedDateAt static.
       local-storage section.
       01 entries type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division using by value day as type DateTime
                                 branchName as string
                           returning result as condition-value.
           set result to false
           invoke self::ClosedDatesAt(branchName) returning entries
           perform varying i from 1 by 1 until i > entries::Count
              set f to entries::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f(1) = day::ToString("yyyy-MM-dd")
       procedure division using by value day as type System.DayOfWeek
                           returning result as condition-value.
           procedure division.
           invoke self::IsOpenDayAt(day type apo.Branch::Current) returning result
           goback.
       end method.

       method-id IsOpenDayAt static.
       procedure division using by value day as type System.DayOfWeek
                                 branchName as string
                           returning result as condition-value.
           procedure division.
           if self::OpenHourAt(day branchName) < self::CloseHourAt(day branchName)
              set result to true
           else
              set result to false
      *> day -- weekly schedule and closed-dates calendar both -- and
      *> inside that weekday's own opening/closing hours.
       method-id IsWithinHours static.
       procedure division using by value start as type DateTime
                                 finish as type DateTime
                           returning result as condition-value.
           procedure division.
           invoke self::IsWithinHoursAt(start finish type apo.Branch::Current)
              returning result
           goback.
       end method.

      *> IsWithinHours at the branch the room is in -- for a turno
      *> that may have been booked at the other branch (a reply to a
      *> reminder, the recycle bin, the slot search).
       method-id IsRoomOpen static.
       procedure division using by value start as type DateTime
                                 finish as type DateTime
                                 room as string
                           returning result as condition-value.
           procedure division.
           invoke self::IsWithinHoursAt(start finish type apo.Branch::OfRoom(room))
              returning result
           goback.
       end method.

       method-id IsWithinHoursAt static.
       local-storage section.
       01 openTime  type TimeSpan.
       01 closeTime type TimeSpan.
       procedure division using by value start as type DateTime
                                 finish as type DateTime
                                 branchName as string
                           returning result as condition-value.
           procedure division.
           set openTime  to new TimeSpan(self::OpenHourAt(start::DayOfWeek branchName) 0 0)
           set closeTime to new TimeSpan(self::CloseHourAt(start::DayOfWeek branchName) 0 0)
           set result to false
           if self::IsOpenDayAt(start::DayOfWeek branchName) and start::Date = finish::Date
              and not self::IsClosedDateAt(start branchName)
              if start::TimeOfDay >= openTime and finish::TimeOfDay <= closeTime
                 set result to true
              end-if
