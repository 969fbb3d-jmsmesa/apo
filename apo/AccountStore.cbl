       class-id apo.AccountStore.

      *> The charges on a customer's account that no other file
      *> records -- today only the rest of a visit Form11 took part
      *> of, with the desk saying the customer pays the difference
      *> later.  Completed turnos, late-cancel fees and every payment
      *> are already on file elsewhere and CustomerAccount reads them
      *> there; this keeps the rest, one line per charge:
      *> entryId|phone|appointmentId|postedAt|concept|amount|postedBy.

       working-storage section.
       01 DataPath   string value "accounts.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value a as type apo.AccountEntry
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(a::EntryId)
           invoke parts::Add(a::CustomerPhone)
           invoke parts::Add(a::AppointmentId)
           invoke parts::Add(a::PostedAt::ToString("o"))
           invoke parts::Add(a::Concept::Replace(Delimiter " "))
           invoke parts::Add(a::Charge::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(a::PostedBy)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.AccountEntry.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.AccountEntry()
           set result::EntryId to f(1)
           set result::CustomerPhone to f(2)
           set result::AppointmentId to f(3)
           invoke type DateTime::Parse(f(4)) returning result::PostedAt
           set result::Concept to f(5)
           invoke type System.Decimal::Parse(f(6)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::Charge
           set result::PostedBy to f(7)
           goback.
       end method.

      *> Loads every charge on file.  Returns an empty list until the
      *> first one is posted.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.AccountEntry].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.AccountEntry]()
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

       method-id SaveAll static.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.AccountEntry].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > list::Count
              invoke lines::Add(self::ToLine(list::Item(i - 1)))
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Posts one charge to a customer's account and writes the
      *> audit line for it.
       method-id Post static.
       local-storage section.
       01 a type apo.AccountEntry.
       01 gate type System.IO.FileStream.
       01 writer type System.IO.StreamWriter.
       procedure division using by value phone as string
                                 appointmentId as string
                                 amount as type System.Decimal
                                 concept as string.
           set a to new apo.AccountEntry()
           invoke type System.Guid::NewGuid::ToString returning a::EntryId
           set a::CustomerPhone to phone
           set a::AppointmentId to appointmentId
           set a::PostedAt to type DateTime::Now
           set a::Concept to concept
           set a::Charge to amount
           set a::PostedBy to type apo.AuditLog::CurrentUser
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(a))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           invoke type apo.AuditLog::Record("Cargo a cuenta" appointmentId
                 phone & " " & amount::ToString("0.00") & " " & concept)
           goback.
       end method.

      *> Blanks the phone on a forgotten customer's charges; the
      *> amounts stay for the totals.
       method-id AnonymizePhone static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.AccountEntry].
       01 changed condition-value.
       01 i type System.Int32.
       procedure division using by value phone as string.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set changed to false
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 set records::Item(i - 1)::CustomerPhone to ""
                 set changed to true
              end-if
           end-perform
           if changed
              invoke self::SaveAll(records)
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
