       class-id apo.PatchTestStore.

      *> Disk persistence for the allergy file, mirroring
      *> FormulaStore's flat pipe-delimited file: one line per patch
      *> test or signed consent, as
      *> entryId|phone|kind|yyyy-MM-dd|product|outcome|takenBy.
      *>
      *> Colour and the other services the catalog flags
      *> (ServiceRecord::RequiresPatchTest) need a negative test
      *> applied on or before the turno's day and no more than
      *> PatchTestMonths (settings.dat, 6 by default) earlier, plus a
      *> consent on file.  PatchTestRule in settings.dat decides what
      *> Form2 does about a missing or expired test: "Avisar" (the
      *> default) lets the desk book anyway after the warning,
      *> "Bloquear" refuses.  A positive test always refuses.

       working-storage section.
       01 DataPath   string value "patchtests.dat".
       01 Delimiter  string value "|".
       01 TestKind    string value "Prueba".
       01 ConsentKind string value "Consentimiento".
      *> How far ahead of the chemical service the test is applied,
      *> so the skin can be read before the customer sits down.
       01 LeadHours   type System.Int32 value 48.
      *> Length of the patch-test turno Form1 books on request.
       01 TestMinutes type System.Int32 value 15.
      *> What a patch-test turno is called on the scheduler, followed
      *> by the service it is for.
       01 TestSummary string value "Prueba de alergia".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value p as type apo.PatchTestRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(p::EntryId)
           invoke parts::Add(p::CustomerPhone)
           invoke parts::Add(p::Kind)
           invoke parts::Add(p::TakenOn::ToString("yyyy-MM-dd"))
           invoke parts::Add(p::Product::Replace(Delimiter " "))
           invoke parts::Add(p::Outcome)
           invoke parts::Add(p::TakenBy::Replace(Delimiter " "))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.PatchTestRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.PatchTestRecord()
           set result::EntryId to f(1)
           set result::CustomerPhone to f(2)
           set result::Kind to f(3)
           invoke type DateTime::Parse(f(4)) returning result::TakenOn
           set result::Product to f(5)
           set result::Outcome to f(6)
           set result::TakenBy to f(7)
           goback.
       end method.

      *> Loads every entry on file.  Returns an empty list until the
      *> first test is recorded.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.PatchTestRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.PatchTestRecord]()
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

      *> Appends one new entry and writes the audit line for it.
       method-id Append static.
       procedure division using by value p as type apo.PatchTestRecord.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 writer type System.IO.StreamWriter.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(p))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           if p::Kind = TestKind
              invoke type apo.AuditLog::Record("Prueba de alergia" p::CustomerPhone
                    p::TakenOn::ToString("dd/MM/yyyy") & " " & p::Product
                    & ": " & p::Outcome & " (" & p::TakenBy & ")")
           else
              invoke type apo.AuditLog::Record("Consentimiento firmado" p::CustomerPhone
                    p::TakenOn::ToString("dd/MM/yyyy") & " " & p::Product
                    & " (" & p::TakenBy & ")")
           end-if
           goback.
       end method.

      *> Removes one entry -- recorded against the wrong customer.
       method-id Remove static.
       procedure division using by value id as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.PatchTestRecord].
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::EntryId not = id
                 invoke lines::Add(self::ToLine(records::Item(i - 1)))
              end-if
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Drops every entry of a forgotten customer -- health data has
      *> no statistical use worth keeping.
       method-id Forget static.
       procedure division using by value phone as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.PatchTestRecord].
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone not = phone
                 invoke lines::Add(self::ToLine(records::Item(i - 1)))
              end-if
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Every entry for one customer, as stored (oldest first).
       method-id FindByPhone static.
       procedure division using by value phone as string
                           returning result as
                type System.Collections.Generic.List[type apo.PatchTestRecord].
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.PatchTestRecord].
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.PatchTestRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Months a negative test stays good for, from PatchTestMonths.
       method-id ValidMonths static.
       local-storage section.
       01 raw string.
       01 months type System.Int32.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("PatchTestMonths" "6") returning raw
           invoke type System.Int32::TryParse(raw by reference months) returning ok
           if ok and months > 0
              set result to months
           else
              set result to 6
           end-if
           goback.
       end method.

      *> True when Form2 must refuse a chemical service without a
      *> valid test, rather than only warn.
       method-id Blocks static.
       procedure division returning result as condition-value.
           if type apo.Settings::Get("PatchTestRule" "Avisar") = "Bloquear"
              set result to true
           else
              set result to false
           end-if
           goback.
       end method.

      *> Where a customer stands for chemical work on a day, judged by
      *> the newest test applied before it -- one applied that same
      *> day has not been read yet, so it does not count:
      *>   "Vigente"  -- negative and recent enough
      *>   "Positiva" -- the skin reacted; no chemical service
      *>   "Vencida"  -- negative but older than ValidMonths
      *>   "Falta"    -- no test on file at all
       method-id TestState static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.PatchTestRecord].
       01 latest type apo.PatchTestRecord.
       01 p type apo.PatchTestRecord.
       01 i type System.Int32.
       procedure division using by value phone as string
                                 onDate as type DateTime
                           returning result as string.
           set result to "Falta"
           if phone = null or phone::Trim()::Length = 0
              goback
           end-if
           set latest to null
           invoke self::FindByPhone(phone) returning records
           perform varying i from 1 by 1 until i > records::Count
              set p to records::Item(i - 1)
              if p::Kind = TestKind and p::TakenOn::Date < onDate::Date
                 if latest = null or p::TakenOn >= latest::TakenOn
                    set latest to p
                 end-if
              end-if
           end-perform
           if latest = null
              goback
           end-if
           if latest::Outcome = "Positiva"
              set result to "Positiva"
              goback
           end-if
           if latest::TakenOn::Date::AddMonths(self::ValidMonths) < onDate::Date
              set result to "Vencida"
           else
              set result to "Vigente"
           end-if
           goback.
       end method.

      *> True when a consent signed on or before the day is on file.
       method-id HasConsent static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.PatchTestRecord].
       01 i type System.Int32.
       procedure division using by value phone as string
                                 onDate as type DateTime
                           returning result as condition-value.
           set result to false
           if phone = null or phone::Trim()::Length = 0
              goback
           end-if
           invoke self::FindByPhone(phone) returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Kind = ConsentKind
                 and records::Item(i - 1)::TakenOn::Date <= onDate::Date
                 set result to true
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> True when the catalog flags the service as chemical work.
       method-id Required static.
       local-storage section.
       01 svc type apo.ServiceRecord.
       procedure division using by value serviceName as string
                           returning result as condition-value.
           set result to false
           if serviceName = null or serviceName::Length = 0
              goback
           end-if
           invoke type apo.ServiceStore::FindByName(serviceName) returning svc
           if svc not = null and svc::RequiresPatchTest
              set result to true
           end-if
           goback.
       end method.

      *> What the day sheet prints against a turno of a flagged
      *> service: "" when all is in order, else what is missing.
       method-id Warning static.
       local-storage section.
       01 state string.
       procedure division using by value phone as string
                                 serviceName as string
                                 onDate as type DateTime
                           returning result as string.
           set result to ""
           if not self::Required(serviceName)
              goback
           end-if
           invoke self::TestState(phone onDate) returning state
           evaluate state
              when "Falta"
                 set result to "SIN PRUEBA DE ALERGIA"
              when "Vencida"
                 set result to "PRUEBA DE ALERGIA VENCIDA"
              when "Positiva"
                 set result to "PRUEBA DE ALERGIA POSITIVA - NO APLICAR"
           end-evaluate
           if not self::HasConsent(phone onDate)
              if result::Length > 0
                 set result to result & ", "
              end-if
              set result to result & "SIN CONSENTIMIENTO"
           end-if
           goback.
       end method.

      *> When the test turno for a chemical service starting at the
      *> given moment should be: LeadHours before it.
       method-id TestStartFor static.
       procedure division using by value serviceStart as type DateTime
                           returning result as type DateTime.
           set result to serviceStart::AddHours(0 - LeadHours)
           goback.
       end method.

       method-id TestDuration static.
       procedure division returning result as type System.Int32.
           set result to TestMinutes
           goback.
       end method.

      *> The summary a patch-test turno for a service is booked with.
       method-id SummaryFor static.
       procedure division using by value serviceName as string
                           returning result as string.
           set result to TestSummary & " - " & serviceName
           goback.
       end method.

      *> The patch-test turno already booked for a customer between
      *> now and a given moment, null when there is none -- so the
      *> desk isn't offered a second one every time the chemical
      *> turno is reopened before the result is recorded.
       method-id BookedTest static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 cancelledId type System.Int32.
       01 i type System.Int32.
       procedure division using by value phone as string
                                 serviceStart as type DateTime
                           returning result as type apo.AppointmentRecord.
           set result to null
           if phone = null or phone::Trim()::Length = 0
              goback
           end-if
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           invoke type apo.AppointmentStore::FindByPhone(phone) returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Summary::StartsWith(TestSummary)
                 and records::Item(i - 1)::StatusId not = cancelledId
                 and records::Item(i - 1)::Start >= type DateTime::Today
                 and records::Item(i - 1)::Start < serviceStart
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

       end class.
