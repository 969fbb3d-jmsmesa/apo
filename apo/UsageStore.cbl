       class-id apo.UsageStore.

      *> Disk persistence for back-bar consumption, mirroring
      *> FormulaStore's flat pipe-delimited file.  One line per
      *> product per completed turno, written when the turno lands on
      *> "Completado" with the catalog's standard amounts, and
      *> corrected from the formula card when the stylist mixed more
      *> or less.  Every line written here has already moved the
      *> current branch's shelf count by the same amount, through
      *> ProductStore, so the two always agree.

       working-storage section.
       01 DataPath   string value "usage.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value u as type apo.UsageRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(u::AppointmentId)
           invoke parts::Add(u::UsedOn::ToString("o"))
           invoke parts::Add(u::EmployeeName::Replace(Delimiter " "))
           invoke parts::Add(u::CustomerPhone)
           invoke parts::Add(u::ServiceName::Replace(Delimiter " "))
           invoke parts::Add(u::ProductName::Replace(Delimiter " "))
           invoke parts::Add(u::StandardQty::ToString())
           invoke parts::Add(u::UsedQty::ToString())
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.UsageRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.UsageRecord()
           set result::AppointmentId to f(1)
           invoke type DateTime::Parse(f(2)) returning result::UsedOn
           set result::EmployeeName to f(3)
           set result::CustomerPhone to f(4)
           set result::ServiceName to f(5)
           set result::ProductName to f(6)
           invoke type System.Int32::Parse(f(7)) returning result::StandardQty
           invoke type System.Int32::Parse(f(8)) returning result::UsedQty
           goback.
       end method.

      *> Loads every usage line on file.  Returns an empty list
      *> before usage.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.UsageRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.UsageRecord]()
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

       method-id SaveAll static private.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.UsageRecord].
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

      *> Every line for one turno.
       method-id ForAppointment static.
       procedure division using by value appointmentId as string
                           returning result as
                type System.Collections.Generic.List[type apo.UsageRecord].
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.UsageRecord].
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.UsageRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::AppointmentId = appointmentId
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Draws a just-completed turno's standard back-bar products
      *> off the shelf and writes one usage line per product.  A
      *> turno that already has lines was drawn before (completed,
      *> reopened, completed again) and is left alone so the stock
      *> only moves once.  A product the catalog no longer carries is
      *> still logged, just with nothing to draw from.
       method-id DrawForTurno static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 svc type apo.ServiceRecord.
       01 u type apo.UsageRecord.
       01 writer type System.IO.StreamWriter.
       01 drawn type System.Collections.Generic.List[type apo.UsageRecord].
       01 moved condition-value.
       01 i type System.Int32.
       procedure division using by value rec as type apo.AppointmentRecord.
           if rec::ServiceName = null or rec::ServiceName::Trim()::Length = 0
              goback
           end-if
           invoke type apo.ServiceStore::FindByName(rec::ServiceName) returning svc
           if svc = null or svc::Consumption::Count = 0
              goback
           end-if
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::ForAppointment(rec::AppointmentId) returning drawn
           if drawn::Count > 0
              invoke type apo.StoreLock::Release(gate)
              goback
           end-if
           set writer to new System.IO.StreamWriter(DataPath true)
           perform varying i from 1 by 1 until i > svc::Consumption::Count
              set u to new apo.UsageRecord()
              set u::AppointmentId to rec::AppointmentId
              set u::UsedOn to type DateTime::Now
              set u::EmployeeName to rec::EmployeeName
              if u::EmployeeName = null
                 set u::EmployeeName to ""
              end-if
              set u::CustomerPhone to rec::CustomerPhone
              if u::CustomerPhone = null
                 set u::CustomerPhone to ""
              end-if
              set u::ServiceName to rec::ServiceName
              set u::ProductName to svc::Consumption::Item(i - 1)::ProductName
              set u::StandardQty to svc::Consumption::Item(i - 1)::Quantity
              set u::UsedQty to u::StandardQty
              invoke writer::WriteLine(self::ToLine(u))
              invoke type apo.ProductStore::AdjustStock(u::ProductName 0 - u::UsedQty)
                 returning moved
           end-perform
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           invoke type apo.AuditLog::Record("Consumo de cabina" rec::AppointmentId
                 rec::ServiceName & " " & svc::Consumption::Count::ToString() & " productos")
           goback.
       end method.

      *> The lines of the newest completed turno for one customer
      *> and service -- what the formula card shows for correcting.
      *> Empty when that service has never been drawn for them.
       method-id LatestFor static.
       procedure division using by value phone as string
                                 serviceName as string
                           returning result as
                type System.Collections.Generic.List[type apo.UsageRecord].
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.UsageRecord].
           01 u type apo.UsageRecord.
           01 newest type apo.UsageRecord.
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.UsageRecord]()
           set newest to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set u to records::Item(i - 1)
              if u::CustomerPhone = phone and u::ServiceName = serviceName
                 if newest = null or u::UsedOn > newest::UsedOn
                    set newest to u
                 end-if
              end-if
           end-perform
           if newest = null
              goback
           end-if
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::AppointmentId = newest::AppointmentId
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Records what the stylist really used of one product on one
      *> turno and moves the shelf by the difference from what was
      *> drawn before.  A product that wasn't on the service's list
      *> (an extra ampoule) becomes a new line with a standard of 0.
       method-id SetUsed static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.UsageRecord].
       01 u type apo.UsageRecord.
       01 template type apo.UsageRecord.
       01 delta type System.Int32.
       01 moved condition-value.
       01 i type System.Int32.
       procedure division using by value appointmentId as string
                                 productName as string
                                 usedQty as type System.Int32.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set u to null
           set template to null
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::AppointmentId = appointmentId
                 set template to records::Item(i - 1)
                 if records::Item(i - 1)::ProductName = productName
                    set u to records::Item(i - 1)
                    exit perform
                 end-if
              end-if
           end-perform
           if u = null
              if template = null
                 invoke type apo.StoreLock::Release(gate)
                 goback
              end-if
              set u to new apo.UsageRecord()
              set u::AppointmentId to appointmentId
              set u::UsedOn to template::UsedOn
              set u::EmployeeName to template::EmployeeName
              set u::CustomerPhone to template::CustomerPhone
              set u::ServiceName to template::ServiceName
              set u::ProductName to productName
              set u::StandardQty to 0
              set u::UsedQty to 0
              invoke records::Add(u)
           end-if
           set delta to usedQty - u::UsedQty
           set u::UsedQty to usedQty
           invoke self::SaveAll(records)
           if delta not = 0
              invoke type apo.ProductStore::AdjustStock(productName 0 - delta)
                 returning moved
           end-if
           invoke type apo.StoreLock::Release(gate)
           invoke type apo.AuditLog::Record("Consumo corregido" appointmentId
                 productName & " " & usedQty::ToString())
           goback.
       end method.

      *> Blanks one customer's phone on every line -- PrivacyPurge.
      *> The lines stay for the consumption report, like the turnos.
       method-id AnonymizePhone static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.UsageRecord].
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

      *> Every line whose turno completed in the given month.
       method-id ForMonth static.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type apo.UsageRecord].
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.UsageRecord].
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.UsageRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::UsedOn::Year = year
                 and records::Item(i - 1)::UsedOn::Month = month
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

       end class.
