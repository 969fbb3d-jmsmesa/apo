      *> runs, before employees.dat exists, two generic stylists on
      *> the full Monday-to-Saturday week are seeded so Form2's
      *> selector is never empty; real names and shifts are edited in
      *> the file the same way users.dat always was.  The clock-in
      *> PIN is the exception -- it is stored hashed, so it is set
      *> from Form51, never typed into the file.  The skills list
      *> (which services each person does, and how fast) is edited
      *> in the file like everything else.

       working-storage section.
       01 DataPath   string value "employees.dat".
           invoke parts::Add(emp::EndHour::ToString())
           invoke parts::Add(emp::CommissionPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(emp::CommissionOverrides::Replace(Delimiter " "))
           invoke parts::Add(emp::PinHash)
           invoke parts::Add(emp::Skills::Replace(Delimiter " "))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
           else
              set result::CommissionOverrides to ""
           end-if
           if f::Length > 6
              set result::PinHash to f(7)
           else
              set result::PinHash to ""
           end-if
           if f::Length > 7
              set result::Skills to f(8)
           else
              set result::Skills to ""
           end-if
           goback.
       end method.

           goback.
       end method.

      *> Sets the clock-in PIN for one employee, stored hashed.
      *> Returns false when the name isn't in the register.
       method-id SetPin static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 i type System.Int32.
       procedure division using by value name as string
                                 pin as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = name
                 invoke type apo.UserStore::Hash(pin) returning records::Item(i - 1)::PinHash
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> True when the PIN typed is this employee's.  Nobody gets in
      *> without a PIN assigned first.
       method-id CheckPin static.
       local-storage section.
       01 emp type apo.EmployeeRecord.
       01 typed string.
       procedure division using by value name as string
                                 pin as string
                           returning result as condition-value.
           set result to false
           invoke self::FindByName(name) returning emp
           invoke type apo.UserStore::Hash(pin) returning typed
           if emp not = null and emp::PinHash::Length > 0
              and emp::PinHash = typed
              set result to true
           end-if
           goback.
       end method.

      *> The commission percentage this employee earns on one catalog
      *> service: the per-service override when the overrides string
      *> lists it, their base percentage otherwise.  Rates live in
           goback.
       end method.

      *> How this employee stands on one catalog service: -1 when
      *> their skills list doesn't include it, otherwise their own
      *> minutes for it, 0 when they take the catalog duration.
       method-id SkillMinutes static private.
       local-storage section.
       01 pairs type string occurs any.
       01 f type string occurs any.
       01 i type System.Int32.
       01 minutes type System.Int32.
       01 ok condition-value.
       procedure division using by value emp as type apo.EmployeeRecord
                                 serviceName as string
                           returning result as type System.Int32.
           set result to -1
           set pairs to emp::Skills::Split(";"::ToCharArray())
           perform varying i from 1 by 1 until i > pairs::Length
              set f to pairs(i)::Split("="::ToCharArray())
              if f(1)::Trim() = serviceName
                 set result to 0
                 if f::Length = 2
                    invoke type System.Int32::TryParse(f(2)::Trim() by reference minutes)
                       returning ok
                    if ok and minutes > 0
                       set result to minutes
                    end-if
                 end-if
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> True when the named employee may do this catalog service.
      *> Skills, like commission rates, are edited in employees.dat.
      *> Nobody assigned, no catalog service (free-text turno), a
      *> name no longer in the register or an empty skills list all
      *> count as qualified, the same leniency IsOnShift gives old
      *> bookings.
       method-id IsQualified static.
       local-storage section.
       01 emp type apo.EmployeeRecord.
       01 minutes type System.Int32.
       procedure division using by value name as string
                                 serviceName as string
                           returning result as condition-value.
           set result to true
           if name = null or name::Trim()::Length = 0
              or serviceName = null or serviceName::Trim()::Length = 0
              goback
           end-if
           invoke self::FindByName(name) returning emp
           if emp = null or emp::Skills::Trim()::Length = 0
              goback
           end-if
           invoke self::SkillMinutes(emp serviceName) returning minutes
           if minutes < 0
              set result to false
           end-if
           goback.
       end method.

      *> How long this employee takes over a service: their own
      *> minutes when the skills list gives them, the catalog's
      *> catalogMinutes otherwise.
       method-id DurationFor static.
       local-storage section.
       01 emp type apo.EmployeeRecord.
       01 minutes type System.Int32.
       procedure division using by value name as string
                                 serviceName as string
                                 catalogMinutes as type System.Int32
                           returning result as type System.Int32.
           set result to catalogMinutes
           if name = null or name::Trim()::Length = 0
              or serviceName = null or serviceName::Trim()::Length = 0
              goback
           end-if
           invoke self::FindByName(name) returning emp
           if emp = null
              goback
           end-if
           invoke self::SkillMinutes(emp serviceName) returning minutes
           if minutes > 0
              set result to minutes
           end-if
           goback.
       end method.

      *> Everyone in the register qualified for a service, in
      *> register order.
       method-id QualifiedFor static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 qualified condition-value.
       01 i type System.Int32.
       procedure division using by value serviceName as string
                           returning result as
                type System.Collections.Generic.List[string].
           invoke self::Load returning records
           set result to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              invoke self::IsQualified(records::Item(i - 1)::Name serviceName)
                 returning qualified
              if qualified
                 invoke result::Add(records::Item(i - 1)::Name)
              end-if
           end-perform
           goback.
       end method.

      *> True when the named employee is rostered for the whole
      *> [start, finish) span -- right day of the week and inside
      *> their own working hours.  An empty name (turno with nobody
