       class-id apo.SupplierStore.

      *> Disk persistence for the supplier list, mirroring
      *> ProductStore's flat pipe-delimited file:
      *> name|phone|email|leadDays.  Maintained from Form48; products
      *> point at a supplier by name.

       working-storage section.
       01 DataPath   string value "suppliers.dat".
       01 Delimiter  string value "|".
       01 DefaultLeadDays type System.Int32 value 7.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value s as type apo.SupplierRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(s::Name::Replace(Delimiter " "))
           invoke parts::Add(s::Phone::Replace(Delimiter " "))
           invoke parts::Add(s::Email::Replace(Delimiter " "))
           invoke parts::Add(s::LeadDays::ToString())
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.SupplierRecord.
           local-storage section.
           01 f type string occurs any.
           01 ok condition-value.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.SupplierRecord()
           set result::Name to f(1)
           set result::Phone to f(2)
           set result::Email to f(3)
           invoke type System.Int32::TryParse(f(4) by reference result::LeadDays)
              returning ok
           if not ok or result::LeadDays < 1
              set result::LeadDays to DefaultLeadDays
           end-if
           goback.
       end method.

      *> Loads every supplier on file.  Returns an empty list the
      *> first time the app runs, before suppliers.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.SupplierRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.SupplierRecord]()
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
                type System.Collections.Generic.List[type apo.SupplierRecord].
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

      *> Ordered list of supplier names for the selectors.
       method-id Names static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.SupplierRecord].
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke self::Load returning records
           set result to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              invoke result::Add(records::Item(i - 1)::Name)
           end-perform
           goback.
       end method.

       method-id FindByName static.
       procedure division using by value name as string
                           returning result as type apo.SupplierRecord.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.SupplierRecord].
           01 i type System.Int32.
           procedure division.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = name
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> Creates the supplier if the name is new, or replaces its
      *> details if not -- Form48's one save path.
       method-id Upsert static.
       procedure division using by value s as type apo.SupplierRecord.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.SupplierRecord].
           01 i type System.Int32.
           01 found condition-value.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set found to false
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = s::Name
                 invoke records::RemoveAt(i - 1)
                 invoke records::Insert(i - 1 s)
                 set found to true
                 exit perform
              end-if
           end-perform
           if not found
              invoke records::Add(s)
           end-if
           invoke self::SaveAll(records)
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
