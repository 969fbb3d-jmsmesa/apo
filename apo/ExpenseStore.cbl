       class-id apo.ExpenseStore.

      *> Disk persistence for the expense ledger, mirroring
      *> AbsenceStore's flat pipe-delimited file.  Each line is
      *> id|date|category|supplier|amount|iva|method|enteredBy|branch,
      *> the date as yyyy-MM-dd and the money invariant-culture; lines
      *> from before there were branches have no branch and load as
      *> the original salon's.  Entered and corrected from Form47;
      *> read by CashReport (cash paid out of the branch's drawer)
      *> and ExpenseReport (the month's P&L, business-wide).

       working-storage section.
       01 DataPath   string value "expenses.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The categories the P&L groups by.  "Caja chica" is the
      *> petty cash taken out of the drawer for small buys.
       method-id Categories static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add("Alquiler")
           invoke result::Add("Proveedores")
           invoke result::Add("Suministros")
           invoke result::Add("Sueldos")
           invoke result::Add("Mantenimiento")
           invoke result::Add("Caja chica")
           invoke result::Add("Otros")
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value x as type apo.ExpenseRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(x::ExpenseId)
           invoke parts::Add(x::SpentOn::ToString("yyyy-MM-dd"))
           invoke parts::Add(x::Category::Replace(Delimiter " "))
           invoke parts::Add(x::Supplier::Replace(Delimiter " "))
           invoke parts::Add(x::Amount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(x::IvaPaid::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(x::Method)
           invoke parts::Add(x::EnteredBy)
           invoke parts::Add(x::Branch)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.ExpenseRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.ExpenseRecord()
           set result::ExpenseId to f(1)
           invoke type DateTime::Parse(f(2)) returning result::SpentOn
           set result::Category to f(3)
           set result::Supplier to f(4)
           invoke type System.Decimal::Parse(f(5)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::Amount
           invoke type System.Decimal::Parse(f(6)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::IvaPaid
           set result::Method to f(7)
           set result::EnteredBy to f(8)
           if f::Length > 8
              set result::Branch to f(9)
           end-if
           goback.
       end method.

      *> Loads every expense on file.  Returns an empty list the
      *> first time the app runs, before expenses.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.ExpenseRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           01 mainBranch string.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.ExpenseRecord]()
           if type System.IO.File::Exists(DataPath)
              invoke type apo.Branch::Main returning mainBranch
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                    if result::Item(result::Count - 1)::Branch::Length = 0
                       set result::Item(result::Count - 1)::Branch to mainBranch
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveAll static.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.ExpenseRecord].
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

      *> Creates the expense if the id is new, or replaces it if not
      *> -- Form47's one save path, so a mistyped invoice is
      *> corrected rather than entered twice.
       method-id Upsert static.
       procedure division using by value x as type apo.ExpenseRecord.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.ExpenseRecord].
           01 i type System.Int32.
           01 found condition-value.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set found to false
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ExpenseId = x::ExpenseId
                 invoke records::RemoveAt(i - 1)
                 invoke records::Insert(i - 1 x)
                 set found to true
                 exit perform
              end-if
           end-perform
           if not found
              invoke records::Add(x)
           end-if
           invoke self::SaveAll(records)
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Removes the expense with the given id -- entered by mistake.
       method-id Remove static.
       procedure division using by value id as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.ExpenseRecord].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ExpenseId = id
                 invoke records::RemoveAt(i - 1)
                 exit perform
              end-if
           end-perform
           invoke self::SaveAll(records)
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The expenses dated within one calendar month, in file order.
       method-id ForMonth static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.ExpenseRecord].
       01 i type System.Int32.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type apo.ExpenseRecord].
           set result to new System.Collections.Generic.List[type apo.ExpenseRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::SpentOn::Year = year
                 and records::Item(i - 1)::SpentOn::Month = month
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

       end class.
