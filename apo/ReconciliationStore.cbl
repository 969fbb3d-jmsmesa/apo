       class-id apo.ReconciliationStore.

      *> What was decided about each item of the money
      *> reconciliation, one line per decision:
      *> itemKey|action|detail|resolvedBy|resolvedAt.  An item with a
      *> line here is settled and stops being listed; the same
      *> decision also goes to the AuditLog, which is where anyone
      *> asking "who let this deposit go?" looks first.

       working-storage section.
       01 DataPath   string value "reconciliation.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The keys of every item already resolved.  A payment carried
      *> to another turno is not among them: it is settled only for
      *> as long as that turno stands, so Reconciliation judges it
      *> afresh on the turno it is linked to now.
       method-id ResolvedKeys static.
       procedure division returning result as
                type System.Collections.Generic.HashSet[string].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 f type string occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.HashSet[string]()
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    set f to lines(i)::Split(Delimiter::ToCharArray())
                    if not (f(2) = "Traspasado" and f(1)::StartsWith("pago:"))
                       invoke result::Add(f(1))
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Files one decision and writes the audit line for it.
       method-id Record static.
       procedure division using by value itemKey as string
                                 action as string
                                 appointmentId as string
                                 detail as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 writer type System.IO.StreamWriter.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(itemKey)
           invoke parts::Add(action)
           invoke parts::Add(detail::Replace(Delimiter " "))
           invoke parts::Add(type apo.AuditLog::CurrentUser)
           invoke parts::Add(type DateTime::Now::ToString("o"))
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           invoke type apo.AuditLog::Record("Conciliacion: " & action
                 appointmentId itemKey & " " & detail)
           goback.
       end method.

       end class.
