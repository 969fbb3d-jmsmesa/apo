       01 CustomerPhone string property.
       01 ServiceName   string property.
       01 RequestedAt   type DateTime property.
      *> Only on entries read back from the walk-in history: how the
      *> wait ended ("Atendido" or "Se fue"), when, and the branch
      *> whose desk it ended at.
       01 Outcome       string property.
       01 ClosedAt      type DateTime property.
       01 Branch        string property.

       method-id NEW.
       procedure division.
           set Outcome to ""
           set Branch to ""
           goback.
       end method.

