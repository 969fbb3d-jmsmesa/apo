       class-id apo.TimePunchRecord.

      *> Plain data holder for one clock punch: who, when, and which
      *> way -- "Entrada" arriving or "Salida" leaving.  Breaks are
      *> simply a Salida and a later Entrada the same day.

       working-storage section.
       01 PunchId      string property.
       01 EmployeeName string property.
       01 PunchedAt    type DateTime property.
       01 Direction    string property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
