       class-id apo.AccountEntry.

      *> Plain data holder for one line of a customer's account: a
      *> charge (what they owe for a completed turno, a late-cancel
      *> fee, the rest of a part-paid visit) or a credit (money taken
      *> against it).  CustomerAccount builds these from the turnos,
      *> payments and cancellations already on file; AccountStore
      *> keeps the few charges nothing else records -- those carry
      *> EntryId and PostedBy, the derived lines leave them "".

       working-storage section.
       01 EntryId       string property.
       01 CustomerPhone string property.
      *> The turno the line belongs to, "" for a payment on account.
       01 AppointmentId string property.
       01 PostedAt      type DateTime property.
       01 Concept       string property.
       01 Charge        type System.Decimal property.
       01 Credit        type System.Decimal property.
       01 PostedBy      string property.

       method-id NEW.
       procedure division.
           set EntryId to ""
           set AppointmentId to ""
           set Concept to ""
           set PostedBy to ""
           set Charge to 0
           set Credit to 0
           goback.
       end method.

       end class.
