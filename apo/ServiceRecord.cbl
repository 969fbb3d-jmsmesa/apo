      *> four.  Zero means the service has no rebook rhythm and never
      *> appears on the recall list.
       01 RebookDays      type System.Int32 property.
      *> The back-bar products one of these services uses up, drawn
      *> off the shelf count when the turno is completed.  Empty for
      *> a service that uses nothing worth counting (a corte).
       01 Consumption     type System.Collections.Generic.List[type apo.ConsumptionLine] property.
      *> Colour and other chemical work: the customer needs a valid
      *> skin patch test and a signed consent on file (PatchTestStore)
      *> before the turno.
       01 RequiresPatchTest condition-value property.

       method-id NEW.
       procedure division.
           set Consumption to new System.Collections.Generic.List[type apo.ConsumptionLine]()
           set RequiresPatchTest to false
           goback.
       end method.

