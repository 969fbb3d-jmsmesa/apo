      *> Plain data holder for one free slot SlotFinder found: the
      *> room and the concrete start/end a booking of the requested
      *> duration would occupy.  Carried back to Form1 so the chosen
      *> slot can pre-fill Form2.  EmployeeName is the qualified
      *> stylist free for it when the search was for a catalog
      *> service, "" for a plain room search.

       working-storage section.
       01 ResourceId string property.
       01 Start      type DateTime property.
       01 End        type DateTime property.
       01 EmployeeName string property.

       method-id NEW.
       procedure division.
           set EmployeeName to ""
           goback.
       end method.

