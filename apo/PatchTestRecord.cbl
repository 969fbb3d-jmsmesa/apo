       class-id apo.PatchTestRecord.

      *> Plain data holder for one line of a customer's allergy file,
      *> kept next to the formula card: either a skin patch test
      *> (Kind "Prueba" -- the day it was applied, the product tested,
      *> what it showed 48 hours later and who did it) or a signed
      *> consent for chemical work (Kind "Consentimiento" -- the day
      *> it was signed, what it covers and who witnessed it).  The
      *> paper form from the drawer, tied to the phone.

       working-storage section.
       01 EntryId       string property.
       01 CustomerPhone string property.
       01 Kind          string property.
       01 TakenOn       type DateTime property.
       01 Product       string property.
      *> "Negativa" or "Positiva" for a test; empty for a consent.
       01 Outcome       string property.
       01 TakenBy       string property.

       method-id NEW.
       procedure division.
           set Outcome to ""
           goback.
       end method.

       end class.
