       class-id apo.SupplierRecord.

      *> Plain data holder for one distributor we buy shelf and
      *> back-bar stock from.  LeadDays is how long an order usually
      *> takes to arrive; it sets the expected date on a purchase
      *> order, and past that date the order shows as overdue.

       working-storage section.
       01 Name      string property.
       01 Phone     string property.
       01 Email     string property.
       01 LeadDays  type System.Int32 property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
