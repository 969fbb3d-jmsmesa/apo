       class-id apo.ExpenseRecord.

      *> Plain data holder for one expense -- money going out: the
      *> rent, a supplier's invoice, the petty cash the desk takes out
      *> of the drawer for milk or cleaning products.  Amount is what
      *> was paid, IVA included, the way the invoice or ticket shows
      *> it; IvaPaid is the part of it that is IVA, deductible against
      *> the IVA we charge on receipts.  Branch is the salon whose
      *> drawer or account paid it, the station's when entered.

       working-storage section.
       01 ExpenseId  string property.
       01 SpentOn    type DateTime property.
       01 Category   string property.
       01 Supplier   string property.
       01 Amount     type System.Decimal property.
       01 IvaPaid    type System.Decimal property.
       01 Method     string property.
       01 EnteredBy  string property.
       01 Branch     string property.

       method-id NEW.
       procedure division.
           set Branch to ""
           goback.
       end method.

       end class.
