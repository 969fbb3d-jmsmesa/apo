       class-id apo.ReconciliationItem.

      *> Plain data holder for one piece of money nobody has decided
      *> about, as Reconciliation finds it: a deposit whose turno was
      *> cancelled, binned or purged; a bono with sessions left and
      *> nothing booked; a payment whose turno exists nowhere.
      *> ItemKey ("pago:<PaymentId>" or "bono:<BundleId>") is what a
      *> resolution is filed under in ReconciliationStore.

       working-storage section.
       01 ItemKey       string property.
      *> "Sena", "Bono" or "Sin turno".
       01 Category      string property.
       01 Situation     string property.
       01 PaymentId     string property.
       01 BundleId      string property.
       01 AppointmentId string property.
       01 CustomerPhone string property.
       01 ReceiptNumber type System.Int32 property.
       01 Amount        type System.Decimal property.
      *> When the money started waiting: the cancellation, the move
      *> to the bin, the sale.
       01 Since         type DateTime property.

       method-id NEW.
       procedure division.
           set PaymentId to ""
           set BundleId to ""
           set AppointmentId to ""
           set CustomerPhone to ""
           set Situation to ""
           goback.
       end method.

       end class.
