       class-id apo.LoyaltyEntry.

      *> Plain data holder for one movement on a customer's points
      *> account: points earned on a receipt ("Ganados"), spent as a
      *> discount at the till ("Canjeados"), taken back by a refund
      *> ("Revertidos") or lost to age ("Vencidos").  Points is signed
      *> -- only "Ganados" is positive -- so a customer's balance is
      *> simply the sum of their lines.

       working-storage section.
       01 EntryId       string property.
       01 CustomerPhone string property.
       01 PostedAt      type DateTime property.
       01 Points        type System.Int32 property.
       01 Movement      string property.
      *> The receipt the points were earned on -- for a reversal, the
      *> receipt being refunded; 0 on a redemption or expiry.
       01 ReceiptNumber type System.Int32 property.
      *> The payment that spent the points, for a redemption, so the
      *> receipt can print them; "" otherwise.
       01 PaymentId     string property.

       method-id NEW.
       procedure division.
           set PaymentId to ""
           set ReceiptNumber to 0
           goback.
       end method.

       end class.
