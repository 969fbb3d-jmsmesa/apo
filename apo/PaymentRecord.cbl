      *> bundle settlements, which issue none -- the bono was receipted
      *> when it was sold).
       01 ReceiptNumber type System.Int32 property.
      *> For a "Devolucion" -- money handed back, carried as a
      *> negative Amount -- the number of the receipt being refunded,
      *> so the refund always points at the sale it undoes.  0 on
      *> every other kind of line.  ReceiptNumber on a refund is the
      *> rectifying receipt's number, from ReceiptRegister's separate
      *> rectifying series.
       01 RefundOf      type System.Int32 property.
      *> For a "Cuenta" -- money paid against the customer's account
      *> balance rather than against one turno, AppointmentId "" --
      *> whose account it goes to.  "" on every other kind of line,
      *> where the turno says whose the money was.
       01 CustomerPhone string property.
      *> The branch whose till took the money (Branch).  Stamped by
      *> PaymentStore::Append from the station when the caller left
      *> it ""; lines from before there were branches load as the
      *> original salon's.
       01 Branch        string property.
      *> For a "Propina" -- a tip left at the till, carried as its own
      *> line beside the payment it came with, no receipt, never
      *> revenue -- the employee it was left for, or "" for the pool
      *> shared out on TipReport.  "" on every other kind of line.
       01 TipTo         string property.
      *> What a promotion (PromotionStore) took off this line, and
      *> its name: Amount is already the net, so list price is
      *> Amount plus Discount.  0 and "" when none was applied.
       01 Discount      type System.Decimal property.
       01 Promotion     string property.

       method-id NEW.
       procedure division.
           set Kind to "Pago"
           set CustomerPhone to ""
           set Branch to ""
           set TipTo to ""
           set Discount to 0
           set Promotion to ""
           goback.
       end method.

