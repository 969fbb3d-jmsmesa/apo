       class-id apo.PurchaseOrderRecord.

      *> Plain data holder for one purchase order to a supplier.  An
      *> order starts as "Borrador" out of the low-stock run and can
      *> be edited; "Pedido" once it is sent (printed or saved);
      *> "Parcial" while deliveries are coming in against it;
      *> "Recibido" when every line has arrived; "Cerrado" when the
      *> desk closes it with lines still short.  ExpectedOn comes
      *> from the supplier's lead time -- a sent order still open
      *> after it is overdue.  Branch is the salon the order stocks:
      *> the one whose low stock it came from, and whose shelf the
      *> delivery goes on.

       working-storage section.
       01 OrderNumber type System.Int32 property.
       01 Supplier    string property.
       01 CreatedAt   type DateTime property.
       01 ExpectedOn  type DateTime property.
       01 Status      string property.
       01 CreatedBy   string property.
       01 Branch      string property.

       method-id NEW.
       procedure division.
           set Branch to ""
           goback.
       end method.

       end class.
