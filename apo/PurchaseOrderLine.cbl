       class-id apo.PurchaseOrderLine.

      *> Plain data holder for one product line on a purchase order.
      *> Received counts the good units that arrived and went on the
      *> shelf; Damaged the units that arrived unusable and did not.
      *> Whatever of Ordered is neither is still short.

       working-storage section.
       01 OrderNumber type System.Int32 property.
       01 ProductName string property.
       01 Ordered     type System.Int32 property.
       01 Received    type System.Int32 property.
       01 Damaged     type System.Int32 property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
