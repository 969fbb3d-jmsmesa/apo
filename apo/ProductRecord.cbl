      *> that used to go through the notebook because Form11 could
      *> only take money against a turno.  Stock counts down on every
      *> sale; MinStock is the reorder point the low-stock list warns
      *> at.  Supplier names who we buy it from (SupplierStore) and
      *> ReorderQty how many go on a purchase order when it runs low;
      *> both blank/0 on products nobody has set up for reordering.
      *> CostPrice is what a unit costs us, for valuing the shelf at
      *> cost; Location is the shelf or cupboard it sits on, which is
      *> how the stocktake count sheets are split up.  0 and blank
      *> until someone fills them in.

       working-storage section.
       01 Name     string property.
       01 Price    type System.Decimal property.
       01 Stock    type System.Int32 property.
       01 MinStock type System.Int32 property.
       01 Supplier   string property.
       01 ReorderQty type System.Int32 property.
       01 CostPrice  type System.Decimal property.
       01 Location   string property.

       method-id NEW.
       procedure division.
           set Supplier to ""
           set ReorderQty to 0
           set CostPrice to 0
           set Location to ""
           goback.
       end method.

