       class-id apo.StocktakeLine.

      *> Plain data holder for one product counted in a stocktake.
      *> Expected is the shelf count the system had when the count
      *> was posted, Counted what was found; the cost and retail
      *> prices are the product's at the time, so an old stocktake's
      *> loss keeps the value it had.  Every line of one stocktake
      *> shares its CountedAt.

       working-storage section.
       01 CountedAt   type DateTime property.
       01 Branch      string property.
       01 Location    string property.
       01 ProductName string property.
       01 Expected    type System.Int32 property.
       01 Counted     type System.Int32 property.
       01 CostPrice   type System.Decimal property.
       01 Price       type System.Decimal property.
       01 CountedBy   string property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
