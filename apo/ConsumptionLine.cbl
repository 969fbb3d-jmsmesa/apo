       class-id apo.ConsumptionLine.

      *> One product and how much of it a catalog service uses up at
      *> the back bar -- "Color" takes 1 of "Tinte" and 60 of
      *> "Oxidante".  Quantity is in the product's own stock unit
      *> (tubes, ml, ampoules), whatever products.dat counts it in.

       working-storage section.
       01 ProductName string property.
       01 Quantity    type System.Int32 property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
