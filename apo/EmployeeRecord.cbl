      *> existed load as 0 percent -- nobody gets paid by accident.
       01 CommissionPercent type System.Decimal property.
       01 CommissionOverrides string property.
      *> SHA-256 of the PIN this person clocks in and out with on
      *> Form51, hashed the way UserStore hashes passwords; "" until
      *> an administrator assigns one.
       01 PinHash    string property.
      *> The catalog services this person is qualified to do, joined
      *> with ";", each optionally carrying their own duration in
      *> minutes ("Corte=30;Lavado;Peinado=40") where they are faster
      *> or slower than the catalog.  Empty means every service --
      *> the register before skills were recorded, and the seeded
      *> generic stylists, keep booking exactly as they always did.
       01 Skills     string property.

       method-id NEW.
       procedure division.
           set CommissionOverrides to ""
           set PinHash to ""
           set Skills to ""
           goback.
       end method.

