      *> End-of-day caja screen for Form1's "Caja del dia" button.
      *> Shows the day's takings by payment method and by room, plus
      *> every completed turno that still has no payment recorded --
      *> the list the till is reconciled against at closing time --
      *> and the cash the drawer should hold once refunds and the
      *> day's cash expenses (Form47) have gone out of it.

       method-id NEW.
       procedure division.
