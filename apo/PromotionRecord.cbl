       class-id apo.PromotionRecord.

      *> Plain data holder for one promotion the till can apply: 20%
      *> off on Tuesday mornings, the student price on cortes, a code
      *> sent out with a mailing.  Kind says how Amount reads --
      *> "Porcentaje" takes that percent off, "Importe" takes that
      *> many euros off the line.  Items holds the catalog services
      *> and shop products it covers joined with ";" ("Corte;Lavado"),
      *> "" for everything.  Weekdays holds System.DayOfWeek digits
      *> run together the way EmployeeRecord's WorkDays does ("2" =
      *> Tuesdays), "" for every day; FromHour/ToHour bound the hours
      *> it runs (0 and 24 for all day, ToHour not included).  A
      *> promotion with a PromoCode only applies when the customer
      *> brings the code; Campaign is the Form37 mailing the code
      *> went out with, "" for a code handed out any other way.

       working-storage section.
       01 Name       string property.
       01 Kind       string property.
       01 Amount     type System.Decimal property.
       01 Items      string property.
       01 ValidFrom  type DateTime property.
       01 ValidTo    type DateTime property.
       01 Weekdays   string property.
       01 FromHour   type System.Int32 property.
       01 ToHour     type System.Int32 property.
       01 PromoCode  string property.
       01 Campaign   string property.
       01 Active     type System.Boolean property.

       method-id NEW.
       procedure division.
           set Kind to "Porcentaje"
           set Items to ""
           set ValidFrom to type DateTime::MinValue
           set ValidTo to type DateTime::MaxValue
           set Weekdays to ""
           set FromHour to 0
           set ToHour to 24
           set PromoCode to ""
           set Campaign to ""
           set Active to true
           goback.
       end method.

       end class.
