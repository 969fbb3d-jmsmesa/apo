       01 NoticeMinutes  type System.Int32 property.
       01 Reason         string property.
       01 FeeCharged     type System.Decimal property.
      *> Whose chair the turno was in and what it was worth, so a
      *> late cancellation shows up in that stylist's column.  Lines
      *> written before these were kept load with "" and 0.
       01 EmployeeName   string property.
       01 Price          type System.Decimal property.

       method-id NEW.
       procedure division.
           set EmployeeName to ""
           set Price to 0
           goback.
       end method.

