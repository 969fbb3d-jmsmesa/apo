       class-id apo.UsageRecord.

      *> Plain data holder for one back-bar product used on one
      *> completed turno: what the catalog says the service takes
      *> (StandardQty) against what the stylist says was really mixed
      *> (UsedQty).  The two start equal when the turno completes;
      *> the difference is what UsageReport totals per employee.

       working-storage section.
       01 AppointmentId string property.
       01 UsedOn        type DateTime property.
       01 EmployeeName  string property.
       01 CustomerPhone string property.
       01 ServiceName   string property.
       01 ProductName   string property.
       01 StandardQty   type System.Int32 property.
       01 UsedQty       type System.Int32 property.

       method-id NEW.
       procedure division.
           goback.
       end method.

       end class.
