       class-id apo.ProductivityLine.

      *> Plain data holder for one employee's month in
      *> ProductivityReport: the hours the rota gave them and the
      *> hours they had booked, the money their turnos brought in
      *> (services and retail apart), how many customers left with
      *> their next turno booked, and what no-shows and late
      *> cancellations cost their column.

       working-storage section.
       01 EmployeeName   string property.
       01 RosteredHours  type System.Decimal property.
       01 BookedHours    type System.Decimal property.
       01 ServiceRevenue type System.Decimal property.
       01 RetailRevenue  type System.Decimal property.
       01 Completed      type System.Int32 property.
       01 Rebooked       type System.Int32 property.
       01 NoShows        type System.Int32 property.
       01 NoShowLoss     type System.Decimal property.
       01 LateCancels    type System.Int32 property.
       01 LateCancelLoss type System.Decimal property.

       method-id NEW.
       procedure division.
           set EmployeeName to ""
           goback.
       end method.

       end class.
