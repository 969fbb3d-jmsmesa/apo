       class-id apo.HoursDay.

      *> Plain data holder for one employee's day in HoursReport:
      *> hours the roster expected, hours the punches add up to, and
      *> what didn't line up.  Absence holds the reason of a dated
      *> absence (AbsenceStore) covering the day, "" otherwise -- a
      *> day off on the books is reconciled, not flagged.

       working-storage section.
       01 EmployeeName  string property.
       01 WorkDate      type DateTime property.
       01 RosteredHours type System.Decimal property.
       01 WorkedHours   type System.Decimal property.
       01 Absence       string property.
       01 LateStart     type System.Boolean property.
       01 EarlyFinish   type System.Boolean property.
       01 MissingPunch  type System.Boolean property.
       01 FirstIn       type DateTime property.
       01 LastOut       type DateTime property.

       method-id NEW.
       procedure division.
           set Absence to ""
           goback.
       end method.

       end class.
