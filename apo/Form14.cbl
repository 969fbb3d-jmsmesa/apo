      *> the Saturday close or loading next year's public holidays
      *> stops being a code change every season.  Read-only logins
      *> can look but every editing button is disabled, same as
      *> Form1's.  The hours and dates are this station's branch's;
      *> the other branch sets its own from one of its stations.

       working-storage section.
      *> True while Form14_Load populates the weekday selector, so
       method-id Form14_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set loading to true
           if type apo.Branch::Names::Count > 1
              set self::Text to self::Text & " - " & type apo.Branch::Current
           end-if
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.BusinessHours::DayNames::ToArray())
           set radDropDownList1::Text to "Lunes"
