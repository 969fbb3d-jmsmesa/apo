       01 report type string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           invoke type apo.AppointmentReport::Build(records radDropDownList1::Text)
              returning report
           set radTextBox1::Text to report
