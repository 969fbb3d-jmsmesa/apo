       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.Room::Names::ToArray())
           if radDropDownList1::Items::Count > 0
              set radDropDownList1::SelectedIndex to 0
           end-if
           set radDateTimePicker1::Value to type DateTime::Today::AddHours(type apo.BusinessHours::OpeningHour)
           set radDateTimePicker2::Value to type DateTime::Today::AddHours(type apo.BusinessHours::ClosingHour)
           if type apo.Session::IsReadOnly
