                 inherits type System.Windows.Forms.Form.

      *> Free-slot search screen for Form1's "Buscar hueco libre"
      *> button: duration in minutes, an optional preferred room,
      *> stylist and catalog service, and an earliest date, then the
      *> first matches ready to book --
      *> picking one hands the slot back to Form1, which opens Form2
      *> pre-filled so the booking still goes through the normal
      *> save/overlap checks.
      *> carries it onto the pre-filled Form2 so the booking lands on
      *> the person whose free slot was just found.
       01 SelectedEmployee string property.
      *> The catalog service searched for, "" for a plain duration
      *> search -- carried onto Form2 the same way.
       01 SelectedService string property.

      *> slots starts empty (not null) so picking before the first
      *> search is a harmless "select one" message, not a crash.
       procedure division.
           set slots to new System.Collections.Generic.List[type apo.SlotRecord]()
           set SelectedEmployee to ""
           set SelectedService to ""
           invoke self::InitializeComponent()
           goback.
       end method.
           invoke radDropDownList2::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Cualquiera)"))
           invoke radDropDownList2::Items::AddRange(type apo.EmployeeStore::Names::ToArray())
           set radDropDownList2::Text to "(Cualquiera)"
           invoke radDropDownList3::Items::Clear
           invoke radDropDownList3::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Cualquiera)"))
           invoke radDropDownList3::Items::AddRange(type apo.ServiceStore::Names::ToArray())
           set radDropDownList3::Text to "(Cualquiera)"
           set radDateTimePicker1::Value to type DateTime::Today
       end method.

      *> Picking a service fills in its catalog duration; the search
      *> itself then only offers slots a stylist qualified for it can
      *> take, at that stylist's own pace.
       method-id radDropDownList3_SelectedIndexChanged final private.
       local-storage section.
       01 svc type apo.ServiceRecord.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           invoke type apo.ServiceStore::FindByName(radDropDownList3::Text) returning svc
           if svc not = null
              invoke svc::DurationMinutes::ToString() returning radTextBox1::Text
           end-if
       end method.

       method-id radButton1_Click final private.
       local-storage section.
       01 duration type System.Int32.
       01 validDuration condition-value.
       01 earliest type DateTime.
       01 employee string.
       01 service string.
       01 i type System.Int32.
       01 line string.
       procedure division using by value sender as object e as type System.EventArgs.
           else
              set employee to radDropDownList2::Text
           end-if
           if type apo.ServiceStore::FindByName(radDropDownList3::Text) = null
              set service to ""
           else
              set service to radDropDownList3::Text
           end-if
           invoke type apo.SlotFinder::FindSlotsFor(duration service radDropDownList1::Text
                 employee earliest 10)
              returning slots
           invoke radListControl1::Items::Clear
              set line to slots::Item(i - 1)::Start::ToString("dddd dd/MM/yyyy HH:mm")
                 & " a " & slots::Item(i - 1)::End::ToString("HH:mm")
                 & " - " & slots::Item(i - 1)::ResourceId
              if slots::Item(i - 1)::EmployeeName::Length > 0
                 set line to line & " - " & slots::Item(i - 1)::EmployeeName
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
           if slots::Count = 0
           end-if

           set Selected to slots::Item(radListControl1::SelectedIndex)
           set SelectedEmployee to Selected::EmployeeName
           if type apo.ServiceStore::FindByName(radDropDownList3::Text) = null
              set SelectedService to ""
           else
              set SelectedService to radDropDownList3::Text
           end-if
           set self::DialogResult to type System.Windows.Forms.DialogResult::OK
           invoke self::Close
