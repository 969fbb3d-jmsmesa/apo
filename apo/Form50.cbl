       class-id apo.Form50 is partial
                 inherits type System.Windows.Forms.Form.

      *> Back-bar consumption screen for Form1's "Consumo de cabina"
      *> button.  Top half: the standard products and quantities each
      *> catalog service uses up ("Color" = 1 Tinte + 60 Oxidante),
      *> which UsageStore draws off the shelf when a turno of that
      *> service is completed.  Bottom half: the month's report of
      *> standard against real use per employee, real being what the
      *> stylist corrected on the formula card (Form39).  The button
      *> beside the service flags it as chemical work that needs a
      *> patch test and consent on file before it is booked.

       working-storage section.
       01 lines type System.Collections.Generic.List[type apo.ConsumptionLine].

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Lists the chosen service's products.
       method-id Refresh final private.
       local-storage section.
       01 svc type apo.ServiceRecord.
       01 i type System.Int32.
       procedure division.
           invoke radListControl1::Items::Clear
           invoke type apo.ServiceStore::FindByName(radDropDownList1::Text) returning svc
           if svc = null
              set lines to new System.Collections.Generic.List[type apo.ConsumptionLine]()
              set radButton3::Text to "Requiere prueba de alergia: No"
              goback
           end-if
           if svc::RequiresPatchTest
              set radButton3::Text to "Requiere prueba de alergia: Si"
           else
              set radButton3::Text to "Requiere prueba de alergia: No"
           end-if
           set lines to svc::Consumption
           perform varying i from 1 by 1 until i > lines::Count
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    lines::Item(i - 1)::ProductName & ": "
                    & lines::Item(i - 1)::Quantity::ToString()))
           end-perform
           if lines::Count = 0
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    "Este servicio no consume productos de cabina."))
           end-if
       end method.

       method-id Form50_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.ServiceStore::Names::ToArray())
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.ProductStore::Names::ToArray())
           set radDateTimePicker1::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              set radButton3::Enabled to false
           end-if
           if radDropDownList1::Items::Count > 0
              set radDropDownList1::SelectedIndex to 0
           end-if
           invoke self::Refresh
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           invoke self::Refresh
       end method.

      *> Loads the selected product line into the fields to change.
       method-id radListControl1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if lines = null
              or radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= lines::Count
              goback
           end-if
           set radDropDownList2::Text to lines::Item(radListControl1::SelectedIndex)::ProductName
           invoke lines::Item(radListControl1::SelectedIndex)::Quantity::ToString()
              returning radTextBox1::Text
       end method.

      *> Saves the quantity of one product for the chosen service; 0
      *> takes the product off the service.  Turnos already completed
      *> keep what they drew.
       method-id radButton1_Click final private.
       local-storage section.
       01 qty type System.Int32.
       01 validQty condition-value.
       01 saved condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Int32::TryParse(radTextBox1::Text by reference qty)
              returning validQty
           if not validQty or qty < 0 or radDropDownList2::Text::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija el producto e ingrese la cantidad (0 para quitarlo)."
                    "Consumo de cabina")
              goback
           end-if
           invoke type apo.ServiceStore::SetConsumption(radDropDownList1::Text
                 radDropDownList2::Text qty)
              returning saved
           if not saved
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija primero el servicio."
                    "Consumo de cabina")
              goback
           end-if
           invoke type apo.AuditLog::Record("Consumo de servicio" radDropDownList1::Text
                 radDropDownList2::Text & " " & qty::ToString())
           set radTextBox1::Text to ""
           invoke self::Refresh
       end method.

      *> Turns the patch-test requirement of the chosen service on
      *> or off.  Turnos already booked are judged afresh on the day
      *> sheet.
       method-id radButton3_Click final private.
       local-storage section.
       01 svc type apo.ServiceRecord.
       01 needed condition-value.
       01 saved condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.ServiceStore::FindByName(radDropDownList1::Text) returning svc
           if svc = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija primero el servicio."
                    "Consumo de cabina")
              goback
           end-if
           set needed to not svc::RequiresPatchTest
           invoke type apo.ServiceStore::SetPatchTest(svc::Name needed)
              returning saved
           if saved
              if needed
                 invoke type apo.AuditLog::Record("Prueba de alergia exigida" svc::Name "Si")
              else
                 invoke type apo.AuditLog::Record("Prueba de alergia exigida" svc::Name "No")
              end-if
           end-if
           invoke self::Refresh
       end method.

       method-id radButton2_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.UsageReport::Build(radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month)
              returning radTextBox2::Text
       end method.

       end class.
