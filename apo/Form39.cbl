      *> 35 min"), which service each was for and who applied it.
      *> Maintained here; shown at check-in (Form26) and carried onto
      *> the day sheet so the stylist never mixes from memory.
      *> Below the card, the back-bar products the last completed
      *> turno of the chosen service drew off the shelf; when the
      *> stylist mixed more or less than the catalog's standard, the
      *> real amount is corrected here and the stock moves with it.
      *> The button at the foot opens the customer's patch tests and
      *> signed consents (Form60), the rest of the paper card.

       working-storage section.
       01 CustomerPhone string property.
       01 entries type System.Collections.Generic.List[type apo.FormulaRecord].
       01 usage type System.Collections.Generic.List[type apo.UsageRecord].

       method-id NEW.
       procedure division.
           end-if
       end method.

      *> Lists what the last completed turno of the chosen service
      *> used, standard against real.
       method-id RefreshUsage final private.
       local-storage section.
       01 i type System.Int32.
       01 line string.
       procedure division.
           invoke type apo.UsageStore::LatestFor(CustomerPhone radDropDownList1::Text)
              returning usage
           invoke radListControl2::Items::Clear
           perform varying i from 1 by 1 until i > usage::Count
              set line to usage::Item(i - 1)::UsedOn::ToString("dd/MM/yyyy")
                 & " - " & usage::Item(i - 1)::ProductName
                 & ": estandar " & usage::Item(i - 1)::StandardQty::ToString()
                 & ", usado " & usage::Item(i - 1)::UsedQty::ToString()
                 & " (" & usage::Item(i - 1)::EmployeeName & ")"
              invoke radListControl2::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
           if usage::Count = 0
              invoke radListControl2::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    "Sin consumo registrado para este servicio."))
           end-if
       end method.

       method-id Form39_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::Text to "Ficha tecnica - " & CustomerPhone
           invoke radDropDownList1::Items::AddRange(type apo.ServiceStore::Names::ToArray())
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.EmployeeStore::Names::ToArray())
           invoke radDropDownList3::Items::Clear
           invoke radDropDownList3::Items::AddRange(type apo.ProductStore::Names::ToArray())
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              set radButton2::Enabled to false
              set radButton3::Enabled to false
           end-if
           invoke self::Refresh
           invoke self::RefreshUsage
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           invoke self::RefreshUsage
       end method.

      *> Adds one dated entry to the card.
           invoke self::Refresh
       end method.

      *> Corrects what was really used of one product on the turno
      *> listed -- a product not on the list is added as an extra.
       method-id radButton3_Click final private.
       local-storage section.
       01 qty type System.Int32.
       01 validQty condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           if usage = null or usage::Count = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No hay un turno completado de este servicio para corregir."
                    "Ficha tecnica")
              goback
           end-if
           invoke type System.Int32::TryParse(radTextBox2::Text by reference qty)
              returning validQty
           if not validQty or qty < 0 or radDropDownList3::Text::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija el producto e ingrese la cantidad usada."
                    "Ficha tecnica")
              goback
           end-if
           invoke type apo.UsageStore::SetUsed(usage::Item(0)::AppointmentId
                 radDropDownList3::Text qty)
           set radTextBox2::Text to ""
           invoke self::RefreshUsage
       end method.

      *> Opens the customer's allergy file.
       method-id radButton4_Click final private.
       local-storage section.
       01 f60 type apo.Form60.
       procedure division using by value sender as object e as type System.EventArgs.
           set f60 to new apo.Form60
           set f60::CustomerPhone to CustomerPhone
           invoke f60::ShowDialog()
       end method.

       end class.
