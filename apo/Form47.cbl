       class-id apo.Form47 is partial
                 inherits type System.Windows.Forms.Form.

      *> Expense ledger screen for Form1's "Gastos" button: rent,
      *> supplier invoices and the petty cash taken out of the drawer,
      *> entered as they are paid and listed a month at a time.
      *> Picking a line loads it back for correction; "Nuevo" clears
      *> the fields for the next one.  What is entered here is what
      *> the caja takes off the expected cash (paid in "Efectivo")
      *> and what MonthEndReport's profit and loss subtracts.  A new
      *> expense is the station's branch's, so only that branch's
      *> caja counts it; a corrected one keeps the branch it had.

       working-storage section.
       01 entries type System.Collections.Generic.List[type apo.ExpenseRecord].
      *> Id of the expense loaded for editing, "" while entering a
      *> new one.
       01 editingId string.
      *> Branch of the expense loaded for editing.
       01 editingBranch string.

       method-id NEW.
       procedure division.
           set editingId to ""
           set editingBranch to ""
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Rebuilds the list and the month totals for the month picked.
       method-id Refresh final private.
       local-storage section.
       01 i type System.Int32.
       01 x type apo.ExpenseRecord.
       01 line string.
       01 total type System.Decimal.
       01 ivaTotal type System.Decimal.
       01 cashTotal type System.Decimal.
       01 manyBranches condition-value.
       procedure division.
           if type apo.Branch::Names::Count > 1
              set manyBranches to true
           else
              set manyBranches to false
           end-if
           invoke type apo.ExpenseStore::ForMonth(radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month)
              returning entries
           invoke radListControl1::Items::Clear
           set total to 0
           set ivaTotal to 0
           set cashTotal to 0
           perform varying i from 1 by 1 until i > entries::Count
              set x to entries::Item(i - 1)
              set line to x::SpentOn::ToString("dd/MM") & "  " & x::Category
                 & " - " & x::Supplier & ": " & x::Amount::ToString("0.00")
                 & " (IVA " & x::IvaPaid::ToString("0.00") & ") " & x::Method
              if manyBranches
                 set line to line & " - " & x::Branch
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
              add x::Amount to total
              add x::IvaPaid to ivaTotal
              if x::Method = "Efectivo"
                 add x::Amount to cashTotal
              end-if
           end-perform
           set radTextBox5::Text to "Total del mes: " & total::ToString("0.00")
              & "  IVA soportado: " & ivaTotal::ToString("0.00")
              & "  en efectivo: " & cashTotal::ToString("0.00")
       end method.

       method-id ClearFields final private.
       procedure division.
           set editingId to ""
           set editingBranch to ""
           set radDateTimePicker2::Value to type DateTime::Today
           set radDropDownList1::Text to "Caja chica"
           set radTextBox1::Text to ""
           set radTextBox2::Text to ""
           set radTextBox3::Text to ""
           set radDropDownList2::Text to "Efectivo"
       end method.

       method-id Form47_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.ExpenseStore::Categories::ToArray())
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.PaymentStore::MoneyMethods::ToArray())
           if type apo.Session::IsReadOnly
              set radButton2::Enabled to false
              set radButton4::Enabled to false
           end-if
           invoke self::ClearFields
           invoke self::Refresh
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Refresh
       end method.

      *> Loads the selected expense into the fields for correction.
       method-id radListControl1_SelectedIndexChanged final private.
       local-storage section.
       01 x type apo.ExpenseRecord.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= entries::Count
              goback
           end-if
           set x to entries::Item(radListControl1::SelectedIndex)
           set editingId to x::ExpenseId
           set editingBranch to x::Branch
           set radDateTimePicker2::Value to x::SpentOn
           set radDropDownList1::Text to x::Category
           set radTextBox1::Text to x::Supplier
           invoke x::Amount::ToString("0.00") returning radTextBox2::Text
           invoke x::IvaPaid::ToString("0.00") returning radTextBox3::Text
           set radDropDownList2::Text to x::Method
       end method.

      *> Saves the typed expense -- a new line, or the loaded one
      *> corrected in place.  IVA left blank is a ticket without an
      *> IVA breakdown and counts as none paid.
       method-id radButton2_Click final private.
       local-storage section.
       01 amount type System.Decimal.
       01 validAmount condition-value.
       01 iva type System.Decimal.
       01 validIva condition-value.
       01 x type apo.ExpenseRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Decimal::TryParse(radTextBox2::Text by reference amount)
              returning validAmount
           if radTextBox3::Text::Trim()::Length = 0
              set iva to 0
              set validIva to true
           else
              invoke type System.Decimal::TryParse(radTextBox3::Text by reference iva)
                 returning validIva
           end-if
           if not validAmount or amount <= 0
              or not validIva or iva < 0 or iva >= amount
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese un importe valido y un IVA menor que el importe."
                    "Gastos")
              goback
           end-if
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el proveedor o el concepto del gasto."
                    "Gastos")
              goback
           end-if

           set x to new apo.ExpenseRecord()
           if editingId::Length = 0
              invoke type System.Guid::NewGuid::ToString returning x::ExpenseId
              invoke type apo.Branch::Station returning x::Branch
           else
              set x::ExpenseId to editingId
              set x::Branch to editingBranch
           end-if
           set x::SpentOn to radDateTimePicker2::Value::Date
           set x::Category to radDropDownList1::Text
           set x::Supplier to radTextBox1::Text::Trim()
           set x::Amount to amount
           set x::IvaPaid to iva
           set x::Method to radDropDownList2::Text
           set x::EnteredBy to type apo.AuditLog::CurrentUser
           invoke type apo.ExpenseStore::Upsert(x)
           invoke type apo.AuditLog::Record("Gasto guardado" x::ExpenseId
                 x::SpentOn::ToString("dd/MM/yyyy") & " " & x::Category & " "
                 & x::Supplier & " " & amount::ToString("0.00") & " " & x::Method)
           invoke self::ClearFields
           invoke self::Refresh
       end method.

       method-id radButton3_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ClearFields
       end method.

       method-id radButton4_Click final private.
       local-storage section.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           if editingId::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija primero el gasto a eliminar."
                    "Gastos")
              goback
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Eliminar el gasto de " & radTextBox1::Text & "?"
                 "Gastos"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           invoke type apo.ExpenseStore::Remove(editingId)
           invoke type apo.AuditLog::Record("Gasto eliminado" editingId
                 radTextBox1::Text & " " & radTextBox2::Text)
           invoke self::ClearFields
           invoke self::Refresh
       end method.

       end class.
