       class-id apo.Form57 is partial
                 inherits type System.Windows.Forms.Form.

      *> Money reconciliation screen for Form1's "Conciliacion de
      *> senas" button: Reconciliation's list of deposits, bonos and
      *> payments nobody has decided about, oldest first, and the
      *> three ways to settle one.  Devolver goes through Form45 --
      *> the refund, its rectifying receipt and the administrator's
      *> authorisation work exactly as from Form28; Retener keeps the
      *> money; Traspasar carries it to the turno picked below.
      *> Deciding about money is an administrator's job.

       working-storage section.
       01 items type System.Collections.Generic.List[type apo.ReconciliationItem].
       01 targets type System.Collections.Generic.List[type apo.AppointmentRecord].

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       local-storage section.
       01 line string.
       01 i type System.Int32.
       procedure division.
           invoke type apo.Reconciliation::Items returning items
           invoke radListControl1::Items::Clear
           perform varying i from 1 by 1 until i > items::Count
              invoke type apo.Reconciliation::Describe(items::Item(i - 1)) returning line
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
           invoke radDropDownList1::Items::Clear
           set targets to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           set radTextBox1::Text to items::Count::ToString() & " pendiente(s)."
       end method.

      *> The selected item, or null with a message when none is.
       method-id Selected final private.
       procedure division returning result as type apo.ReconciliationItem.
           set result to null
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= items::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Seleccione un pendiente de la lista."
                    "Conciliacion")
              goback
           end-if
           set result to items::Item(radListControl1::SelectedIndex)
           goback.
       end method.

       method-id Form57_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton2::Enabled to false
              set radButton3::Enabled to false
              set radButton4::Enabled to false
           end-if
           invoke self::Refresh
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Refresh
       end method.

      *> Offers the turnos the selected item can be carried to.
       method-id radListControl1_SelectedIndexChanged final private.
       local-storage section.
       01 item type apo.ReconciliationItem.
       01 rec type apo.AppointmentRecord.
       01 line string.
       01 i type System.Int32.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= items::Count
              goback
           end-if
           set item to items::Item(radListControl1::SelectedIndex)
           invoke type apo.Reconciliation::Describe(item) returning radTextBox1::Text
           invoke type apo.Reconciliation::Targets(item::CustomerPhone) returning targets
           invoke radDropDownList1::Items::Clear
           perform varying i from 1 by 1 until i > targets::Count
              set rec to targets::Item(i - 1)
              set line to rec::Start::ToString("dd/MM/yyyy HH:mm") & "  "
                 & rec::Summary & " (" & rec::ResourceId & ")"
              invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
           if targets::Count > 0
              set radDropDownList1::SelectedIndex to 0
           end-if
       end method.

      *> Refund through Form45 against the item's receipt; the item
      *> is settled only when the refund was actually recorded.
       method-id radButton2_Click final private.
       local-storage section.
       01 item type apo.ReconciliationItem.
       01 f45 type apo.Form45.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Selected returning item
           if item = null
              goback
           end-if
           if item::ReceiptNumber = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No hay recibo para devolver este importe; retengalo o"
                    & " traspaselo."
                    "Conciliacion")
              goback
           end-if
           set f45 to new apo.Form45
           set f45::ReceiptNumber to item::ReceiptNumber
           if f45::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type apo.Reconciliation::Refunded(item)
              invoke self::Refresh
           end-if
       end method.

       method-id radButton3_Click final private.
       local-storage section.
       01 item type apo.ReconciliationItem.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Selected returning item
           if item = null
              goback
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Retener " & item::Amount::ToString("0.00") & " (" & item::Situation
                 & ")?  No se devuelve nada al cliente."
                 "Conciliacion"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm = type System.Windows.Forms.DialogResult::Yes
              invoke type apo.Reconciliation::Forfeit(item)
              invoke self::Refresh
           end-if
       end method.

       method-id radButton4_Click final private.
       local-storage section.
       01 item type apo.ReconciliationItem.
       01 problem string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Selected returning item
           if item = null
              goback
           end-if
           if radDropDownList1::SelectedIndex < 0
              or radDropDownList1::SelectedIndex >= targets::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija el turno al que se traspasa."
                    "Conciliacion")
              goback
           end-if
           invoke type apo.Reconciliation::Transfer(item
                 targets::Item(radDropDownList1::SelectedIndex))
              returning problem
           if problem::Length > 0
              invoke type System.Windows.Forms.MessageBox::Show(problem "Conciliacion")
              goback
           end-if
           invoke self::Refresh
       end method.

       method-id radButton5_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       01 report string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.Reconciliation::Build returning report
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to "conciliacion_"
              & type DateTime::Today::ToString("yyyyMMdd") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName report)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Informe guardado en " & dlg::FileName
                    "Conciliacion")
           end-if
       end method.

       end class.
