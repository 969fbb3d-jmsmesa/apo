       class-id apo.Form48 is partial
                 inherits type System.Windows.Forms.Form.

      *> Supplier screen, opened from Form49: who we buy shelf and
      *> back-bar stock from, how to reach them, and how many days an
      *> order usually takes to arrive.  Products are pointed at a
      *> supplier on Form31.

       working-storage section.
       01 entries type System.Collections.Generic.List[type apo.SupplierRecord].

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       local-storage section.
       01 i type System.Int32.
       01 s type apo.SupplierRecord.
       01 line string.
       procedure division.
           invoke type apo.SupplierStore::Load returning entries
           invoke radListControl1::Items::Clear
           perform varying i from 1 by 1 until i > entries::Count
              set s to entries::Item(i - 1)
              set line to s::Name & " - " & s::Phone & " - " & s::Email
                 & " (" & s::LeadDays::ToString() & " dia(s))"
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
       end method.

       method-id Form48_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
           end-if
           invoke self::Refresh
       end method.

      *> Shows the selected supplier's editable fields.
       method-id radListControl1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= entries::Count
              goback
           end-if
           set radTextBox1::Text to entries::Item(radListControl1::SelectedIndex)::Name
           set radTextBox2::Text to entries::Item(radListControl1::SelectedIndex)::Phone
           set radTextBox3::Text to entries::Item(radListControl1::SelectedIndex)::Email
           invoke entries::Item(radListControl1::SelectedIndex)::LeadDays::ToString()
              returning radTextBox4::Text
       end method.

      *> Saves the typed supplier -- new name creates it, known name
      *> updates the contact and lead time.
       method-id radButton1_Click final private.
       local-storage section.
       01 leadDays type System.Int32.
       01 validLead condition-value.
       01 s type apo.SupplierRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Int32::TryParse(radTextBox4::Text by reference leadDays)
              returning validLead
           if radTextBox1::Text::Trim()::Length = 0
              or not validLead or leadDays < 1
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el nombre del proveedor y un plazo de entrega en dias."
                    "Proveedores")
              goback
           end-if

           set s to new apo.SupplierRecord()
           set s::Name to radTextBox1::Text::Trim()
           set s::Phone to radTextBox2::Text::Trim()
           set s::Email to radTextBox3::Text::Trim()
           set s::LeadDays to leadDays
           invoke type apo.SupplierStore::Upsert(s)
           invoke type apo.AuditLog::Record("Proveedor guardado" s::Name
                 s::Phone & " " & s::Email & " " & leadDays::ToString() & " dia(s)")
           invoke self::Refresh
       end method.

       end class.
