       class-id apo.Form54 is partial
                 inherits type System.Windows.Forms.Form.

      *> Acquisition screen for Form1's "Clientes nuevos" button: the
      *> month's new customers per source with their return visits
      *> and spend, the top referrers (NewCustomerReport), and the
      *> list of sources Form2 and Form15 offer.  Changing the list
      *> is an administrator's job, like the rest of the settings.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       procedure division.
           invoke radListControl1::Items::Clear
           invoke radListControl1::Items::AddRange(type apo.AcquisitionSource::Names::ToArray())
       end method.

       method-id Form54_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton2::Enabled to false
              set radButton3::Enabled to false
           end-if
           invoke self::Refresh
           invoke type apo.NewCustomerReport::Build(type DateTime::Today::Year
                 type DateTime::Today::Month)
              returning radTextBox1::Text
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.NewCustomerReport::Build(radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month)
              returning radTextBox1::Text
       end method.

      *> Adds the typed source -- a new campaign, a local magazine.
       method-id radButton2_Click final private.
       local-storage section.
       01 added condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.AcquisitionSource::Add(radTextBox2::Text) returning added
           if not added
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Escriba un origen nuevo que no este ya en la lista."
                    "Origen de clientes")
              goback
           end-if
           invoke type apo.AuditLog::Record("Origen agregado" radTextBox2::Text::Trim() "")
           set radTextBox2::Text to ""
           invoke self::Refresh
       end method.

      *> Stops offering the selected source.  Customers recorded
      *> under it keep it, and the report still shows them.
       method-id radButton3_Click final private.
       local-storage section.
       01 removed condition-value.
       01 picked string.
       procedure division using by value sender as object e as type System.EventArgs.
           if radListControl1::SelectedIndex < 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Seleccione un origen de la lista."
                    "Origen de clientes")
              goback
           end-if
           set picked to radListControl1::SelectedItem::Text
           invoke type apo.AcquisitionSource::Remove(picked) returning removed
           if not removed
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Walk-in, Web y Recomendacion no se pueden quitar."
                    "Origen de clientes")
              goback
           end-if
           invoke type apo.AuditLog::Record("Origen quitado" picked "")
           invoke self::Refresh
       end method.

       end class.
