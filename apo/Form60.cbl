       class-id apo.Form60 is partial
                 inherits type System.Windows.Forms.Form.

      *> Allergy file for one customer, opened from the formula card
      *> (Form39) with the phone already set: every skin patch test
      *> (day applied, product, negative or positive, who did it) and
      *> every signed consent for chemical work, with where the
      *> customer stands today for a service that needs them.  The
      *> paper form in the drawer, kept where the stylist looks.

       working-storage section.
       01 CustomerPhone string property.
       01 entries type System.Collections.Generic.List[type apo.PatchTestRecord].

       method-id NEW.
       procedure division.
           set CustomerPhone to ""
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Rebuilds the list from patchtests.dat, oldest first, and the
      *> status line under it.
       method-id Refresh final private.
       local-storage section.
       01 p type apo.PatchTestRecord.
       01 state string.
       01 line string.
       01 i type System.Int32.
       procedure division.
           invoke type apo.PatchTestStore::FindByPhone(CustomerPhone) returning entries
           invoke radListControl1::Items::Clear
           perform varying i from 1 by 1 until i > entries::Count
              set p to entries::Item(i - 1)
              if p::Kind = "Prueba"
                 set line to p::TakenOn::ToString("dd/MM/yyyy") & " - Prueba: "
                    & p::Product & " - " & p::Outcome & " (" & p::TakenBy & ")"
              else
                 set line to p::TakenOn::ToString("dd/MM/yyyy") & " - Consentimiento: "
                    & p::Product & " (" & p::TakenBy & ")"
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
           if entries::Count = 0
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    "Sin pruebas ni consentimientos registrados."))
           end-if

           invoke type apo.PatchTestStore::TestState(CustomerPhone type DateTime::Today)
              returning state
           evaluate state
              when "Vigente"
                 set line to "Prueba vigente"
              when "Positiva"
                 set line to "Prueba POSITIVA: no aplicar servicios quimicos"
              when "Vencida"
                 set line to "Prueba vencida (mas de "
                    & type apo.PatchTestStore::ValidMonths::ToString() & " meses)"
              when other
                 set line to "Sin prueba de alergia"
           end-evaluate
           if type apo.PatchTestStore::HasConsent(CustomerPhone type DateTime::Today)
              set line to line & "; consentimiento firmado."
           else
              set line to line & "; falta el consentimiento firmado."
           end-if
           set radTextBox1::Text to line
       end method.

       method-id Form60_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::Text to "Prueba de alergia y consentimiento - " & CustomerPhone
           set radDateTimePicker1::Value to type DateTime::Today
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Negativa"))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Positiva"))
           set radDropDownList1::SelectedIndex to 0
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.EmployeeStore::Names::ToArray())
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              set radButton2::Enabled to false
              set radButton3::Enabled to false
           end-if
           invoke self::Refresh
       end method.

      *> A new entry from the fields; the caller fills in the kind
      *> and outcome.
       method-id NewEntry final private.
       procedure division returning result as type apo.PatchTestRecord.
           set result to new apo.PatchTestRecord()
           invoke type System.Guid::NewGuid::ToString returning result::EntryId
           set result::CustomerPhone to CustomerPhone
           set result::TakenOn to radDateTimePicker1::Value::Date
           set result::Product to radTextBox2::Text::Trim()
           set result::TakenBy to radDropDownList2::Text
           goback.
       end method.

      *> Records a patch test once its result has been read.
       method-id radButton1_Click final private.
       local-storage section.
       01 p type apo.PatchTestRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox2::Text::Trim()::Length = 0
              or radDropDownList2::Text::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el producto probado y quien hizo la prueba."
                    "Prueba de alergia")
              goback
           end-if
           if radDateTimePicker1::Value::Date > type DateTime::Today
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La prueba se registra el dia que se aplico, no antes."
                    "Prueba de alergia")
              goback
           end-if
           invoke self::NewEntry returning p
           set p::Kind to "Prueba"
           set p::Outcome to radDropDownList1::Text
           invoke type apo.PatchTestStore::Append(p)
           set radTextBox2::Text to ""
           invoke self::Refresh
       end method.

      *> Records a consent once the customer has signed the form.
       method-id radButton2_Click final private.
       local-storage section.
       01 p type apo.PatchTestRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox2::Text::Trim()::Length = 0
              or radDropDownList2::Text::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique que servicios cubre el consentimiento y quien lo recibio."
                    "Prueba de alergia")
              goback
           end-if
           invoke self::NewEntry returning p
           set p::Kind to "Consentimiento"
           invoke type apo.PatchTestStore::Append(p)
           set radTextBox2::Text to ""
           invoke self::Refresh
       end method.

      *> Drops an entry recorded against the wrong customer.
       method-id radButton3_Click final private.
       local-storage section.
       01 p type apo.PatchTestRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= entries::Count
              goback
           end-if
           set p to entries::Item(radListControl1::SelectedIndex)
           invoke type apo.PatchTestStore::Remove(p::EntryId)
           invoke type apo.AuditLog::Record("Alergia - entrada quitada" CustomerPhone
                 p::Kind & " " & p::TakenOn::ToString("dd/MM/yyyy") & " " & p::Product)
           invoke self::Refresh
       end method.

       end class.
