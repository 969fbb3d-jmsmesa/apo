      *> numbers.  Here the front desk can fix a name, fold a
      *> duplicate number into the surviving record (history follows,
      *> live and archived), and mark a customer inactive so their
      *> number stops autofilling on Form2.  The language picked
      *> under the source is the one their messages go out in
      *> (MessageTemplates); the three boxes under it are the company
      *> name, NIF and address a full invoice (InvoiceRegister) is
      *> made out to, left empty for everyone who only needs a
      *> receipt, and the button under them marks an account customer
      *> who is invoiced once a month.

       working-storage section.
       01 entries type System.Collections.Generic.List[type apo.CustomerRecord].
       01 NoSource string value "(Sin indicar)".

       method-id NEW.
       procedure division.
              if entries::Item(i - 1)::MarketingOptOut
                 set line to line & " (sin publicidad)"
              end-if
              if entries::Item(i - 1)::MonthlyInvoice
                 set line to line & " (factura mensual)"
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
       end method.
              set radButton2::Enabled to false
              set radButton3::Enabled to false
              set radButton4::Enabled to false
              set radButton8::Enabled to false
           end-if
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(NoSource))
           invoke radDropDownList1::Items::AddRange(type apo.AcquisitionSource::Names::ToArray())
           set radDropDownList1::Text to NoSource
           set radDropDownList1::Enabled to false
           set radTextBox5::Enabled to false
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.MessageTemplates::Languages::ToArray())
           set radDropDownList2::Text to type apo.MessageTemplates::DefaultLanguageCode
      *> A data-protection purge erases a person everywhere -- that
      *> stays an administrator's button, like Form1's user admin.
           if type apo.Session::CurrentRole not = "Administrador"
           end-if
           set radTextBox1::Text to entries::Item(radListControl1::SelectedIndex)::Name
           set radTextBox2::Text to entries::Item(radListControl1::SelectedIndex)::Notes
           if entries::Item(radListControl1::SelectedIndex)::PreferredLanguage::Length = 0
              set radDropDownList2::Text to type apo.MessageTemplates::DefaultLanguageCode
           else
              set radDropDownList2::Text to entries::Item(radListControl1::SelectedIndex)::PreferredLanguage
           end-if
           set radTextBox6::Text to entries::Item(radListControl1::SelectedIndex)::BillingName
           set radTextBox7::Text to entries::Item(radListControl1::SelectedIndex)::TaxId
           set radTextBox8::Text to entries::Item(radListControl1::SelectedIndex)::BillingAddress

      *> The source is asked once: a customer who already has one
      *> shows it read-only, one from before sources were kept can
      *> have it filled in here.
           if entries::Item(radListControl1::SelectedIndex)::SourceName::Length = 0
              set radDropDownList1::Text to NoSource
              set radTextBox5::Text to ""
              set radDropDownList1::Enabled to not type apo.Session::IsReadOnly
              set radTextBox5::Enabled to not type apo.Session::IsReadOnly
           else
              set radDropDownList1::Text to entries::Item(radListControl1::SelectedIndex)::SourceName
              set radTextBox5::Text to entries::Item(radListControl1::SelectedIndex)::ReferredBy
              set radDropDownList1::Enabled to false
              set radTextBox5::Enabled to false
           end-if

           invoke type apo.BundleStore::FindOpenByPhone(
                 entries::Item(radListControl1::SelectedIndex)::Phone)
           set radTextBox4::Text to info::ToString()
       end method.

      *> Saves the edited name/notes, language and billing details
      *> back onto the selected customer, and the acquisition source
      *> when it is still being asked.
       method-id radButton1_Click final private.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 referrer type apo.CustomerRecord.
       01 referrerPhone string.
       procedure division using by value sender as object e as type System.EventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= entries::Count
           set cust to entries::Item(radListControl1::SelectedIndex)
           set cust::Name to radTextBox1::Text
           set cust::Notes to radTextBox2::Text
           set cust::PreferredLanguage to radDropDownList2::Text::Trim()::ToLower()::Replace("|" "")
           if cust::PreferredLanguage = type apo.MessageTemplates::DefaultLanguageCode
              set cust::PreferredLanguage to ""
           end-if
      *> A NIF without the company it belongs to, or the other way
      *> round, would print a half-made invoice.
           if radTextBox6::Text::Trim()::Length = 0 and radTextBox7::Text::Trim()::Length > 0
              or radTextBox6::Text::Trim()::Length > 0 and radTextBox7::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Para facturar indique la razon social y el NIF, o deje ambos vacios."
                    "Clientes")
              goback
           end-if
           set cust::BillingName to radTextBox6::Text::Trim()
           set cust::TaxId to radTextBox7::Text::Trim()::ToUpper()::Replace(" " "")
           set cust::BillingAddress to radTextBox8::Text::Trim()
           if radDropDownList1::Enabled and radDropDownList1::Text not = NoSource
              set referrerPhone to ""
              if radDropDownList1::Text = type apo.AcquisitionSource::ReferralName
                 set referrerPhone to radTextBox5::Text::Trim()
                 invoke type apo.CustomerStore::FindByPhone(referrerPhone) returning referrer
                 if referrer = null or referrerPhone = cust::Phone
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "Indique el telefono del cliente que lo recomendo."
                          "Recomendacion")
                    goback
                 end-if
              end-if
              set cust::SourceName to radDropDownList1::Text
              set cust::ReferredBy to referrerPhone
           end-if
           invoke type apo.CustomerStore::Update(cust)
           invoke type apo.AuditLog::Record("Cliente modificado" cust::Phone cust::Name)
           invoke self::Refresh
           invoke self::Refresh
       end method.

      *> Flips whether the selected customer is invoiced monthly.
      *> Only a customer with a company name and NIF can be: the
      *> month's invoice is made out to them.
       method-id radButton8_Click final private.
       local-storage section.
       01 cust type apo.CustomerRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= entries::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Seleccione un cliente de la lista."
                    "Clientes")
              goback
           end-if

           set cust to entries::Item(radListControl1::SelectedIndex)
           if not cust::MonthlyInvoice
              and (cust::BillingName::Length = 0 or cust::TaxId::Length = 0)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Para facturar mensualmente guarde antes la razon social y el NIF."
                    "Clientes")
              goback
           end-if
           set cust::MonthlyInvoice to not cust::MonthlyInvoice
           invoke type apo.CustomerStore::Update(cust)
           if cust::MonthlyInvoice
              invoke type apo.AuditLog::Record("Factura mensual activada" cust::Phone cust::Name)
           else
              invoke type apo.AuditLog::Record("Factura mensual desactivada" cust::Phone cust::Name)
           end-if
           invoke self::Refresh
       end method.

      *> Opens the selected customer's technical formula card.
       method-id radButton5_Click final private.
       local-storage section.
