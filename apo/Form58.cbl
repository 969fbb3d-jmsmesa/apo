       class-id apo.Form58 is partial
                 inherits type System.Windows.Forms.Form.

      *> Customer accounts screen for Form1's "Cuentas de clientes"
      *> button: one customer's statement of account from a date on
      *> (CustomerAccount), money taken against the balance through
      *> Form11 in "Cuenta" mode, the statement queued to the
      *> customer through MessageQueue, and the receivables aged for
      *> every customer (AgingReport).  Whatever is shown saves to a
      *> text file for printing, the way Form40 saves its statement.

       working-storage section.
       01 CustomerPhone string property.
      *> The file name offered when saving what is on screen.
       01 shownName string.

       method-id NEW.
       procedure division.
           set CustomerPhone to ""
           set shownName to ""
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Form58_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today::AddMonths(-3)
           set radTextBox1::Text to CustomerPhone
           if type apo.Session::IsReadOnly
              set radButton2::Enabled to false
              set radButton4::Enabled to false
           end-if
           if CustomerPhone::Trim()::Length > 0
              invoke self::radButton1_Click(sender e)
           end-if
       end method.

       method-id radButton1_Click final private.
       local-storage section.
       01 report string.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el telefono del cliente."
                    "Cuentas de clientes")
              goback
           end-if
           invoke type apo.CustomerAccount::Statement(radTextBox1::Text::Trim()
                 radDateTimePicker1::Value)
              returning report
           set radTextBox2::Text to report
           set shownName to "cuenta_" & radTextBox1::Text::Trim() & ".txt"
       end method.

      *> Takes money against the customer's balance.  The till
      *> offers the whole balance; the desk can take less.
       method-id radButton2_Click final private.
       local-storage section.
       01 phone string.
       01 cust type apo.CustomerRecord.
       01 owed type System.Decimal.
       01 f11 type apo.Form11.
       procedure division using by value sender as object e as type System.EventArgs.
           set phone to radTextBox1::Text::Trim()
           if phone::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el telefono del cliente."
                    "Cuentas de clientes")
              goback
           end-if
           invoke type apo.CustomerAccount::Balance(phone) returning owed
           if owed <= 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Este cliente no tiene saldo pendiente."
                    "Cuentas de clientes")
              goback
           end-if
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           set f11 to new apo.Form11
           set f11::AppointmentId to ""
           set f11::AccountPhone to phone
           set f11::PaymentKind to "Cuenta"
           if cust not = null
              set f11::Summary to "Pago a cuenta - " & cust::Name
           else
              set f11::Summary to "Pago a cuenta - " & phone
           end-if
           set f11::DefaultAmount to owed
           if f11::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke self::radButton1_Click(sender e)
           end-if
       end method.

      *> Writes what is on screen to a text file for printing.
       method-id radButton3_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox2::Text::Trim()::Length = 0
              goback
           end-if
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to shownName
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox2::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Guardado en " & dlg::FileName
                    "Cuentas de clientes")
           end-if
       end method.

      *> Queues the statement to the customer -- by email in full,
      *> or the balance by SMS.
       method-id radButton4_Click final private.
       local-storage section.
       01 phone string.
       01 sentTo string.
       procedure division using by value sender as object e as type System.EventArgs.
           set phone to radTextBox1::Text::Trim()
           if phone::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el telefono del cliente."
                    "Cuentas de clientes")
              goback
           end-if
           invoke type apo.CustomerAccount::QueueStatement(phone radDateTimePicker1::Value)
              returning sentTo
           invoke type apo.AuditLog::Record("Estado de cuenta enviado" phone sentTo)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Estado de cuenta en cola de envio para " & sentTo & "."
                 "Cuentas de clientes")
       end method.

       method-id radButton5_Click final private.
       local-storage section.
       01 report string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.AgingReport::Build(type DateTime::Today) returning report
           set radTextBox2::Text to report
           set shownName to "saldos_" & type DateTime::Today::ToString("yyyyMMdd") & ".txt"
       end method.

       end class.
