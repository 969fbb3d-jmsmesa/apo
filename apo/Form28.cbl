      *> Receipt register screen for Form1's "Registro de recibos"
      *> button: type a receipt number, see the receipt as it was
      *> issued, and reprint it (the file in the recibos folder is
      *> written again) when the paper copy is lost.  A number typed
      *> with an R in front ("R12") is looked up in the rectifying
      *> series instead, one with an F ("F3") among the full
      *> invoices, one with FR ("FR2") among the rectifying invoices.
      *> Devolver opens Form45 to refund against the ordinary receipt
      *> on screen, or against the receipt an invoice on screen
      *> replaced; on an invoiced receipt Form45 issues a rectifying
      *> invoice.
      *>
      *> Underneath, a customer's phone and receipt numbers make a
      *> full invoice out of those receipts (Facturar), and the phone
      *> and a day of the month make the month's invoice for an
      *> account customer (Mensual) -- both InvoiceRegister, with the
      *> billing details from Form15.

       method-id NEW.
       procedure division.

       method-id Form28_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type apo.Session::IsReadOnly
              set radButton3::Enabled to false
              set radButton4::Enabled to false
              set radButton5::Enabled to false
           end-if
      *> The month just gone is the one usually invoiced.
           set radDateTimePicker1::Value to type DateTime::Today::AddMonths(-1)
       end method.

      *> Reads the typed number, and its series: "R" for an R-prefixed
      *> rectifying number, "F" for an invoice, "FR" for a rectifying
      *> invoice, "" for a receipt.  False when it is not a usable
      *> number.
       method-id ParseNumber final private.
       local-storage section.
       01 raw string.
       procedure division using by reference number as type System.Int32
                                 by reference series as string
                           returning result as condition-value.
           set raw to radTextBox1::Text::Trim()::ToUpper()
           set series to ""
           if raw::StartsWith("FR")
              set series to "FR"
              set raw to raw::Substring(2)
           else
              if raw::StartsWith("R") or raw::StartsWith("F")
                 set series to raw::Substring(0 1)
                 set raw to raw::Substring(1)
              end-if
           end-if
           invoke type System.Int32::TryParse(raw by reference number)
              returning result
           if number < 1
              set result to false
           end-if
           goback.
       end method.

      *> Looks the typed number up in the register and shows the
      *> receipt text -- and, under a receipt an invoice took over,
      *> which invoice; under an invoice, its rectifying invoices.
       method-id radButton1_Click final private.
       local-storage section.
       01 number type System.Int32.
       01 series string.
       01 ok condition-value.
       01 text string.
       01 invoiceNumber type System.Int32.
       01 credits type System.Collections.Generic.List[type System.Int32].
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ParseNumber(by reference number by reference series)
              returning ok
           if not ok
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese un numero de recibo valido."
                    "Registro de recibos")
              goback
           end-if
           evaluate series
              when "R"
                 invoke type apo.ReceiptRegister::RectifyingTextFor(number) returning text
              when "F"
                 invoke type apo.InvoiceRegister::TextFor(number) returning text
                 invoke type apo.InvoiceRegister::RectifiedBy(number) returning credits
                 perform varying i from 1 by 1 until i > credits::Count
                    if text::Length > 0
                       set text to text & type System.Environment::NewLine
                          & "(Rectificada por la factura FR"
                          & credits::Item(i - 1)::ToString("00000000") & ")"
                    end-if
                 end-perform
              when "FR"
                 invoke type apo.InvoiceRegister::RectifyingTextFor(number) returning text
              when other
                 invoke type apo.ReceiptRegister::TextFor(number) returning text
                 invoke type apo.InvoiceRegister::ReplacedBy(number) returning invoiceNumber
                 if text::Length > 0 and invoiceNumber > 0
                    set text to text & type System.Environment::NewLine
                       & "(Sustituido por la factura F"
                       & invoiceNumber::ToString("00000000") & ")"
                 end-if
           end-evaluate
           if text::Length = 0
              set radTextBox2::Text to "No existe el recibo nro "
                 & radTextBox1::Text::Trim()::ToUpper() & "."
           else
              set radTextBox2::Text to text
           end-if
       method-id radButton2_Click final private.
       local-storage section.
       01 number type System.Int32.
       01 series string.
       01 ok condition-value.
       01 path string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ParseNumber(by reference number by reference series)
              returning ok
           if not ok
              goback
           end-if
           evaluate series
              when "R"
                 invoke type apo.ReceiptRegister::ReprintRectifying(number) returning path
              when "F"
                 invoke type apo.InvoiceRegister::Reprint(number) returning path
              when "FR"
                 invoke type apo.InvoiceRegister::ReprintRectifying(number) returning path
              when other
                 invoke type apo.ReceiptRegister::Reprint(number) returning path
           end-evaluate
           if path::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No existe el recibo nro " & radTextBox1::Text::Trim()::ToUpper() & "."
                    "Registro de recibos")
           else
              invoke type apo.AuditLog::Record("Recibo reimpreso"
                    radTextBox1::Text::Trim()::ToUpper() path)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Recibo reimpreso en " & path
                    "Registro de recibos")
           end-if
       end method.

      *> Refunds against the ordinary receipt typed in, or against
      *> the receipt the invoice typed in replaced -- Form45 then
      *> issues a rectifying invoice.  An invoice that replaced
      *> several receipts needs the one refunded typed instead; a
      *> rectifying document cannot itself be refunded.
       method-id radButton3_Click final private.
       local-storage section.
       01 number type System.Int32.
       01 series string.
       01 ok condition-value.
       01 f45 type apo.Form45.
       01 text string.
       01 receipts type System.Collections.Generic.List[type System.Int32].
       01 listed string.
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::ParseNumber(by reference number by reference series)
              returning ok
           if not ok or (series not = "" and series not = "F")
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese el numero del recibo o de la factura a devolver."
                    "Registro de recibos")
              goback
           end-if
           if series = "F"
              invoke type apo.InvoiceRegister::ReceiptsOf(number) returning receipts
              if receipts::Count = 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "La factura F" & number::ToString("00000000")
                       & " no sustituyo ningun recibo cobrado; no hay nada que devolver."
                       "Registro de recibos")
                 goback
              end-if
              if receipts::Count > 1
                 set listed to ""
                 perform varying i from 1 by 1 until i > receipts::Count
                    if i > 1
                       set listed to listed & ", "
                    end-if
                    set listed to listed & receipts::Item(i - 1)::ToString("00000000")
                 end-perform
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "La factura F" & number::ToString("00000000")
                       & " sustituyo a los recibos " & listed
                       & "; ingrese el numero del recibo a devolver."
                       "Registro de recibos")
                 goback
              end-if
              set number to receipts::Item(0)
           end-if
           set f45 to new apo.Form45
           set f45::ReceiptNumber to number
           if f45::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              if series = "F"
                 invoke self::radButton1_Click(sender e)
              else
                 invoke type apo.ReceiptRegister::TextFor(number) returning text
                 set radTextBox2::Text to text
              end-if
           end-if
       end method.

      *> Shows an invoice just issued and says where its file went.
       method-id ShowInvoice final private.
       local-storage section.
       01 path string.
       01 text string.
       procedure division using by value invoiceNumber as type System.Int32.
           set radTextBox1::Text to "F" & invoiceNumber::ToString()
           invoke type apo.InvoiceRegister::TextFor(invoiceNumber) returning text
           set radTextBox2::Text to text
           invoke type apo.InvoiceRegister::FilePathFor(invoiceNumber) returning path
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Factura F" & invoiceNumber::ToString("00000000") & " emitida en " & path
                 "Facturas")
       end method.

      *> Makes a full invoice out of the receipts typed, for the
      *> customer whose phone is typed beside them.
       method-id radButton4_Click final private.
       local-storage section.
       01 parts type string occurs any.
       01 receipts type System.Collections.Generic.List[type System.Int32].
       01 n type System.Int32.
       01 ok condition-value.
       01 message string.
       01 invoiceNumber type System.Int32.
       01 confirm type System.Windows.Forms.DialogResult.
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set receipts to new System.Collections.Generic.List[type System.Int32]()
           set parts to radTextBox4::Text::Replace("," " ")::Replace(";" " ")::Split(" ")
           perform varying i from 1 by 1 until i > parts::Length
              if parts(i)::Trim()::Length > 0
                 invoke type System.Int32::TryParse(parts(i)::Trim() by reference n)
                    returning ok
                 if not ok or n < 1
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "'" & parts(i) & "' no es un numero de recibo."
                          "Facturas")
                    goback
                 end-if
                 if not receipts::Contains(n)
                    invoke receipts::Add(n)
                 end-if
              end-if
           end-perform
           if radTextBox3::Text::Trim()::Length = 0 or receipts::Count = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el telefono del cliente y los numeros de recibo a facturar."
                    "Facturas")
              goback
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 receipts::Count::ToString() & " recibo(s) quedaran sustituidos por una"
                 & " factura a nombre de " & radTextBox3::Text::Trim() & ". Continuar?"
                 "Facturas"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           set message to ""
           invoke type apo.InvoiceRegister::FromReceipts(radTextBox3::Text::Trim()
                 receipts by reference message)
              returning invoiceNumber
           if invoiceNumber = 0
              invoke type System.Windows.Forms.MessageBox::Show(message "Facturas")
              goback
           end-if
           invoke type apo.AuditLog::Record("Factura emitida"
                 "F" & invoiceNumber::ToString("00000000")
                 radTextBox3::Text::Trim() & " recibos " & radTextBox4::Text::Trim())
           invoke self::ShowInvoice(invoiceNumber)
       end method.

      *> The month's invoice for the account customer whose phone is
      *> typed, for the month of the day picked.
       method-id radButton5_Click final private.
       local-storage section.
       01 month type DateTime.
       01 message string.
       01 invoiceNumber type System.Int32.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox3::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el telefono del cliente."
                    "Facturas")
              goback
           end-if
           set month to radDateTimePicker1::Value
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Se emitira la factura de " & month::ToString("MM/yyyy") & " de "
                 & radTextBox3::Text::Trim() & " con todos sus turnos completados del mes."
                 & " Continuar?"
                 "Facturas"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           set message to ""
           invoke type apo.InvoiceRegister::Monthly(radTextBox3::Text::Trim()
                 month::Year month::Month by reference message)
              returning invoiceNumber
           if invoiceNumber = 0
              invoke type System.Windows.Forms.MessageBox::Show(message "Facturas")
              goback
           end-if
           invoke type apo.AuditLog::Record("Factura mensual emitida"
                 "F" & invoiceNumber::ToString("00000000")
                 radTextBox3::Text::Trim() & " " & month::ToString("MM/yyyy"))
           invoke self::ShowInvoice(invoiceNumber)
       end method.

       end class.
