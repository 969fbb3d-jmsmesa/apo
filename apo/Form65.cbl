       class-id apo.Form65 is partial
                 inherits type System.Windows.Forms.Form.

      *> VeriFactu screen for Form1's "VeriFactu" button.  The chain
      *> check walks every receipt, rectifying receipt and invoice
      *> record (FiscalChain) and lists any break; the night run does
      *> the same and writes the day's submission file, and
      *> "Generar envio" writes it by hand for a day the night
      *> missed.  When the agency rejects a record, its number and
      *> the reason are noted here; once it is put right "Reenviar"
      *> puts it in the next file.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Form65_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              set radButton2::Enabled to false
              set radButton3::Enabled to false
              set radButton4::Enabled to false
           end-if
           invoke self::radButton5_Click(sender e)
       end method.

      *> The record number as printed: the receipt's eight digits, or
      *> R, F or FR and eight digits; digits alone are a receipt.
       method-id RecordPicked final private.
       local-storage section.
       01 n type System.Int32.
       01 ok condition-value.
       01 prefix string.
       01 digits string.
       procedure division returning result as string.
           set result to ""
           set digits to radTextBox1::Text::Trim()::ToUpper()
           set prefix to ""
           if digits::StartsWith("FR")
              set prefix to "FR"
              set digits to digits::Substring(2)
           else
              if digits::StartsWith("R") or digits::StartsWith("F")
                 set prefix to digits::Substring(0 1)
                 set digits to digits::Substring(1)
              end-if
           end-if
           invoke type System.Int32::TryParse(digits by reference n) returning ok
           if ok and n > 0
              set result to prefix & n::ToString("00000000")
           end-if
       end method.

       method-id radButton1_Click final private.
       local-storage section.
       01 breaks type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.FiscalChain::Verify(by reference breaks)
              returning radTextBox3::Text
           if breaks > 0
              invoke type apo.AuditLog::Record("Cadena VeriFactu rota" ""
                    breaks::ToString() & " rotura(s)")
           end-if
       end method.

       method-id radButton2_Click final private.
       local-storage section.
       01 path string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.FiscalChain::SubmissionFile(radDateTimePicker1::Value)
              returning path
           if path::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No hay registros pendientes de envio hasta el "
                    & radDateTimePicker1::Value::ToString("dd/MM/yyyy") & "."
                    "VeriFactu")
           else
              invoke type apo.AuditLog::Record("Envio VeriFactu" path "")
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Fichero de envio guardado en " & path & "."
                    "VeriFactu")
           end-if
           invoke self::radButton5_Click(sender e)
       end method.

      *> Notes the agency's rejection of the record typed.
       method-id radButton3_Click final private.
       local-storage section.
       01 recordId string.
       01 noted condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           set recordId to self::RecordPicked
           if recordId::Length = 0 or radTextBox2::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el numero del registro y el motivo del rechazo."
                    "VeriFactu")
              goback
           end-if
           invoke type apo.FiscalChain::RecordRejection(recordId
                 radTextBox2::Text::Trim())
              returning noted
           if not noted
              invoke type System.Windows.Forms.MessageBox::Show(
                    "El registro " & recordId & " no esta en la cadena."
                    "VeriFactu")
              goback
           end-if
           invoke type apo.AuditLog::Record("Rechazo VeriFactu" recordId
                 radTextBox2::Text::Trim())
           set radTextBox2::Text to ""
           invoke self::radButton5_Click(sender e)
       end method.

      *> Puts the rejected record typed back for the next file.
       method-id radButton4_Click final private.
       local-storage section.
       01 recordId string.
       01 queued condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           set recordId to self::RecordPicked
           if recordId::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el numero del registro rechazado."
                    "VeriFactu")
              goback
           end-if
           invoke type apo.FiscalChain::Resend(recordId) returning queued
           if not queued
              invoke type System.Windows.Forms.MessageBox::Show(
                    "El registro " & recordId & " no esta rechazado."
                    "VeriFactu")
              goback
           end-if
           invoke type apo.AuditLog::Record("Reenvio VeriFactu" recordId "")
           invoke self::radButton5_Click(sender e)
       end method.

       method-id radButton5_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.FiscalChain::SubmissionReport returning radTextBox3::Text
       end method.

       end class.
