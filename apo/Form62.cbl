       class-id apo.Form62 is partial
                 inherits type System.Windows.Forms.Form.

      *> Message template screen for Form1's "Plantillas" button: pick
      *> what the message is for and the language, and the wording
      *> the customer gets today comes up to be rewritten -- the
      *> first name instead of "Hola", the new address, an English
      *> version.  A new language is just a code typed into the
      *> language box; Form15 then offers it per customer.  The
      *> preview fills the placeholders in with made-up values, and
      *> saving shows it once more before anything is written.  An
      *> administrator's screen, like the users.

       working-storage section.
      *> True while the selectors are being filled, so their change
      *> events don't reload the template half way through.
       01 loading condition-value.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Form62_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set loading to true
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.MessageTemplates::Purposes::ToArray())
           set radDropDownList1::SelectedIndex to 0
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.MessageTemplates::Languages::ToArray())
           set radDropDownList2::Text to type apo.MessageTemplates::DefaultLanguageCode
           set loading to false
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton2::Enabled to false
              set radButton3::Enabled to false
           end-if
           invoke self::ShowTemplate
       end method.

      *> The language code in the box: letters only, lower case.
       method-id LanguagePicked final private.
       procedure division returning result as string.
           set result to radDropDownList2::Text::Trim()::ToLower()
           set result to result::Replace("|" "")::Replace(" " "")
       end method.

      *> Brings up the wording this purpose and language goes out
      *> with now -- the one on file, or the fallback it would get.
       method-id ShowTemplate final private.
       local-storage section.
       01 purpose string.
       procedure division.
           set purpose to radDropDownList1::Text
           if purpose::Length = 0 or self::LanguagePicked::Length = 0
              goback
           end-if
           invoke type apo.MessageTemplates::BodyFor(purpose self::LanguagePicked)
              returning radTextBox1::Text
           set radTextBox3::Text to "Marcadores: "
              & type apo.MessageTemplates::PlaceholdersFor(purpose)
           invoke type apo.MessageTemplates::Fill(radTextBox1::Text
                 type apo.MessageTemplates::SampleFields)
              returning radTextBox2::Text
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if not loading
              invoke self::ShowTemplate
           end-if
       end method.

       method-id radDropDownList2_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if not loading
              invoke self::ShowTemplate
           end-if
       end method.

      *> The message as a customer would read it, with sample values.
       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.MessageTemplates::Fill(radTextBox1::Text
                 type apo.MessageTemplates::SampleFields)
              returning radTextBox2::Text
       end method.

      *> Saves the template after one last look at the preview.  A
      *> confirmation without its code, or a survey without its
      *> reference, is refused -- the customer could not confirm, and
      *> the answer could not be matched back.
       method-id radButton2_Click final private.
       local-storage section.
       01 purpose string.
       01 languageCode string.
       01 mustHave string.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           set purpose to radDropDownList1::Text
           set languageCode to self::LanguagePicked
           if languageCode::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique el idioma (es, en, ...)."
                    "Plantillas de mensajes")
              goback
           end-if
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Escriba el mensaje, o use Texto original para volver al de siempre."
                    "Plantillas de mensajes")
              goback
           end-if
           invoke type apo.MessageTemplates::RequiredPlaceholder(purpose) returning mustHave
           if mustHave::Length > 0 and not radTextBox1::Text::Contains(mustHave)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Este mensaje tiene que llevar " & mustHave & "."
                    "Plantillas de mensajes")
              goback
           end-if
           invoke self::radButton1_Click(sender e)
           invoke type System.Windows.Forms.MessageBox::Show(
                 radTextBox2::Text & type System.Environment::NewLine
                 & type System.Environment::NewLine
                 & "Los clientes en '" & languageCode & "' recibiran el mensaje asi. Guardar?"
                 "Plantillas de mensajes"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           invoke type apo.MessageTemplates::Save(purpose languageCode radTextBox1::Text)
           invoke type apo.AuditLog::Record("Plantilla modificada" purpose languageCode)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Plantilla guardada."
                 "Plantillas de mensajes")
       end method.

      *> Takes the template off file, back to the program's own
      *> wording (Spanish on file first, for another language).
       method-id radButton3_Click final private.
       local-storage section.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::LanguagePicked::Length = 0
              goback
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Descartar la plantilla de " & radDropDownList1::Text & " en '"
                 & self::LanguagePicked & "' y volver al texto original?"
                 "Plantillas de mensajes"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           invoke type apo.MessageTemplates::Save(radDropDownList1::Text
                 self::LanguagePicked "")
           invoke type apo.AuditLog::Record("Plantilla restablecida"
                 radDropDownList1::Text self::LanguagePicked)
           invoke self::ShowTemplate
       end method.

       end class.
