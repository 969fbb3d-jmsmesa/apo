       class-id apo.Form61 is partial
                 inherits type System.Windows.Forms.Form.

      *> Weekly tip statement screen for Form1's "Propinas" button:
      *> pick any date in the week wanted and TipReport works out
      *> what each employee is handed -- the tips left for them and
      *> their share of the pool -- over the live and archived
      *> turnos.  The statement saves to a text file the way Form30
      *> saves commissions.  An administrator can switch who a tip
      *> goes to by default at the till, the stylist or the pool.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

      *> The rule button's caption for the rule in force.
       method-id ShowRule final private.
       procedure division.
           if type apo.TipReport::Rule = "Pozo"
              set radButton3::Text to "Por defecto: al pozo"
           else
              set radButton3::Text to "Por defecto: al empleado"
           end-if
       end method.

      *> Defaults to this week -- tips are handed out on Friday -- and
      *> renders it as soon as the screen opens.
       method-id Form61_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton3::Enabled to false
           end-if
           invoke self::ShowRule
           invoke self::radButton1_Click(sender e)
       end method.

       method-id radButton1_Click final private.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 report string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           invoke type apo.TipReport::Build(records
                 type apo.HoursReport::WeekStart(radDateTimePicker1::Value))
              returning report
           set radTextBox1::Text to report
       end method.

      *> Writes the statement out to a text file.
       method-id radButton2_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value sender as object e as type System.EventArgs.
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to "propinas_"
              & type apo.HoursReport::WeekStart(radDateTimePicker1::Value)::ToString("yyyyMMdd")
              & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox1::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Propinas guardadas en " & dlg::FileName
                    "Propinas")
           end-if
       end method.

      *> Switches the till's default recipient between the stylist
      *> on the turno and the pool.  Tips already taken keep the
      *> recipient they were recorded with.
       method-id radButton3_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type apo.TipReport::Rule = "Pozo"
              invoke type apo.TipReport::SetRule("Empleado")
           else
              invoke type apo.TipReport::SetRule("Pozo")
           end-if
           invoke type apo.AuditLog::Record("Regla de propinas" ""
                 type apo.TipReport::Rule)
           invoke self::ShowRule
       end method.

       end class.
