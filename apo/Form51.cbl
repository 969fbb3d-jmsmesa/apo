       class-id apo.Form51 is partial
                 inherits type System.Windows.Forms.Form.

      *> Time clock for Form1's "Fichajes" button.  Each employee
      *> picks their name, types their PIN and punches Entrada or
      *> Salida into timepunches.dat (TimeClockStore).  An
      *> administrator gives each person their PIN here.  The bottom
      *> half is HoursReport's week -- worked against rostered hours,
      *> late starts, early finishes, missing punches -- and the same
      *> week exported as CSV for the gestoria's payroll.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Today's punches for the chosen employee.
       method-id Refresh final private.
       local-storage section.
       01 punches type System.Collections.Generic.List[type apo.TimePunchRecord].
       01 today type System.Collections.Generic.List[type apo.TimePunchRecord].
       01 i type System.Int32.
       procedure division.
           invoke radListControl1::Items::Clear
           if radDropDownList1::Text::Length = 0
              goback
           end-if
           invoke type apo.TimeClockStore::Load returning punches
           invoke type apo.TimeClockStore::ForDay(punches radDropDownList1::Text type DateTime::Today)
              returning today
           perform varying i from 1 by 1 until i > today::Count
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    today::Item(i - 1)::PunchedAt::ToString("HH:mm") & "  "
                    & today::Item(i - 1)::Direction))
           end-perform
           if today::Count = 0
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    "Sin fichajes hoy."))
           end-if
       end method.

      *> Checks the PIN and records the punch; TimeClockStore refuses
      *> a second Entrada without a Salida and the other way round.
       method-id Clock final private.
       local-storage section.
       01 typed condition-value.
       01 punched condition-value.
       procedure division using by value direction as string.
           if radDropDownList1::Text::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija el empleado."
                    "Fichajes")
              goback
           end-if
           invoke type apo.EmployeeStore::CheckPin(radDropDownList1::Text radTextBox1::Text)
              returning typed
           set radTextBox1::Text to ""
           if not typed
              invoke type System.Windows.Forms.MessageBox::Show(
                    "PIN incorrecto, o el empleado todavia no tiene PIN asignado."
                    "Fichajes")
              goback
           end-if
           invoke type apo.TimeClockStore::Punch(radDropDownList1::Text direction)
              returning punched
           if not punched
              if direction = "Entrada"
                 invoke type System.Windows.Forms.MessageBox::Show(
                       radDropDownList1::Text & " ya tiene una entrada sin salida."
                       "Fichajes")
              else
                 invoke type System.Windows.Forms.MessageBox::Show(
                       radDropDownList1::Text & " no tiene una entrada abierta."
                       "Fichajes")
              end-if
              goback
           end-if
           invoke type apo.AuditLog::Record("Fichaje " & direction radDropDownList1::Text
                 type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))
           invoke type System.Windows.Forms.MessageBox::Show(
                 direction & " registrada para " & radDropDownList1::Text
                 & " a las " & type DateTime::Now::ToString("HH:mm") & "."
                 "Fichajes")
           invoke self::Refresh
       end method.

       method-id Form51_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radTextBox1::PasswordChar to "*"
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.EmployeeStore::Names::ToArray())
           set radDateTimePicker1::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              set radButton2::Enabled to false
           end-if
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton3::Enabled to false
           end-if
           if radDropDownList1::Items::Count > 0
              set radDropDownList1::SelectedIndex to 0
           end-if
           invoke self::Refresh
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           invoke self::Refresh
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Clock("Entrada")
       end method.

       method-id radButton2_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Clock("Salida")
       end method.

      *> Gives the chosen employee the PIN typed in the box; the PIN
      *> is stored hashed like a password.
       method-id radButton3_Click final private.
       local-storage section.
       01 saved condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox1::Text::Length < 4
              invoke type System.Windows.Forms.MessageBox::Show(
                    "El PIN debe tener al menos 4 digitos."
                    "Fichajes")
              goback
           end-if
           invoke type apo.EmployeeStore::SetPin(radDropDownList1::Text radTextBox1::Text)
              returning saved
           set radTextBox1::Text to ""
           if not saved
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija el empleado."
                    "Fichajes")
              goback
           end-if
           invoke type apo.AuditLog::Record("PIN asignado" radDropDownList1::Text "")
           invoke type System.Windows.Forms.MessageBox::Show(
                 "PIN asignado a " & radDropDownList1::Text & "."
                 "Fichajes")
       end method.

       method-id radButton4_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.HoursReport::Build(
                 type apo.HoursReport::WeekStart(radDateTimePicker1::Value))
              returning radTextBox2::Text
       end method.

      *> The week in the CSV layout the gestoria loads into payroll.
       method-id radButton5_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       01 weekStart type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.HoursReport::WeekStart(radDateTimePicker1::Value) returning weekStart
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "CSV (*.csv)|*.csv"
           set dlg::FileName to "horas_" & weekStart::ToString("yyyy-MM-dd") & ".csv"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName
                    type apo.HoursReport::Csv(weekStart))
              invoke type apo.AuditLog::Record("Horas exportadas" weekStart::ToString("dd/MM/yyyy")
                    dlg::FileName)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Horas de la semana guardadas en " & dlg::FileName
                    "Fichajes")
           end-if
       end method.

       end class.
