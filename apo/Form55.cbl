       class-id apo.Form55 is partial
                 inherits type System.Windows.Forms.Form.

      *> Staffing forecast screen for Form1's "Prevision de demanda"
      *> button: DemandForecast's booked-hours forecast against the
      *> rota, week by week, for the weeks asked for.  It opens on
      *> next month, which is when the manager sits down with the
      *> rota, and the report can be saved to hand round.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       local-storage section.
       01 weeks type System.Int32.
       01 ok condition-value.
       procedure division.
           invoke type System.Int32::TryParse(radTextBox2::Text by reference weeks)
              returning ok
           if not ok or weeks < 1 or weeks > 13
              set weeks to 5
              set radTextBox2::Text to "5"
           end-if
           invoke type apo.DemandForecast::Build(radDateTimePicker1::Value weeks)
              returning radTextBox1::Text
       end method.

       method-id Form55_Load final private.
       local-storage section.
       01 nextMonth type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           set nextMonth to new DateTime(type DateTime::Today::Year
                 type DateTime::Today::Month 1)
           set radDateTimePicker1::Value to nextMonth::AddMonths(1)
           invoke self::Refresh
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Refresh
       end method.

       method-id radButton2_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Refresh
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to "prevision_"
              & radDateTimePicker1::Value::ToString("yyyy-MM-dd") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox1::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Informe guardado en " & dlg::FileName
                    "Prevision de demanda")
           end-if
       end method.

       end class.
