       class-id apo.Form56 is partial
                 inherits type System.Windows.Forms.Form.

      *> Productivity screen for Form1's "Productividad" button:
      *> ProductivityReport's per-stylist month beside the month
      *> before.  It opens on last month -- the last one that is
      *> over -- and the report can be saved for the staff review.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       procedure division.
           invoke type apo.ProductivityReport::Build(radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month)
              returning radTextBox1::Text
       end method.

       method-id Form56_Load final private.
       local-storage section.
       01 thisMonth type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           set thisMonth to new DateTime(type DateTime::Today::Year
                 type DateTime::Today::Month 1)
           set radDateTimePicker1::Value to thisMonth::AddMonths(-1)
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
           set dlg::FileName to "productividad_"
              & radDateTimePicker1::Value::ToString("yyyy-MM") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox1::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Informe guardado en " & dlg::FileName
                    "Productividad")
           end-if
       end method.

       end class.
