       class-id apo.Form63 is partial
                 inherits type System.Windows.Forms.Form.

      *> Retention screen for Form1's "Retencion" button:
      *> RetentionReport's cohorts for the year picked, each beside
      *> the year before.  It opens on the current year -- its
      *> earlier cohorts already have their 30 to 180 days behind
      *> them -- and the report can be saved for the owner.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       procedure division.
           invoke type apo.RetentionReport::Build(radDateTimePicker1::Value::Year)
              returning radTextBox1::Text
       end method.

       method-id Form63_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today
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
           set dlg::FileName to "retencion_"
              & radDateTimePicker1::Value::ToString("yyyy") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox1::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Informe guardado en " & dlg::FileName
                    "Retencion de clientes")
           end-if
       end method.

       end class.
