       class-id apo.Form52 is partial
                 inherits type System.Windows.Forms.Form.

      *> Quarterly IVA book screen for Form1's "Libro de IVA" button:
      *> pick any date in the quarter, see IvaBook's listing, totals
      *> per rate and numbering incidences, and save either the CSV
      *> the gestoria's package imports or the summary as a text file
      *> to print and file with the Modelo 303.

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Form52_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
      *> The quarter just closed is the one the gestoria wants.
           set radDateTimePicker1::Value to type DateTime::Today::AddMonths(-3)
           invoke self::Refresh
       end method.

       method-id Refresh final private.
       procedure division.
           invoke type apo.IvaBook::Build(
                 type apo.IvaBook::QuarterStart(radDateTimePicker1::Value))
              returning radTextBox1::Text
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Refresh
       end method.

       method-id radButton2_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       01 quarterStart type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.IvaBook::QuarterStart(radDateTimePicker1::Value) returning quarterStart
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "CSV (*.csv)|*.csv"
           set dlg::FileName to "libro_iva_"
              & type apo.IvaBook::QuarterLabel(quarterStart)::Replace(" " "_") & ".csv"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName
                    type apo.IvaBook::Csv(quarterStart))
              invoke type apo.AuditLog::Record("Libro de IVA exportado"
                    type apo.IvaBook::QuarterLabel(quarterStart) dlg::FileName)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Libro de IVA guardado en " & dlg::FileName
                    "Libro de IVA")
           end-if
       end method.

       method-id radButton3_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       01 quarterStart type DateTime.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.IvaBook::QuarterStart(radDateTimePicker1::Value) returning quarterStart
           invoke self::Refresh
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to "resumen_iva_"
              & type apo.IvaBook::QuarterLabel(quarterStart)::Replace(" " "_") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox1::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Resumen guardado en " & dlg::FileName
                    "Libro de IVA")
           end-if
       end method.

       end class.
