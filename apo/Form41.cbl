      *> button: builds the consolidated statement for the chosen
      *> month (previous month alongside), saves it to the cierres
      *> folder next to the daily close-outs and notes the run in
      *> AuditLog the same way the daily cierre is noted.  With two
      *> branches radDropDownList1 picks one of them or all together;
      *> a branch's pack is saved under its own name next to the
      *> consolidated one.

       working-storage section.
       01 CierresFolder string value "cierres".
       01 AllBranches   string value "Todas las sucursales".

       method-id NEW.
       procedure division.
       method-id Form41_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set radDateTimePicker1::Value to type DateTime::Today::AddMonths(-1)
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::Add(AllBranches)
           invoke radDropDownList1::Items::AddRange(type apo.Branch::Names::ToArray())
           set radDropDownList1::SelectedIndex to 0
           if type apo.Branch::Names::Count < 2
              set radDropDownList1::Enabled to false
           end-if
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
           end-if
       local-storage section.
       01 report string.
       01 summaryPath string.
       01 branchName string.
       procedure division using by value sender as object e as type System.EventArgs.
           set branchName to ""
           if radDropDownList1::SelectedIndex > 0
              set branchName to radDropDownList1::Text
           end-if
           invoke type apo.MonthEndReport::Build(
                 radDateTimePicker1::Value::Year
                 radDateTimePicker1::Value::Month
                 branchName)
              returning report
           set radTextBox1::Text to report

              invoke type System.IO.Directory::CreateDirectory(CierresFolder)
           end-if
           set summaryPath to CierresFolder & "\cierre_mes_"
              & radDateTimePicker1::Value::ToString("yyyyMM")
           if branchName::Length > 0
              set summaryPath to summaryPath & "_" & type apo.Branch::FileKey(branchName)
           end-if
           set summaryPath to summaryPath & ".txt"
           invoke type System.IO.File::WriteAllText(summaryPath report)

           invoke type apo.AuditLog::Record("Cierre de mes"
                 radDateTimePicker1::Value::ToString("yyyy-MM")
                 radDropDownList1::Text & ", resumen en " & summaryPath)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Cierre de mes guardado en " & summaryPath
                 "Cierre de mes")
