              if m::Error::Length > 0
                 set line to line & " (" & m::Error & ")"
              end-if
              if m::Status = "Pendiente" and m::NotBefore > type DateTime::Now
                 set line to line & " (sale el " & m::NotBefore::ToString("dd/MM HH:mm") & ")"
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
       end method.
