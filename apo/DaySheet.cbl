      *> Sala -- the room's turnos for the chosen date in start
      *> order, each with time, customer name and phone (joined from
      *> customers.dat), service and status -- so each workstation
      *> starts the morning with its own list.  A turno for colour or
      *> other chemical work is marked when the customer's patch test
      *> is missing, expired or positive, or no consent is signed.

       method-id NEW.
       procedure division.
       01 serviceText string.
       01 formula type apo.FormulaRecord.
       01 formulaText string.
       01 allergyText string.
       01 sheet type System.Text.StringBuilder.
       01 i type System.Int32.
       01 k type System.Int32.
                       set formulaText to "  | Formula: " & formula::Formula
                    end-if
                 end-if
                 invoke type apo.PatchTestStore::Warning(rec::CustomerPhone
                       rec::ServiceName rec::Start)
                    returning allergyText
                 if allergyText::Length > 0
                    set allergyText to "  | " & allergyText
                 end-if
                 invoke sheet::AppendLine(rec::Start::ToString("HH:mm") & "-"
                       & rec::End::ToString("HH:mm") & "  "
                       & serviceText
                       & "  " & customerName
                       & "  (" & rec::CustomerPhone & ")"
                       & "  [" & statusName & "]"
                       & formulaText
                       & allergyText)
              end-perform
              if roomRecords::Count = 0
                 invoke sheet::AppendLine("Sin turnos.")
