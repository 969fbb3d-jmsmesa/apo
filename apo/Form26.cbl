      *> Check-in desk screen for Form1's "Llegadas y puntualidad"
      *> button: type the customer's phone and their next turno of
      *> the day is stamped with the actual arrival time and flipped
      *> to "Presente" (its own colour on radScheduler1), with the
      *> formula card's last mix and the customer's points, plus the
      *> arrival-versus-Start punctuality report over a date range --
      *> numbers on lateness at last, ours and theirs.

       01 i type System.Int32.
       01 done condition-value.
       01 formula type apo.FormulaRecord.
       01 points type System.Int32.
       01 pointsNote string.
       01 owed type System.Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(

           invoke type apo.AppointmentStore::CheckIn(best::AppointmentId) returning done
           if done
      *> The points balance rides along too, so the desk can offer to
      *> spend them when the customer pays.
              invoke type apo.LoyaltyStore::Balance(best::CustomerPhone) returning points
              set pointsNote to type System.Environment::NewLine
                 & "Puntos disponibles: " & points::ToString()
      *> The latest formula card entry rides along on the check-in
      *> message, so the stylist knows the mix before the customer
      *> reaches the chair.
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Llegada registrada para el turno de las "
                       & best::Start::ToString("HH:mm") & " (" & best::ResourceId & ")."
                       & pointsNote
                       "Registrar llegada")
              else
                 invoke type System.Windows.Forms.MessageBox::Show(
                       & "Ficha tecnica ("
                       & formula::AppliedAt::ToString("dd/MM/yyyy") & ", "
                       & formula::ServiceName & "): " & formula::Formula
                       & pointsNote
                       "Registrar llegada")
              end-if
      *> An open balance gets its own warning, so it is settled at
      *> the till today along with the visit.
              invoke type apo.CustomerAccount::Balance(best::CustomerPhone) returning owed
              if owed > 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Atencion: el cliente tiene un saldo pendiente de "
                       & owed::ToString("0.00") & ". Cobrelo desde Cuentas de clientes."
                       "Saldo pendiente")
              end-if
           end-if
       end method.

           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           invoke type apo.PunctualityReport::Build(records
                 radDateTimePicker1::Value radDateTimePicker2::Value)
              returning report
