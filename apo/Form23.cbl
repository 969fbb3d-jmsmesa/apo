      *> close-out ran and by whom.

       working-storage section.

       method-id NEW.
       procedure division.
                    invoke type apo.AuditLog::Record("Modificado (cierre)"
                          rec::AppointmentId rec::Summary)
                    add 1 to resolved
      *> Completed at the close is completed like any other: the
      *> back-bar products come off the shelf and the survey goes
      *> out in the morning.
                    invoke type apo.UsageStore::DrawForTurno(rec)
                    invoke type apo.SurveyStore::Queue(rec)
                    invoke type apo.PaymentStore::SettlementFor(rec::AppointmentId)
                       returning pago
                    if pago = null
       method-id radButton1_Click final private.
       local-storage section.
       01 day type DateTime.
       01 resolved type System.Int32.
       01 summary type System.Text.StringBuilder.
       01 bodyText string.
       01 backupDest string.
       01 summaryPath string.
       01 archiveCutoff type DateTime.
                 & " turno(s) sin resolver decidido(s) durante el cierre.")
           invoke summary::AppendLine("")

           invoke type apo.DayClose::Body(day) returning bodyText
           invoke summary::Append(bodyText)

      *> The settled part of the day moves off the live schedule and
      *> the snapshot is taken, same operations the separate buttons
                 & archiveCutoff::ToString("dd/MM/yyyy HH:mm") & " archivados.")
           invoke summary::AppendLine("Copia de seguridad: " & backupDest)

           invoke type apo.DayClose::SaveSummary(day summary::ToString())
              returning summaryPath

           invoke type apo.AuditLog::Record("Cierre de dia"
                 day::ToString("yyyy-MM-dd") "resumen en " & summaryPath)
