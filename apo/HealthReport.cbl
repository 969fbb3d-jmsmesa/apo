      *> StoreLock another station is sitting on.  Build answers with
      *> a line per check; Level boils it down to 0 (verde), 1
      *> (ambar) or 2 (rojo) for the strip on Form1, so the desk sees
      *> trouble the hour it starts.  The night's batch run is
      *> reported too, so the morning shift knows whether last
      *> night's jobs happened.

       working-storage section.
      *> A pending message should leave within a minute; these bounds
       01 feedStamp type DateTime.
       01 gate type System.IO.FileStream.
       01 failure type System.Exception.
       01 runDay type DateTime.
       01 runSteps type System.Int32.
       01 runState string.
       01 runStamp type DateTime.
       01 runDetail string.
       01 found condition-value.
       procedure division using by reference level as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
              end-if
           end-if

      *> The nightly run, from NightlyBatch's checkpoint.  A station
      *> that never scheduled it just says so; a failure, a run left
      *> half done by a reboot, or a last completed night older than
      *> yesterday's needs someone to run it again -- it picks up
      *> where it stopped.
           invoke type apo.NightlyBatch::LastRun(by reference runDay
                 by reference runSteps by reference runState
                 by reference runStamp by reference runDetail)
              returning found
           if not found
              invoke report::AppendLine("Proceso nocturno: sin ejecuciones registradas.")
           else
              evaluate runState
                 when "Completo"
                    invoke report::AppendLine("Proceso nocturno: cierre del "
                          & runDay::ToString("dd/MM/yyyy") & " completo ("
                          & runStamp::ToString("dd/MM HH:mm") & ").")
                    if runDay < type DateTime::Today::AddDays(-1)
                       invoke self::Worst(level 1) returning level
                    end-if
                 when "Fallido"
                    invoke report::AppendLine("Proceso nocturno: fallo en el cierre del "
                          & runDay::ToString("dd/MM/yyyy") & " -- " & runDetail
                          & ".  Al volver a ejecutarlo retoma desde ese paso.")
                    invoke self::Worst(level 2) returning level
                 when other
                    set hours to (type DateTime::Now - runStamp)::TotalHours
                    if hours > 1
                       invoke report::AppendLine("Proceso nocturno: el cierre del "
                             & runDay::ToString("dd/MM/yyyy") & " quedo a medias ("
                             & runSteps::ToString() & " paso(s) hechos).  Al volver"
                             & " a ejecutarlo retoma desde el siguiente.")
                       invoke self::Worst(level 2) returning level
                    else
                       invoke report::AppendLine("Proceso nocturno: en curso ("
                             & runDay::ToString("dd/MM/yyyy") & ").")
                    end-if
              end-evaluate
           end-if

      *> Published feeds: stale when the data moved but the feed
      *> didn't follow within the republish window.
           invoke type apo.Settings::Get("IcsFolder" "publish") returning folder
