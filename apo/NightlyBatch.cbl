       class-id apo.NightlyBatch.

      *> The night's jobs run unattended, for Main's "/nocturno"
      *> command line (scheduled on the back-office PC after closing
      *> time): the day's close-out summary, archiving the settled
      *> turnos, the backup, the published calendars, tomorrow's
      *> reminders, the month's recalls, a pass of the outbox and the
      *> day's VeriFactu submission, after checking the chain -- the
      *> same work as the desk's buttons, in a fixed order, and no
      *> form opened.
      *>
      *> Every step writes its start, end and outcome to LogPath.
      *> CheckpointPath holds one line -- day|steps done|state|when|
      *> detail -- rewritten after each step, so a run cut short by a
      *> failure or a reboot is picked up by the next run at the step
      *> that did not finish; the steps already done are not repeated.
      *> HealthReport reads the same line for the morning shift.

       working-storage section.
       01 CheckpointPath string value "nocturno.dat".
       01 LogPath        string value "nocturno.log".
       01 Delimiter      string value "|".
       01 RunningState   string value "En curso".
       01 FailedState    string value "Fallido".
       01 FinishedState  string value "Completo".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The steps in the order they run.  The position is what the
      *> checkpoint counts, so new steps go on the end.
       method-id StepNames static.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add("Cierre del dia")
           invoke result::Add("Archivo de turnos")
           invoke result::Add("Copia de seguridad")
           invoke result::Add("Calendarios publicados")
           invoke result::Add("Recordatorios")
           invoke result::Add("Recaptacion")
           invoke result::Add("Envio de mensajes")
           invoke result::Add("Envio VeriFactu")
           goback.
       end method.

      *> The last run as the checkpoint has it; false when the batch
      *> has never run here.
       method-id LastRun static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       procedure division using by reference runDay as type DateTime
                                 by reference doneSteps as type System.Int32
                                 by reference runState as string
                                 by reference runStamp as type DateTime
                                 by reference runDetail as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(CheckpointPath) returning gate
           if type System.IO.File::Exists(CheckpointPath)
              set lines to type System.IO.File::ReadAllLines(CheckpointPath)
              if lines::Length > 0
                 set f to lines(1)::Split(Delimiter::ToCharArray())
                 if f::Length > 4
                    invoke type DateTime::Parse(f(1)) returning runDay
                    invoke type System.Int32::Parse(f(2)) returning doneSteps
                    set runState to f(3)
                    invoke type DateTime::Parse(f(4)) returning runStamp
                    set runDetail to f(5)
                    set result to true
                 end-if
              end-if
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveCheckpoint static private.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 parts type System.Collections.Generic.List[string].
       01 content type System.Collections.Generic.List[string].
       procedure division using by value runDay as type DateTime
                                 doneSteps as type System.Int32
                                 runState as string
                                 runDetail as string.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(runDay::ToString("yyyy-MM-dd"))
           invoke parts::Add(doneSteps::ToString())
           invoke parts::Add(runState)
           invoke parts::Add(type DateTime::Now::ToString("o"))
           invoke parts::Add(runDetail::Replace(Delimiter " ")::Replace(
                 type System.Environment::NewLine " "))
           set content to new System.Collections.Generic.List[string]()
           invoke content::Add(type string::Join(Delimiter parts::ToArray()))
           invoke type apo.StoreLock::Acquire(CheckpointPath) returning gate
           invoke type apo.SafeFile::WriteAllLines(CheckpointPath content::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Appends one line to the job log:
      *> started|ended|day|step|outcome|detail.
       method-id LogStep static private.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 writer type System.IO.StreamWriter.
       01 parts type System.Collections.Generic.List[string].
       procedure division using by value started as type DateTime
                                 runDay as type DateTime
                                 stepName as string
                                 outcome as string
                                 runDetail as string.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(started::ToString("o"))
           invoke parts::Add(type DateTime::Now::ToString("o"))
           invoke parts::Add(runDay::ToString("yyyy-MM-dd"))
           invoke parts::Add(stepName)
           invoke parts::Add(outcome)
           invoke parts::Add(runDetail::Replace(Delimiter " ")::Replace(
                 type System.Environment::NewLine " "))
           invoke type apo.StoreLock::Acquire(LogPath) returning gate
           set writer to new System.IO.StreamWriter(LogPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The close-out without the desk, once for each branch: every
      *> salon's morning shift finds its own summary.
       method-id CloseDay static private.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 branchResult string.
       01 i type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as string.
           set result to ""
           invoke type apo.Branch::Names returning branches
           perform varying i from 1 by 1 until i > branches::Count
              try
                 invoke type apo.Branch::Use(branches::Item(i - 1))
                 invoke self::CloseBranchDay(day) returning branchResult
              finally
                 invoke type apo.Branch::Use("")
              end-try
              if result::Length > 0
                 set result to result & "; "
              end-if
              set result to result & branchResult
           end-perform
           goback.
       end method.

      *> One branch's close-out: the same summary Form23 saves,
      *> except that nobody is here to decide the day's leftover
      *> turnos -- they are listed for the morning instead.
       method-id CloseBranchDay static private.
       local-storage section.
       01 leftovers type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 summary type System.Text.StringBuilder.
       01 bodyText string.
       01 summaryPath string.
       01 i type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as string.
           invoke type apo.DayClose::Unresolved(day) returning leftovers
           set summary to new System.Text.StringBuilder()
           invoke summary::AppendLine("Cierre del " & day::ToString("dd/MM/yyyy")
                 & " ejecutado por el proceso nocturno el "
                 & type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))
           invoke summary::AppendLine(leftovers::Count::ToString()
                 & " turno(s) sin resolver quedan para la manana.")
           perform varying i from 1 by 1 until i > leftovers::Count
              set rec to leftovers::Item(i - 1)
              invoke summary::AppendLine("    " & rec::Start::ToString("HH:mm")
                    & " " & rec::Summary & " (" & rec::ResourceId & ")")
           end-perform
           invoke summary::AppendLine("")
           invoke type apo.DayClose::Body(day) returning bodyText
           invoke summary::Append(bodyText)
           invoke type apo.DayClose::SaveSummary(day summary::ToString())
              returning summaryPath
           invoke type apo.AuditLog::Record("Cierre de dia"
                 day::ToString("yyyy-MM-dd") "resumen en " & summaryPath)
           set result to summaryPath & ", " & leftovers::Count::ToString()
              & " sin resolver"
           goback.
       end method.

      *> Runs step number stepNo for the day and returns the detail
      *> for the log.  Anything that throws fails the step.
       method-id RunStep static private.
       local-storage section.
       01 cutoff type DateTime.
       01 counted type System.Int32.
       01 breaks type System.Int32.
       01 chainReport string.
       01 path string.
       procedure division using by value stepNo as type System.Int32
                                 day as type DateTime
                           returning result as string.
           set result to ""
           evaluate stepNo
              when 1
                 invoke self::CloseDay(day) returning result
      *> Same cutoff rule as Form23: never past right now, so a run
      *> started before closing cannot take tonight's turnos off
      *> the live schedule.
              when 2
                 set cutoff to day::AddDays(1)
                 if type DateTime::Now < cutoff
                    set cutoff to type DateTime::Now
                 end-if
                 invoke type apo.AppointmentStore::ArchivePast(cutoff)
                 set result to "finalizados antes de " & cutoff::ToString("dd/MM/yyyy HH:mm")
              when 3
                 invoke type apo.AppointmentStore::Backup returning result
              when 4
                 invoke type apo.IcsPublisher::Publish
                 invoke type apo.SlotPublisher::Publish
              when 5
                 invoke type apo.ReminderQueue::QueueReminders returning counted
                 set result to counted::ToString() & " turno(s) de manana"
              when 6
                 invoke type apo.ReminderQueue::QueueRecalls returning counted
                 set result to counted::ToString() & " cliente(s)"
              when 7
                 invoke type apo.MessageQueue::ProcessPending returning counted
                 set result to counted::ToString() & " enviado(s)"
      *> A broken chain is reported, not a reason to hold back the
      *> records already issued: the agency gets them either way.
              when 8
                 invoke type apo.FiscalChain::Verify(by reference breaks)
                    returning chainReport
                 if breaks = 0
                    set result to "cadena correcta; "
                 else
                    set result to breaks::ToString() & " rotura(s) en la cadena; "
                    invoke type apo.AuditLog::Record("Cadena VeriFactu rota" ""
                          breaks::ToString() & " rotura(s)")
                 end-if
                 invoke type apo.FiscalChain::SubmissionFile(day) returning path
                 if path::Length = 0
                    set result to result & "nada que enviar"
                 else
                    set result to result & path
                 end-if
           end-evaluate
           goback.
       end method.

      *> Runs the day's steps from firstStep on, checkpointing after
      *> each.  False when a step failed; the checkpoint then says
      *> which, and the next run starts there.
       method-id RunDay static private.
       local-storage section.
       01 steps type System.Collections.Generic.List[string].
       01 started type DateTime.
       01 stepDetail string.
       01 failure type System.Exception.
       01 doneSteps type System.Int32.
       01 n type System.Int32.
       procedure division using by value day as type DateTime
                                 firstStep as type System.Int32
                           returning result as condition-value.
           set result to true
           invoke self::StepNames returning steps
           perform varying n from 1 by 1 until n >= firstStep
              invoke self::LogStep(type DateTime::Now day steps::Item(n - 1)
                    "Ya hecho" "")
           end-perform
           compute doneSteps = firstStep - 1
           invoke self::SaveCheckpoint(day doneSteps RunningState "")
           perform varying n from firstStep by 1 until n > steps::Count
              set started to type DateTime::Now
              try
                 invoke self::RunStep(n day) returning stepDetail
                 invoke self::LogStep(started day steps::Item(n - 1) "Correcto" stepDetail)
                 invoke self::SaveCheckpoint(day n RunningState "")
              catch failure
                 set stepDetail to steps::Item(n - 1) & ": " & failure::Message
                 invoke self::LogStep(started day steps::Item(n - 1) FailedState
                       failure::Message)
                 compute doneSteps = n - 1
                 invoke self::SaveCheckpoint(day doneSteps FailedState stepDetail)
                 set result to false
                 exit perform
              end-try
           end-perform
           if result
              invoke self::SaveCheckpoint(day steps::Count FinishedState "")
           end-if
           goback.
       end method.

      *> The whole night for day (a date, no time).  An unfinished
      *> earlier run is finished first, from its failed step; a day
      *> already completed is not run again.  Returns the process
      *> exit code: 0 when everything is done, 1 when a step failed.
       method-id Run static.
       local-storage section.
       01 lastDay type DateTime.
       01 lastDone type System.Int32.
       01 lastState string.
       01 lastStamp type DateTime.
       01 lastDetail string.
       01 started type DateTime.
       01 recoveredText string.
       01 integrityText string.
       01 failure type System.Exception.
       01 found condition-value.
       01 ok condition-value.
       procedure division using by value day as type DateTime
                           returning result as type System.Int32.
           set result to 0

      *> The same preparation Form1 does on opening: finish any
      *> interrupted write and quarantine bad lines before anything
      *> parses the files.
           set started to type DateTime::Now
           try
              invoke type apo.SafeFile::RecoverAll returning recoveredText
              invoke type apo.DataIntegrity::CheckAll returning integrityText
              invoke self::LogStep(started day "Preparacion" "Correcto"
                    recoveredText & " " & integrityText)
           catch failure
              invoke self::LogStep(started day "Preparacion" FailedState failure::Message)
              set result to 1
           end-try
           if result not = 0
              goback
           end-if

           invoke self::LastRun(by reference lastDay by reference lastDone
                 by reference lastState by reference lastStamp by reference lastDetail)
              returning found
           if found and lastState not = FinishedState
              compute lastDone = lastDone + 1
              invoke self::RunDay(lastDay lastDone) returning ok
              if not ok
                 set result to 1
                 goback
              end-if
              if lastDay = day
                 goback
              end-if
           end-if
           if found and lastState = FinishedState and lastDay = day
              invoke self::LogStep(type DateTime::Now day "Proceso nocturno"
                    "Ya hecho" "el dia ya estaba completo")
              goback
           end-if

           invoke self::RunDay(day 1) returning ok
           if not ok
              set result to 1
           end-if
           goback.
       end method.

       end class.
