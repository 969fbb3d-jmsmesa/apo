       local-storage section.
       01 mainForm type apo.Form1.
       01 loginForm type apo.Form6.
       01 args type System.String occurs any.
       01 batchDay type DateTime.
       01 exitCode type System.Int32.
       01 ok condition-value.
       procedure division.

      *> "apo /nocturno [yyyy-MM-dd]" is the scheduled night run: no
      *> login, no forms, the steps in NightlyBatch and an exit code
      *> for the task scheduler.  The date defaults to today.
           set args to type System.Environment::GetCommandLineArgs()
           set batchDay to type DateTime::MinValue
           if args::Length > 1
              if args(2)::ToLower() = "/nocturno"
                 set batchDay to type DateTime::Today
              end-if
           end-if
           if batchDay not = type DateTime::MinValue
              if args::Length > 2
                 invoke type DateTime::TryParse(args(3) by reference batchDay)
                    returning ok
                 if not ok
                    set batchDay to type DateTime::Today
                 end-if
              end-if
              invoke type apo.Session::Login("nocturno" "Sistema")
              invoke type apo.NightlyBatch::Run(batchDay::Date) returning exitCode
              set type System.Environment::ExitCode to exitCode
              goback
           end-if

           invoke type System.Windows.Forms.Application::EnableVisualStyles()

           set loginForm to new apo.Form6()
