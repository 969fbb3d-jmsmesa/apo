      *> never had: the web side used to offer any time at all and half
      *> its requests bounced off HasOverlap when the desk tried to
      *> promote them.  Publish writes one CSV per catalog service --
      *> the next free slots with a stylist qualified for it free, as
      *> service,start,end,room,branch lines -- into the folder named
      *> by the SlotsFolder setting, and Form1's minute timer
      *> regenerates it whenever the data stamp moves, exactly the
      *> way IcsPublisher republishes the calendars.  Every branch's
      *> rooms go into the one feed, each branch searched the way its
      *> own station sees it, so whichever station writes the files
      *> writes the same thing and none of them drops another's
      *> salon.

       working-storage section.
       01 FolderKey     string value "SlotsFolder".
       01 svc type apo.ServiceRecord.
       01 slots type System.Collections.Generic.List[type apo.SlotRecord].
       01 lines type System.Collections.Generic.List[string].
       01 branches type System.Collections.Generic.List[string].
       01 i type System.Int32.
       01 k type System.Int32.
       01 b type System.Int32.
       01 failure type System.Exception.
       procedure division.
           invoke type apo.Settings::Get(FolderKey DefaultFolder) returning folder
              end-if

              invoke type apo.ServiceStore::Load returning services
              invoke type apo.Branch::Names returning branches
              perform varying k from 1 by 1 until k > services::Count
                 set svc to services::Item(k - 1)
                 set lines to new System.Collections.Generic.List[string]()
                 invoke lines::Add("Servicio,Inicio,Fin,Sala,Sucursal")
                 perform varying b from 1 by 1 until b > branches::Count
                    try
                       invoke type apo.Branch::Use(branches::Item(b - 1))
                       invoke type apo.SlotFinder::FindSlotsFor(svc::DurationMinutes svc::Name
                             "" "" type DateTime::Now SlotsPerService)
                          returning slots
                    finally
                       invoke type apo.Branch::Use("")
                    end-try
                    perform varying i from 1 by 1 until i > slots::Count
                       invoke lines::Add(svc::Name & ","
                             & slots::Item(i - 1)::Start::ToString("yyyy-MM-dd HH:mm") & ","
                             & slots::Item(i - 1)::End::ToString("yyyy-MM-dd HH:mm") & ","
                             & slots::Item(i - 1)::ResourceId & ","
                             & branches::Item(b - 1))
                    end-perform
                 end-perform
                 invoke type System.IO.File::WriteAllLines(
                       folder & "\huecos_" & svc::Name::Replace(" " "_") & ".csv"
