              invoke type apo.AppointmentExporter::Ics(records) returning content
              invoke type System.IO.File::WriteAllText(folder & "\agenda.ics" content)

              invoke type apo.Room::AllNames returning rooms
              perform varying k from 1 by 1 until k > rooms::Count
                 set roomRecords to new System.Collections.Generic.List[type apo.AppointmentRecord]()
                 perform varying i from 1 by 1 until i > records::Count
