           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           invoke type apo.UtilizationReport::Build(records
                 radDateTimePicker1::Value radDateTimePicker2::Value)
              returning report
