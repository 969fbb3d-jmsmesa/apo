              goback
           end-if

           if not type apo.BusinessHours::IsRoomOpen(rec::Start rec::End rec::ResourceId)
              set radTextBox2::Text to "El horario ya no esta disponible; comuniquese con el negocio."
              goback
           end-if
      *> shift changed since this token went out -- re-checked here
      *> the same way the room and business hours are.
           if not type apo.EmployeeStore::IsOnShift(rec::EmployeeName rec::Start rec::End)
              or type apo.AppointmentStore::HasEmployeeConflict(rec::Start rec::End rec::AppointmentId rec::EmployeeName
                 rec::ResourceId)
              set radTextBox2::Text to "El horario ya no esta disponible; comuniquese con el negocio."
              goback
           end-if
