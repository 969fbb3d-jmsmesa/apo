              goback
           end-if
           if type apo.AppointmentStore::HasEmployeeConflict(rec::Start rec::End
                 rec::AppointmentId rec::EmployeeName rec::ResourceId)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "El empleado asignado ya no esta disponible en ese horario."
                    "Papelera")
