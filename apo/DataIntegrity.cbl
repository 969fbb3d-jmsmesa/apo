              set result to "color invalido"
              goback
           end-if
           if not type apo.Room::AllNames::Contains(f(8))
              set result to "sala desconocida"
              goback
           end-if
              set result to "el fin no es posterior al inicio"
              goback
           end-if
           if not type apo.Room::AllNames::Contains(f(7))
              set result to "sala desconocida"
              goback
           end-if
