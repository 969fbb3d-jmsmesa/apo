       class-id apo.Form59 is partial
                 inherits type System.Windows.Forms.Form.

      *> Branches screen for Form1's "Sucursales" button: the salons
      *> the business runs, each one's rooms, the branch this station
      *> is at and the minutes a stylist needs to get from one salon
      *> to the other -- everything Branch reads from settings.dat.
      *> A branch's name is what its payments and files are kept
      *> under, so names are only ever added, never changed or taken
      *> away; the first stays the original salon.  Only an
      *> administrator changes any of it.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Reloads every box from settings and rebuilds the summary.
       method-id Refresh final private.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 panel type System.Text.StringBuilder.
       01 station string.
       01 i type System.Int32.
       procedure division.
           invoke type apo.Branch::Names returning branches
           invoke type apo.Branch::Station returning station
           set radTextBox1::Text to type string::Join(", " branches::ToArray())
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(branches::ToArray())
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(branches::ToArray())
           set radDropDownList1::SelectedIndex to 0
           set radDropDownList2::SelectedIndex to branches::IndexOf(station)
           invoke type apo.Branch::TravelMinutes()::ToString() returning radTextBox3::Text

           set panel to new System.Text.StringBuilder()
           invoke panel::AppendLine("Este puesto (" & type System.Environment::MachineName
                 & ") esta en: " & station)
           invoke panel::AppendLine("")
           perform varying i from 1 by 1 until i > branches::Count
              invoke panel::AppendLine(branches::Item(i - 1) & ": "
                    & type string::Join(", " type apo.Branch::Rooms(branches::Item(i - 1))::ToArray())
                    & "   (recibos desde "
                    & (type apo.Branch::SeriesStart(branches::Item(i - 1)) + 1)::ToString("00000000")
                    & ")")
           end-perform
           set radTextBox4::Text to panel::ToString()
       end method.

      *> True, after saying so, when the login may not change the
      *> set-up.
       method-id Refused final private.
       procedure division returning result as condition-value.
           set result to false
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Solo un administrador puede cambiar las sucursales."
                    "Sucursales")
              set result to true
           end-if
           goback.
       end method.

      *> A comma-separated box as a trimmed list, blanks dropped.
       method-id SplitBox final private.
       local-storage section.
       01 parts type string occurs any.
       01 i type System.Int32.
       procedure division using by value boxText as string
                           returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           set parts to boxText::Split(",")
           perform varying i from 1 by 1 until i > parts::Length
              if parts(i)::Trim()::Length > 0
                 invoke result::Add(parts(i)::Trim())
              end-if
           end-perform
           goback.
       end method.

       method-id Form59_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type apo.Session::IsReadOnly
              or type apo.Session::CurrentRole not = "Administrador"
              set radButton1::Enabled to false
              set radButton2::Enabled to false
              set radButton3::Enabled to false
              set radButton4::Enabled to false
           end-if
           invoke self::Refresh
       end method.

      *> Saves the branch list.  The branches already on file must
      *> all still be there, in the same order, with new ones after.
       method-id radButton1_Click final private.
       local-storage section.
       01 current type System.Collections.Generic.List[string].
       01 proposed type System.Collections.Generic.List[string].
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Refused
              goback
           end-if
           invoke type apo.Branch::Names returning current
           invoke self::SplitBox(radTextBox1::Text) returning proposed
           perform varying i from 1 by 1 until i > proposed::Count
              if proposed::Item(i - 1)::Contains("|")
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Un nombre de sucursal no puede llevar el caracter |."
                       "Sucursales")
                 goback
              end-if
              perform varying k from 1 by 1 until k > i - 1
                 if proposed::Item(k - 1) = proposed::Item(i - 1)
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "La sucursal " & proposed::Item(i - 1) & " esta repetida."
                          "Sucursales")
                    goback
                 end-if
              end-perform
           end-perform
           if proposed::Count < current::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No se puede quitar una sucursal: sus cobros y archivos"
                    & " quedan guardados con su nombre."
                    "Sucursales")
              goback
           end-if
           perform varying i from 1 by 1 until i > current::Count
              if proposed::Item(i - 1) not = current::Item(i - 1)
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "No se puede renombrar ni reordenar " & current::Item(i - 1)
                       & "; agregue las sucursales nuevas al final."
                       "Sucursales")
                 goback
              end-if
           end-perform
           invoke type apo.Settings::Set("Branches" type string::Join("," proposed::ToArray()))
           invoke type apo.AuditLog::Record("Sucursales" ""
                 type string::Join(", " proposed::ToArray()))
           invoke self::Refresh
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radDropDownList1::SelectedIndex < 0
              goback
           end-if
           set radTextBox2::Text to type string::Join(", "
                 type apo.Branch::Rooms(radDropDownList1::Text)::ToArray())
       end method.

      *> Saves the rooms of the branch picked.  A room name is the
      *> key turnos are booked under, so it may not be used by the
      *> other branch too.
       method-id radButton2_Click final private.
       local-storage section.
       01 rooms type System.Collections.Generic.List[string].
       01 map type System.Collections.Generic.Dictionary[string, string].
       01 branchName string.
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Refused
              goback
           end-if
           if radDropDownList1::SelectedIndex < 0
              goback
           end-if
           set branchName to radDropDownList1::Text
           invoke self::SplitBox(radTextBox2::Text) returning rooms
           if rooms::Count = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Una sucursal necesita al menos una sala."
                    "Sucursales")
              goback
           end-if
           invoke type apo.Branch::RoomMap returning map
           perform varying i from 1 by 1 until i > rooms::Count
              if rooms::Item(i - 1)::Contains("|")
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Un nombre de sala no puede llevar el caracter |."
                       "Sucursales")
                 goback
              end-if
              if map::ContainsKey(rooms::Item(i - 1))
                 and map::Item(rooms::Item(i - 1)) not = branchName
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "La sala " & rooms::Item(i - 1) & " ya es de "
                       & map::Item(rooms::Item(i - 1)) & "; use otro nombre."
                       "Sucursales")
                 goback
              end-if
              if rooms::IndexOf(rooms::Item(i - 1)) < i - 1
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "La sala " & rooms::Item(i - 1) & " esta repetida."
                       "Sucursales")
                 goback
              end-if
           end-perform
           invoke type apo.Settings::Set("Rooms." & branchName
                 type string::Join("," rooms::ToArray()))
           invoke type apo.AuditLog::Record("Salas de sucursal" branchName
                 type string::Join(", " rooms::ToArray()))
           invoke self::Refresh
       end method.

      *> Sets the branch this station works at.  Its scheduler, till,
      *> shelf and reports follow from the next time they open.
       method-id radButton3_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Refused
              goback
           end-if
           if radDropDownList2::SelectedIndex < 0
              goback
           end-if
           invoke type apo.Branch::SetStation(radDropDownList2::Text)
           invoke type apo.AuditLog::Record("Sucursal del puesto"
                 type System.Environment::MachineName radDropDownList2::Text)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Este puesto queda en " & radDropDownList2::Text
                 & ".  Reinicie el programa para ver su agenda."
                 "Sucursales")
           invoke self::Refresh
       end method.

       method-id radButton4_Click final private.
       local-storage section.
       01 minutes type System.Int32.
       01 ok condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           if self::Refused
              goback
           end-if
           invoke type System.Int32::TryParse(radTextBox3::Text::Trim() by reference minutes)
              returning ok
           if not ok or minutes < 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Indique los minutos de traslado entre sucursales."
                    "Sucursales")
              goback
           end-if
           invoke type apo.Settings::Set("TravelMinutes" minutes::ToString())
           invoke type apo.AuditLog::Record("Traslado entre sucursales" ""
                 minutes::ToString() & " minutos")
           invoke self::Refresh
       end method.

       end class.
