      *> so Form1 can drop the acceptance response once the turno is
      *> actually saved.
       01 RequestRef        string property.
      *> How a customer seen for the first time found the salon, and
      *> who referred them when it was a recommendation.  Form1 sets
      *> the source for walk-ins and web requests; otherwise the desk
      *> picks it.  A customer already on file keeps the answer they
      *> gave the first time and the selector shows it read-only.
       01 SourceName        string property.
       01 ReferrerPhone     string property.
       01 NoSource          string value "(Sin indicar)".
      *> When the desk accepts the offer to book the patch test a
      *> chemical service needs, the moment it should start and the
      *> service it is for -- Form1 books it once this turno is
      *> saved.  MinValue means no test to book.
       01 PatchTestAt       type DateTime property.
       01 PatchTestFor      string property.
      *> The service and start the form was opened with: a turno
      *> reopened only to change its status was judged when booked
      *> and isn't asked about its patch test again.
       01 openedService     string.
       01 openedStart       type DateTime.
      *> True while Form2_Load is still populating the selectors, so
      *> the service dropdown's change handler doesn't clobber the
      *> Evento/FechaFin an existing booking was opened with.
           set DepositMethod to "Efectivo"
           set ExtraServices to new System.Collections.Generic.List[string]()
           set RequestRef to ""
           set SourceName to ""
           set ReferrerPhone to ""
           set PatchTestAt to type DateTime::MinValue
           set PatchTestFor to ""
           invoke self::InitializeComponent()
           goback.
       end method.

          set loading to true
          set radTextBox1::Text to Evento
          set openedService to ServiceName
          set openedStart to Fecha

      *> No bookings in the past, and no need to scroll years ahead --
      *> the actual open-day/open-hour check happens in radButton1_Click

          invoke radDropDownList3::Items::Clear
          invoke radDropDownList3::Items::AddRange(type apo.Room::Names::ToArray())
          if ResourceId::Length = 0 and radDropDownList3::Items::Count > 0
             set ResourceId to radDropDownList3::Items::Item(0)::Text
          end-if
          set radDropDownList3::Text to ResourceId

          end-if

          invoke radDropDownList6::Items::Clear
          invoke radDropDownList6::Items::AddRange(type apo.PaymentStore::MoneyMethods::ToArray())
          set radDropDownList6::Text to "Efectivo"
          set radTextBox7::Text to "0"

          invoke radDropDownList9::Items::Clear
          invoke radDropDownList9::Items::Add(new Telerik.WinControls.UI.RadListDataItem(NoSource))
          invoke radDropDownList9::Items::AddRange(type apo.AcquisitionSource::Names::ToArray())
          if SourceName::Length = 0
             set radDropDownList9::Text to NoSource
          else
             set radDropDownList9::Text to SourceName
          end-if
          set radTextBox8::Text to ReferrerPhone
          invoke self::ShowSourceFor(CustomerPhone)

          invoke radDropDownList7::Items::Clear
          invoke radDropDownList7::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Sin servicio)"))
          invoke radDropDownList7::Items::AddRange(type apo.ServiceStore::Names::ToArray())
           invoke type apo.ServiceStore::FindByName(radDropDownList4::Text) returning svc
           if svc not = null
              set radTextBox1::Text to svc::Name
              invoke self::ApplyDuration(svc)
           end-if
       end method.

      *> Changing the stylist re-times the chosen service at their
      *> own pace -- the senior's 30-minute corte against the
      *> catalog's 45.
       method-id radDropDownList5_SelectedIndexChanged final private.
       local-storage section.
       01 svc type apo.ServiceRecord.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if loading
              goback
           end-if
           invoke type apo.ServiceStore::FindByName(radDropDownList4::Text) returning svc
           if svc not = null
              invoke self::ApplyDuration(svc)
           end-if
       end method.

      *> End time from the start plus how long the selected stylist
      *> takes over the service (EmployeeStore skills), the catalog
      *> duration when nobody is assigned.
       method-id ApplyDuration final private.
       local-storage section.
       01 minutes type System.Int32.
       procedure division using by value svc as type apo.ServiceRecord.
           invoke type apo.EmployeeStore::DurationFor(radDropDownList5::Text svc::Name
                 svc::DurationMinutes)
              returning minutes
           set radDateTimePicker2::Value to radDateTimePicker1::Value::AddMinutes(minutes)
       end method.

      *> Locks the source selector when the phone belongs to a
      *> customer whose source is already on file, showing what they
      *> answered; unlocks it for a new number.
       method-id ShowSourceFor final private.
       local-storage section.
       01 existing type apo.CustomerRecord.
       procedure division using by value phone as string.
           set existing to null
           if phone::Trim()::Length > 0
              invoke type apo.CustomerStore::FindByPhone(phone::Trim()) returning existing
           end-if
           if existing not = null and existing::SourceName::Length > 0
              set radDropDownList9::Text to existing::SourceName
              set radTextBox8::Text to existing::ReferredBy
              set radDropDownList9::Enabled to false
              set radTextBox8::Enabled to false
           else
              set radDropDownList9::Enabled to true
              set radTextBox8::Enabled to true
           end-if
       end method.

      *> Autofills the customer's name/notes -- and lets the front
      *> desk know they are looking at a repeat customer, and how many
      *> loyalty points they hold -- the moment the phone number they
      *> typed matches one on file, instead of the operator having to
      *> remember or retype it.
       method-id radTextBox2_LostFocus final private.
       local-storage section.
       01 existing type apo.CustomerRecord.
       01 history type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 noShows type System.Int32.
       01 points type System.Int32.
       01 owed type System.Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox2::Text::Trim()::Length = 0
              goback
           end-if
           invoke self::ShowSourceFor(radTextBox2::Text)

      *> A customer Form15 marked inactive keeps their record and
      *> history but no longer autofills -- the number may have been
              set radTextBox4::Text to existing::Notes
              set radTextBox6::Text to existing::Email
              invoke type apo.AppointmentStore::FindByPhone(existing::Phone) returning history
              invoke type apo.LoyaltyStore::Balance(existing::Phone) returning points
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Cliente habitual: " & history::Count::ToString() & " turno(s) anterior(es)."
                    & " Puntos: " & points::ToString() & "."
                    "Cliente encontrado")
           end-if

                    & " ausencia(s) sin aviso. Considere pedir una sena o reconfirmar el turno."
                    "Cliente con ausencias")
           end-if

      *> Money still owed from earlier visits or a late-cancel fee is
      *> best mentioned while the customer is on the line, before
      *> another turno goes in on top of it.
           invoke type apo.CustomerAccount::Balance(radTextBox2::Text) returning owed
           if owed > 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Atencion: este cliente tiene un saldo pendiente de "
                    & owed::ToString("0.00") & ". Ver Cuentas de clientes."
                    "Saldo pendiente")
           end-if
       end method.

      *> Duration/end-time control lives next to radDateTimePicker1 so
       01 parsedDeposit type System.Decimal.
       01 validDeposit condition-value.
       01 svc type apo.ServiceRecord.
       01 qualified condition-value.
       01 i type System.Int32.
       01 referrer type apo.CustomerRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
              set DepositAmount to 0
           end-if

      *> The stylist has to be qualified for every service of the
      *> visit -- no Color with the junior who only does cortes and
      *> lavados.  Like an off-shift assignment this is refused, not
      *> warned about.
           invoke type apo.EmployeeStore::IsQualified(EmployeeName ServiceName)
              returning qualified
           perform varying i from 1 by 1 until i > ExtraServices::Count or not qualified
              invoke type apo.EmployeeStore::IsQualified(EmployeeName ExtraServices::Item(i - 1))
                 returning qualified
           end-perform
           if not qualified
              invoke type System.Windows.Forms.MessageBox::Show(
                    EmployeeName & " no esta habilitado/a para todos los servicios elegidos."
                    "Empleado no habilitado")
              goback
           end-if

           if FechaFin <= Fecha
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La hora de fin debe ser posterior a la hora de inicio."
              goback
           end-if

           if not self::PatchTestCleared
              goback
           end-if

      *> A referral has to name who sent them, and that has to be a
      *> customer we already know -- otherwise the top-referrers list
      *> fills with typos.
           if radDropDownList9::Enabled
              if radDropDownList9::Text = NoSource
                 set SourceName to ""
              else
                 set SourceName to radDropDownList9::Text
              end-if
              set ReferrerPhone to ""
              if SourceName = type apo.AcquisitionSource::ReferralName
                 set ReferrerPhone to radTextBox8::Text::Trim()
                 invoke type apo.CustomerStore::FindByPhone(ReferrerPhone) returning referrer
                 if referrer = null or ReferrerPhone = CustomerPhone::Trim()
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "Indique el telefono del cliente que lo recomendo."
                          "Recomendacion")
                    goback
                 end-if
              end-if
           end-if

           if CustomerPhone::Trim()::Length > 0
              invoke type apo.CustomerStore::Upsert(CustomerPhone CustomerName CustomerNotes CustomerEmail
                    SourceName ReferrerPhone)
           end-if

           invoke self::Close
       end method.

      *> Colour and the other chemical services need a negative patch
      *> test on file from before the turno's day (PatchTestStore).
      *> A positive test refuses the booking.  A missing or expired
      *> one offers to book the test turno 48 hours ahead, and
      *> otherwise warns or refuses as PatchTestRule says.  A missing
      *> consent is only a reminder -- it is signed at the chair.
      *> Returns false to keep the form open.
       method-id PatchTestCleared final private.
       local-storage section.
       01 chemical string.
       01 state string.
       01 testStart type DateTime.
       01 booked type apo.AppointmentRecord.
       01 prompt string.
       01 answer type System.Windows.Forms.DialogResult.
       01 i type System.Int32.
       procedure division returning result as condition-value.
           set result to true
           set PatchTestAt to type DateTime::MinValue
           set PatchTestFor to ""
           if openedService::Length > 0 and ServiceName = openedService
              and Fecha = openedStart and ExtraServices::Count = 0
              goback
           end-if
           set chemical to ""
           if type apo.PatchTestStore::Required(ServiceName)
              set chemical to ServiceName
           end-if
           perform varying i from 1 by 1 until i > ExtraServices::Count
                 or chemical::Length > 0
              if type apo.PatchTestStore::Required(ExtraServices::Item(i - 1))
                 set chemical to ExtraServices::Item(i - 1)
              end-if
           end-perform
           if chemical::Length = 0
              goback
           end-if

           invoke type apo.PatchTestStore::TestState(CustomerPhone Fecha) returning state
           if state = "Positiva"
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La prueba de alergia de este cliente dio positiva: no se puede reservar "
                    & chemical & "."
                    "Prueba de alergia")
              set result to false
              goback
           end-if
           if state = "Vigente"
              if not type apo.PatchTestStore::HasConsent(CustomerPhone Fecha)
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Falta el consentimiento firmado para " & chemical
                       & ". Hagalo firmar antes del servicio."
                       "Consentimiento")
              end-if
              goback
           end-if

      *> A test turno already booked ahead of this one will do --
      *> its result simply isn't on file yet.
           invoke type apo.PatchTestStore::BookedTest(CustomerPhone Fecha) returning booked
           if booked not = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Recuerde: la prueba de alergia esta reservada para el "
                    & booked::Start::ToString("dd/MM/yyyy HH:mm")
                    & "; registre el resultado en la ficha tecnica."
                    "Prueba de alergia")
              goback
           end-if

           if state = "Vencida"
              set prompt to "La prueba de alergia de este cliente esta vencida y "
           else
              set prompt to "Este cliente no tiene prueba de alergia y "
           end-if
           set prompt to prompt & chemical & " la requiere."
           invoke type apo.PatchTestStore::TestStartFor(Fecha) returning testStart
           if testStart > type DateTime::Now
              set prompt to prompt & " Si, para reservar tambien la prueba el "
                 & testStart::ToString("dd/MM/yyyy HH:mm") & "."
              if type apo.PatchTestStore::Blocks
                 set prompt to prompt & " No, para volver al turno."
              else
                 set prompt to prompt & " No, para reservar solo este turno."
              end-if
              invoke type System.Windows.Forms.MessageBox::Show(
                    prompt
                    "Prueba de alergia"
                    type System.Windows.Forms.MessageBoxButtons::YesNoCancel)
                 returning answer
              if answer = type System.Windows.Forms.DialogResult::Yes
                 set PatchTestAt to testStart
                 set PatchTestFor to chemical
                 goback
              end-if
              if answer = type System.Windows.Forms.DialogResult::Cancel
                 or type apo.PatchTestStore::Blocks
                 set result to false
                 goback
              end-if
           else
              set prompt to prompt & " Ya no quedan 48 horas para hacerla antes del turno."
              if type apo.PatchTestStore::Blocks
                 invoke type System.Windows.Forms.MessageBox::Show(
                       prompt & " Elija una fecha posterior."
                       "Prueba de alergia")
                 set result to false
                 goback
              end-if
              invoke type System.Windows.Forms.MessageBox::Show(
                    prompt & " Si, para reservar el turno igual."
                    "Prueba de alergia"
                    type System.Windows.Forms.MessageBoxButtons::YesNo)
                 returning answer
              if answer not = type System.Windows.Forms.DialogResult::Yes
                 set result to false
                 goback
              end-if
           end-if
           invoke type apo.AuditLog::Record("Reservado sin prueba de alergia" CustomerPhone
                 chemical & " " & Fecha::ToString("dd/MM/yyyy HH:mm"))
           goback.
       end method.

       end class.
