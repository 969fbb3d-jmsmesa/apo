       01 minutesToStart type System.Double.
       01 currentStamp type DateTime.
       01 discardSent type System.Int32.
       01 discardQueued type System.Int32.
       01 newRequests type System.Int32.
       01 appliedReplies type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
      *> Customer-facing messages ride the same minute pulse: queue
      *> tomorrow's reminders, then let the gateway work the queue.
           if not type apo.Session::IsReadOnly
              invoke type apo.ReminderQueue::QueueReminders returning discardQueued
              invoke type apo.MessageQueue::ProcessPending returning discardSent
           end-if

           set checkedIn to 0
           set unconfirmed to 0
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::Start::Date = type DateTime::Today

           set cajaTotal to 0
           invoke type apo.PaymentStore::Load returning payments
           invoke type apo.Branch::Payments(payments type apo.Branch::Station)
              returning payments
           perform varying i from 1 by 1 until i > payments::Count
              if payments::Item(i - 1)::TakenAt::Date = type DateTime::Today
                 and payments::Item(i - 1)::Kind not = "Propina"
                 add payments::Item(i - 1)::Amount to cajaTotal
              end-if
           end-perform

           set panel to new System.Text.StringBuilder()
           invoke panel::AppendLine("Hoy " & type DateTime::Now::ToString("dd/MM HH:mm"))
           if type apo.Branch::Names::Count > 1
              invoke panel::AppendLine("Sucursal: " & type apo.Branch::Station)
           end-if
           invoke panel::AppendLine("Llegadas en la proxima hora: " & dueSoon::ToString())
           invoke panel::AppendLine("Presentes: " & checkedIn::ToString()
                 & " de " & expected::ToString() & " esperados")
      *> opens, since the scheduler otherwise only ever shows what has
      *> been entered since the app was last started.  Block-outs ride
      *> along in their own colour so an out-of-service room reads as
      *> taken, not free.  Only this branch's rooms are on the board;
      *> the other branch's turnos still count in the staff checks,
      *> which read the file.
       method-id LoadAppointments final private.
       procedure division.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
           01 blockouts type System.Collections.Generic.List[type apo.BlockoutRecord].
           01 rooms type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.Branch::Appointments(records type apo.Branch::Current)
              returning records
           perform varying i from 1 by 1 until i > records::Count
              invoke radScheduler1::Appointments::Add(self::ToAppointment(records::Item(i - 1)))
           end-perform
      *> rides along in the by-room view.
           if not groupByEmployee
              invoke type apo.BlockoutStore::Load returning blockouts
              invoke type apo.Room::Names returning rooms
              perform varying i from 1 by 1 until i > blockouts::Count
                 if rooms::Contains(blockouts::Item(i - 1)::ResourceId)
                    invoke radScheduler1::Appointments::Add(self::ToBlockoutAppointment(blockouts::Item(i - 1)))
                 end-if
              end-perform
           end-if
           invoke self::DataFileStamp returning lastSchedulerLoad
              set recipient to cust::Email
              set channel to "Email"
           end-if
           invoke type apo.MessageQueue::EnqueueTemplate(
                 "confirmacion:" & rec::AppointmentId
                 recipient
                 channel
                 "Confirmacion"
                 rec::CustomerPhone
                 type apo.MessageTemplates::FieldsForTurno(rec))
           goback.
       end method.

      *> Tells the customer a late-cancellation fee went on their
      *> account -- they were on the phone, not at the till, and the
      *> fee would otherwise first be heard of at the next visit.
       method-id QueueLateFeeNotice final private.
       local-storage section.
       01 cust type apo.CustomerRecord.
       01 recipient string.
       01 channel string.
       01 fields type System.Collections.Generic.Dictionary[string, string].
       procedure division using by value rec as type apo.AppointmentRecord
                                 fee as type System.Decimal.
           set recipient to rec::CustomerPhone
           set channel to "SMS"
           invoke type apo.CustomerStore::FindByPhone(rec::CustomerPhone) returning cust
           if cust not = null and cust::Email::Trim()::Length > 0
              set recipient to cust::Email
              set channel to "Email"
           end-if
           invoke type apo.MessageTemplates::FieldsForTurno(rec) returning fields
           invoke fields::Add("importe" fee::ToString("0.00"))
           invoke type apo.MessageQueue::EnqueueTemplate(
                 "cargo:" & rec::AppointmentId
                 recipient
                 channel
                 "Cargo por cancelacion"
                 rec::CustomerPhone
                 fields)
           goback.
       end method.

              if type apo.BusinessHours::IsWithinHours(nextStart nextEnd)
                 and not self::HasOverlap(nextStart nextEnd null f2::ResourceId)
                 and type apo.EmployeeStore::IsOnShift(f2::EmployeeName nextStart nextEnd)
                 and not type apo.AppointmentStore::HasEmployeeConflict(nextStart nextEnd "" f2::EmployeeName
                       f2::ResourceId)
                 invoke self::CreateOccurrence(nextStart duration recurrenceId) returning discardToken
              else
                 add 1 to skipped

      *> Books the extra services of a multi-service visit as
      *> consecutive turnos behind the first one, each with its own
      *> record but all sharing the "visita:" RecurrenceId, and each
      *> timed at the assigned stylist's own pace.  No
      *> per-turno confirmation goes out -- the visit already queued
      *> one message with the first turno.  A service that no longer
      *> fits stops the chain there rather than booking the rest at
              invoke type apo.ServiceStore::FindByName(f2::ExtraServices::Item(i - 1))
                 returning svc
              if svc not = null
                 set finish to start::AddMinutes(type apo.EmployeeStore::DurationFor(
                       f2::EmployeeName svc::Name svc::DurationMinutes))
                 set duration to finish - start
                 if type apo.BusinessHours::IsWithinHours(start finish)
                    and not self::VisitSlotTaken(start finish f2::ResourceId
           goback.
       end method.

      *> Books the patch-test turno Form2 offered, in the same room
      *> and with the same stylist when they are free, otherwise
      *> unassigned.  When the slot is taken or outside hours the desk
      *> is told to book it by hand -- the chemical turno stays as
      *> saved either way.
       method-id BookPatchTest final private.
       local-storage section.
       01 start type DateTime.
       01 finish type DateTime.
       01 stylist string.
       01 duration type TimeSpan.
       01 occ type Telerik.WinControls.UI.Appointment.
       01 rec type apo.AppointmentRecord.
       procedure division.
           set start to f2::PatchTestAt
           set finish to start::AddMinutes(type apo.PatchTestStore::TestDuration)
           set stylist to f2::EmployeeName
           if stylist::Length > 0
              and self::VisitSlotTaken(start finish f2::ResourceId stylist "prueba")
              set stylist to ""
           end-if
           if not type apo.BusinessHours::IsRoomOpen(start finish f2::ResourceId)
              or self::VisitSlotTaken(start finish f2::ResourceId stylist "prueba")
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No se pudo reservar la prueba de alergia el "
                    & start::ToString("dd/MM/yyyy HH:mm") & " en " & f2::ResourceId
                    & ". Reservela a mano al menos 48 horas antes del turno."
                    "Prueba de alergia")
              goback
           end-if

           set rec to new apo.AppointmentRecord()
           invoke type System.Guid::NewGuid::ToString returning rec::AppointmentId
           set rec::Start to start
           set rec::End to finish
           invoke type apo.PatchTestStore::SummaryFor(f2::PatchTestFor) returning rec::Summary
           set rec::Description to rec::Summary
           invoke type apo.AppointmentStatus::StatusIdFor(f2::StatusName) returning rec::StatusId
           invoke type apo.AppointmentStatus::BackgroundIdFor(f2::StatusName)
              returning rec::BackgroundId
           set rec::CustomerPhone to f2::CustomerPhone
           set rec::ResourceId to f2::ResourceId
           set rec::ServiceName to ""
           set rec::Price to 0
           set rec::EmployeeName to stylist
           set rec::CreatedBy to type apo.AuditLog::CurrentUser
           set rec::CreatedAt to type DateTime::Now
           set rec::ModifiedBy to rec::CreatedBy
           set rec::ModifiedAt to rec::CreatedAt
           invoke type System.Guid::NewGuid::ToString returning rec::ConfirmationToken
           invoke type apo.AppointmentStore::Append(rec)
           invoke type apo.AuditLog::Record("Creado (prueba de alergia)"
                 rec::AppointmentId rec::Summary)

           set duration to finish - start
           set occ to new Telerik.WinControls.UI.Appointment(start
                 duration rec::Summary rec::Summary)
           set occ::StatusId to rec::StatusId
           set occ::BackgroundId to rec::BackgroundId
           set occ::ResourceId to rec::ResourceId
           set occ::Tag to rec::AppointmentId
           invoke radScheduler1::Appointments::Add(occ)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Prueba de alergia reservada para el "
                 & start::ToString("dd/MM/yyyy HH:mm") & " en " & f2::ResourceId & "."
                 "Prueba de alergia")
           goback.
       end method.

      *> Shifts every live member of a visit chain by the same delta.
      *> All the new spans are validated first -- against turnos
      *> outside the visit only -- so a refusal leaves the chain
      *> the same way the room overlap above is.
           if rec not = null and rec::EmployeeName::Trim()::Length > 0
              if not type apo.EmployeeStore::IsOnShift(rec::EmployeeName e::NewStart newEnd)
                 or type apo.AppointmentStore::HasEmployeeConflict(e::NewStart newEnd rec::AppointmentId rec::EmployeeName
                       rec::ResourceId)
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "No se puede mover el turno: el empleado asignado no esta disponible en ese horario."
                       "Empleado no disponible")
                      "Empleado fuera de horario")
                goback
             end-if
             if type apo.AppointmentStore::HasEmployeeConflict(f2::Fecha f2::FechaFin excludeId f2::EmployeeName
                   f2::ResourceId)
                invoke type System.Windows.Forms.MessageBox::Show(
                      "El empleado elegido ya atiende otro turno en ese horario."
                      "Empleado ocupado")
      *> later re-edit of an already-paid turno shouldn't ask again.
             if rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Completado")
                and rec::StatusId not = oldStatusId
      *> The colour is on the head by now: draw the service's standard
      *> back-bar products off the shelf.  The stylist corrects what
      *> was really mixed from the formula card (Form39).
                invoke type apo.UsageStore::DrawForTurno(rec)
      *> And the customer gets asked how it went, tomorrow morning.
                invoke type apo.SurveyStore::Queue(rec)
                if rec::RecurrenceId not = null
                   and rec::RecurrenceId::StartsWith("visita:")
      *> A multi-service visit settles once, for the whole chain, at
                   "Turno guardado")
          end-if

      *> The patch test Form2 offered for a chemical service goes in
      *> ahead of it, now that the turno itself is on file.
          if f2::PatchTestAt not = type DateTime::MinValue
             invoke self::BookPatchTest
          end-if

      *> The save paths above write the room onto the scheduler
      *> entry, which is meaningless as a column in the by-employee
      *> view -- repaint from disk so everything lands back in its
                          sibling::AppointmentId rec::ResourceId)
                    and type apo.EmployeeStore::IsOnShift(rec::EmployeeName newStart newEnd)
                    and not type apo.AppointmentStore::HasEmployeeConflict(newStart newEnd
                          sibling::AppointmentId rec::EmployeeName rec::ResourceId)
                    set sibling::Start to newStart
                    set sibling::End to newEnd
                    set sibling::Summary to rec::Summary
       method-id Form1_Load final private.
       local-storage section.
       01 discard string.
       01 lapsedPoints type System.Int32.
       01 integritySummary string.
       01 recoverySummary string.
       procedure division using by value sender as object e as type System.EventArgs.
          if not type apo.Session::IsReadOnly
             invoke type apo.AppointmentStore::ArchivePast(type DateTime::Today)
             invoke type apo.AppointmentStore::PurgeRecycle
      *> Points past LoyaltyMonths lapse here; a second run the same
      *> day finds nothing left to lapse.
             invoke type apo.LoyaltyStore::ExpireDue(type DateTime::Today) returning lapsedPoints
          end-if
          invoke self::ConfigureResources
          invoke self::LoadAppointments
      *> When the call comes inside the configured notice window (or
      *> after the turno already started), offers to collect the
      *> configurable late-cancellation fee through the normal till
      *> dialog.  Returns what was charged -- taken at the till or
      *> left on the customer's account -- 0 when the fee is off,
      *> the notice was fine or the desk waved it.  The fee
      *> and the window live in settings.dat (LateCancelFeeAmount,
      *> LateCancelNoticeHours), so tightening policy is not a code
      *> change.
              if charged not = null
                 set result to charged::Amount
              end-if
           else
      *> Confirmed but not paid -- the customer is on the phone, not
      *> at the till.  The fee is still charged: it goes on their
      *> account (CustomerAccount reads it off the cancellation) and
      *> is collected from Form58.  Without a customer there is no
      *> account to put it on.
              if rec::CustomerPhone not = null
                 and rec::CustomerPhone::Trim()::Length > 0
                 set result to fee
                 invoke self::QueueLateFeeNotice(rec fee)
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El cargo de " & fee::ToString("0.00")
                       & " queda pendiente en la cuenta del cliente, que recibe"
                       & " el aviso."
                       "Cargo por cancelacion tardia")
              end-if
           end-if
           goback.
       end method.
              set f2::CustomerName to f7::Selected::CustomerName
              set f2::ResourceId to f7::Selected::ResourceId
              set f2::RequestRef to f7::Selected::RequestRef
              if f7::Selected::RequestRef::Trim()::Length > 0
                 invoke type apo.AcquisitionSource::WebName returning f2::SourceName
              end-if

              invoke F2::add_Closed(new EventHandler(self::Window_Closed2))
              invoke f2::Show
              set f2::FechaFin to f24::Selected::End
              set f2::ResourceId to f24::Selected::ResourceId
              set f2::EmployeeName to f24::SelectedEmployee
              if f24::SelectedService::Length > 0
                 set f2::Evento to f24::SelectedService
                 set f2::ServiceName to f24::SelectedService
              end-if

              invoke F2::add_Closed(new EventHandler(self::Window_Closed2))
              invoke f2::Show
              set f2::CustomerPhone to f34::Selected::CustomerPhone
              set f2::CustomerName to f34::Selected::CustomerName
              set f2::ServiceName to f34::Selected::ServiceName
              set f2::EmployeeName to f34::SelectedSlot::EmployeeName
              invoke type apo.AcquisitionSource::WalkInName returning f2::SourceName

              invoke F2::add_Closed(new EventHandler(self::Window_Closed2))
              invoke f2::Show
           invoke f44::Show
       end method.

      *> Gift vouchers: sell one, look up a code's balance, and see
      *> what is still owed on every voucher sold.
       method-id radButton44_Click final private.
       local-storage section.
       01 f46 type apo.Form46.
       procedure division using by value sender as object e as type System.EventArgs.
           set f46 to new apo.Form46
           invoke f46::Show
       end method.

      *> Expense ledger: rent, supplier invoices and petty cash paid
      *> out of the drawer.
       method-id radButton45_Click final private.
       local-storage section.
       01 f47 type apo.Form47.
       procedure division using by value sender as object e as type System.EventArgs.
           set f47 to new apo.Form47
           invoke f47::Show
       end method.

      *> Purchase orders to suppliers: the low-stock reorder run and
      *> receiving deliveries against the order.
       method-id radButton46_Click final private.
       local-storage section.
       01 f49 type apo.Form49.
       procedure division using by value sender as object e as type System.EventArgs.
           set f49 to new apo.Form49
           invoke f49::Show
       end method.

      *> Back-bar consumption: the products each service uses up
      *> and the month's standard-against-real report per employee.
       method-id radButton47_Click final private.
       local-storage section.
       01 f50 type apo.Form50.
       procedure division using by value sender as object e as type System.EventArgs.
           set f50 to new apo.Form50
           invoke f50::Show
       end method.

      *> Staff time clock: punching in and out, and the week's hours
      *> worked against the rota, exported for the gestoria.
       method-id radButton48_Click final private.
       local-storage section.
       01 f51 type apo.Form51.
       procedure division using by value sender as object e as type System.EventArgs.
           set f51 to new apo.Form51
           invoke f51::Show
       end method.

      *> Quarterly IVA book of receipts issued, and the CSV export
      *> the gestoria imports.
       method-id radButton49_Click final private.
       local-storage section.
       01 f52 type apo.Form52.
       procedure division using by value sender as object e as type System.EventArgs.
           set f52 to new apo.Form52
           invoke f52::ShowDialog()
       end method.

      *> Post-visit surveys: the month's satisfaction report and the
      *> week's low scores, for the manager's call-backs.
       method-id radButton50_Click final private.
       local-storage section.
       01 f53 type apo.Form53.
       procedure division using by value sender as object e as type System.EventArgs.
           set f53 to new apo.Form53
           invoke f53::Show
       end method.

      *> Where new customers came from: the month per acquisition
      *> source, return visits and spend, and the top referrers.
       method-id radButton51_Click final private.
       local-storage section.
       01 f54 type apo.Form54.
       procedure division using by value sender as object e as type System.EventArgs.
           set f54 to new apo.Form54
           invoke f54::ShowDialog()
       end method.

      *> Booked-hours forecast per weekday and hour against the rota
      *> for the coming weeks, under- and over-staffed blocks flagged.
       method-id radButton52_Click final private.
       local-storage section.
       01 f55 type apo.Form55.
       procedure division using by value sender as object e as type System.EventArgs.
           set f55 to new apo.Form55
           invoke f55::Show
       end method.

      *> Monthly productivity per stylist against the month before, for
      *> the staff reviews.
       method-id radButton53_Click final private.
       local-storage section.
       01 f56 type apo.Form56.
       procedure division using by value sender as object e as type System.EventArgs.
           set f56 to new apo.Form56
           invoke f56::Show
       end method.

      *> Deposits, bonos and payments left without a decision, each
      *> refunded, kept or carried to another turno.
       method-id radButton54_Click final private.
       local-storage section.
       01 f57 type apo.Form57.
       procedure division using by value sender as object e as type System.EventArgs.
           set f57 to new apo.Form57
           invoke f57::ShowDialog()
       end method.

      *> Customer balances: statements, money on account and the
      *> receivables aged 0-30, 31-60, 61-90 and over 90 days.
       method-id radButton55_Click final private.
       local-storage section.
       01 f58 type apo.Form58.
       procedure division using by value sender as object e as type System.EventArgs.
           set f58 to new apo.Form58
           invoke f58::ShowDialog()
       end method.

      *> Branches: the salons, their rooms, this station's branch
      *> and the travel time between them.
       method-id radButton56_Click final private.
       local-storage section.
       01 f59 type apo.Form59.
       procedure division using by value sender as object e as type System.EventArgs.
           set f59 to new apo.Form59
           invoke f59::ShowDialog()
       end method.

      *> Weekly tip statement: each employee's own tips and their
      *> share of the pool.
       method-id radButton57_Click final private.
       local-storage section.
       01 f61 type apo.Form61.
       procedure division using by value sender as object e as type System.EventArgs.
           set f61 to new apo.Form61
           invoke f61::Show
       end method.

      *> Message templates: the wording of confirmations, reminders,
      *> recalls and notices, per language.
       method-id radButton58_Click final private.
       local-storage section.
       01 f62 type apo.Form62.
       procedure division using by value sender as object e as type System.EventArgs.
           set f62 to new apo.Form62
           invoke f62::ShowDialog()
       end method.

      *> Opens the customer retention cohort report.
       method-id radButton59_Click final private.
       local-storage section.
       01 f63 type apo.Form63.
       procedure division using by value sender as object e as type System.EventArgs.
           set f63 to new apo.Form63
           invoke f63::Show
       end method.

      *> Stocktakes of the shelf -- count sheets, posting the counts,
      *> shrinkage and the stock valuation.
       method-id radButton60_Click final private.
       local-storage section.
       01 f64 type apo.Form64.
       procedure division using by value sender as object e as type System.EventArgs.
           set f64 to new apo.Form64
           invoke f64::Show
       end method.

      *> VeriFactu -- checking the receipt chain, the day's submission
      *> file and the agency's rejections.
       method-id radButton61_Click final private.
       local-storage section.
       01 f65 type apo.Form65.
       procedure division using by value sender as object e as type System.EventArgs.
           set f65 to new apo.Form65
           invoke f65::Show
       end method.

       method-id radScheduler1_CellElementDoubleClick final private.
       procedure division using by value sender as object e as type System.EventArgs.
           
