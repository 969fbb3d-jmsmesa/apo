       class-id apo.ReminderQueue.

      *> The outbound messages the salon queues on its own initiative
      *> rather than in answer to a booking: tomorrow's reminders and
      *> the rebooking recalls.  Form1's minute timer, Form36's
      *> button and NightlyBatch all queue through here, and every
      *> message goes in with EnqueueOnce, so whichever of them gets
      *> there first wins and the others find nothing left to do.
      *> The wording is the templates' (MessageTemplates).

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> Email when we have one on file, SMS to the phone otherwise.
       method-id RecipientFor static private.
       local-storage section.
       01 cust type apo.CustomerRecord.
       procedure division using by value phone as string
                                 by reference channel as string
                           returning result as string.
           set result to phone
           set channel to "SMS"
           invoke type apo.CustomerStore::FindByPhone(phone) returning cust
           if cust not = null and cust::Email::Trim()::Length > 0
              set result to cust::Email
              set channel to "Email"
           end-if
           goback.
       end method.

      *> Queues the reminder for every turno on the day after
      *> today, once per turno -- EnqueueOnce holds the queue's
      *> reference check and the append under one lock, so neither
      *> this station's next tick nor the other station's sweep can
      *> queue the same reminder twice.  Returns how many turnos
      *> tomorrow have their reminder on file.
       method-id QueueReminders static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 recipient string.
       01 channel string.
       01 i type System.Int32.
       procedure division returning result as type System.Int32.
           set result to 0
           invoke type apo.AppointmentStore::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::Start::Date = type DateTime::Today::AddDays(1)
                 and rec::CustomerPhone::Trim()::Length > 0
                 and (rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Tentativo")
                      or rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Confirmado"))
                 invoke self::RecipientFor(rec::CustomerPhone by reference channel)
                    returning recipient
                 invoke type apo.MessageQueue::EnqueueTemplateOnce(
                       "recordatorio:" & rec::AppointmentId
                       recipient
                       channel
                       "Recordatorio"
                       rec::CustomerPhone
                       type apo.MessageTemplates::FieldsForTurno(rec))
                 add 1 to result
              end-if
           end-perform
           goback.
       end method.

      *> Queues one recall message per RecallReport candidate --
      *> EnqueueOnce keyed by customer, service and month, so running
      *> this twice in one month never nags the same person twice.
      *> Returns how many candidates were put through.
       method-id QueueRecalls static.
       local-storage section.
       01 candidates type System.Collections.Generic.List[type apo.RecallRecord].
       01 c type apo.RecallRecord.
       01 cust type apo.CustomerRecord.
       01 recipient string.
       01 channel string.
       01 fields type System.Collections.Generic.Dictionary[string, string].
       01 i type System.Int32.
       procedure division returning result as type System.Int32.
           set result to 0
           invoke type apo.RecallReport::Candidates returning candidates
           perform varying i from 1 by 1 until i > candidates::Count
              set c to candidates::Item(i - 1)
              invoke type apo.CustomerStore::FindByPhone(c::CustomerPhone) returning cust
      *> A recall is marketing -- the opt-out flag silences it, even
      *> though the customer still shows on the call sheet.
              if cust not = null and cust::MarketingOptOut
                 exit perform cycle
              end-if
              invoke self::RecipientFor(c::CustomerPhone by reference channel)
                 returning recipient
              invoke type apo.MessageTemplates::FieldsFor(c::CustomerPhone) returning fields
              invoke fields::Add("servicio" c::ServiceName)
              invoke type apo.MessageQueue::EnqueueTemplateOnce(
                    "recaptacion:" & c::CustomerPhone & ":" & c::ServiceName
                    & ":" & type DateTime::Today::ToString("yyyyMM")
                    recipient
                    channel
                    "Recaptacion"
                    c::CustomerPhone
                    fields)
              add 1 to result
           end-perform
           goback.
       end method.

       end class.
