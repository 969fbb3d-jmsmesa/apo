      *> or SMS connection itself, the bridge watching the folder
      *> does the actual sending.  Every message keeps its
      *> pending/sent/failed state on file so the queue can be
      *> inspected and retried from Form19.  What the salon sends on
      *> its own initiative is worded by the templates Form62
      *> maintains (EnqueueTemplate); Enqueue itself takes a body
      *> already written, as a campaign's is.

       working-storage section.
       01 DataPath     string value "messages.dat".
           invoke parts::Add(m::QueuedAt::ToString("o"))
           invoke parts::Add(m::SentAt::ToString("o"))
           invoke parts::Add(m::Error::Replace(Delimiter " "))
           invoke parts::Add(m::NotBefore::ToString("o"))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
           else
              set result::Error to ""
           end-if
           if f::Length > 9
              invoke type DateTime::Parse(f(10)) returning result::NotBefore
           else
              set result::NotBefore to type DateTime::MinValue
           end-if
           goback.
       end method.

      *> and checking outside the lock let them both queue the same
      *> customer's reminder.
       method-id EnqueueOnce static.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 body as string.
           invoke self::EnqueueOnceAt(reference recipient channel body
                 type DateTime::MinValue)
           goback.
       end method.

      *> EnqueueOnce for a message held back until notBefore.
       method-id EnqueueOnceAt static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.MessageRecord].
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 body as string
                                 notBefore as type DateTime.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set known to false
           invoke self::Load returning records
              end-if
           end-perform
           if not known
              invoke self::EnqueueAt(reference recipient channel body notBefore)
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
      *> Queues one message as Pendiente.  Nothing is sent here --
      *> ProcessPending does that on the next timer pass.
       method-id Enqueue static.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 body as string.
           invoke self::EnqueueAt(reference recipient channel body
                 type DateTime::MinValue)
           goback.
       end method.

      *> Enqueue for a message that must not go out before notBefore
      *> -- ProcessPending leaves it Pendiente until then.
       method-id EnqueueAt static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 writer type System.IO.StreamWriter.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 body as string
                                 notBefore as type DateTime.
           set m to new apo.MessageRecord()
           invoke type System.Guid::NewGuid::ToString returning m::MessageId
           set m::Reference to reference
           set m::Status to "Pendiente"
           set m::QueuedAt to type DateTime::Now
           set m::SentAt to type DateTime::MinValue
           set m::NotBefore to notBefore
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(m))
           goback.
       end method.

      *> Queues one of the salon's own messages, its body built from
      *> the template for its purpose in the language of the customer
      *> at phone (MessageTemplates) with the values given.
       method-id EnqueueTemplate static.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 purpose as string
                                 phone as string
                                 fields as
                type System.Collections.Generic.Dictionary[string, string].
           invoke self::Enqueue(reference recipient channel
                 self::TemplateBody(purpose phone fields))
           goback.
       end method.

      *> EnqueueTemplate through EnqueueOnce.
       method-id EnqueueTemplateOnce static.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 purpose as string
                                 phone as string
                                 fields as
                type System.Collections.Generic.Dictionary[string, string].
           invoke self::EnqueueOnceAt(reference recipient channel
                 self::TemplateBody(purpose phone fields) type DateTime::MinValue)
           goback.
       end method.

      *> EnqueueTemplate through EnqueueOnceAt.
       method-id EnqueueTemplateOnceAt static.
       procedure division using by value reference as string
                                 recipient as string
                                 channel as string
                                 purpose as string
                                 phone as string
                                 fields as
                type System.Collections.Generic.Dictionary[string, string]
                                 notBefore as type DateTime.
           invoke self::EnqueueOnceAt(reference recipient channel
                 self::TemplateBody(purpose phone fields) notBefore)
           goback.
       end method.

       method-id TemplateBody static private.
       procedure division using by value purpose as string
                                 phone as string
                                 fields as
                type System.Collections.Generic.Dictionary[string, string]
                           returning result as string.
           invoke type apo.MessageTemplates::Fill(
                 type apo.MessageTemplates::BodyFor(purpose
                       type apo.MessageTemplates::LanguageOf(phone))
                 fields)
              returning result
           goback.
       end method.

      *> Hands one message to the sending bridge: a small text file
      *> in the outbox folder, named by channel and id, that the
      *> bridge picks up and actually sends.
           goback.
       end method.

      *> Works the queue: every Pendiente message that is due is
      *> handed to the bridge and marked Enviado, or marked Fallido
      *> with the reason (an unreachable outbox share, typically) so
      *> Form19 can show it and retry.  Returns how many went out.
       method-id ProcessPending static.
       local-storage section.
       01 gate type System.IO.FileStream.
           perform varying i from 1 by 1 until i > records::Count
              set m to records::Item(i - 1)
              if m::Status = "Pendiente"
                 and m::NotBefore <= type DateTime::Now
                 try
                    invoke self::Deliver(m)
                    set m::Status to "Enviado"
