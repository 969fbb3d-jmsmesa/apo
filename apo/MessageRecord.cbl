      *> back to the turno and purpose ("confirmacion:<id>" /
      *> "recordatorio:<id>") so the queue never sends the same thing
      *> twice; SentAt stays at DateTime::MinValue until the message
      *> actually goes out.  NotBefore holds a message back until a
      *> given time (the post-visit survey waits for the next
      *> morning); DateTime::MinValue sends on the next pass.

       working-storage section.
       01 MessageId  string property.
       01 QueuedAt   type DateTime property.
       01 SentAt     type DateTime property.
       01 Error      string property.
       01 NotBefore  type DateTime property.

       method-id NEW.
       procedure division.
           set Error to ""
           set NotBefore to type DateTime::MinValue
           goback.
       end method.

