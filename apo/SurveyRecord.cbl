       class-id apo.SurveyRecord.

      *> Plain data holder for one post-visit satisfaction survey:
      *> the turno it asks about, who did the work and what, and the
      *> customer's answer once ReplyInbox matches one.  SurveyId is
      *> also the reference quoted in the message, the way a
      *> confirmation quotes the turno's token.  Score stays 0 until
      *> the customer answers 1 to 5.

       working-storage section.
       01 SurveyId      string property.
       01 AppointmentId string property.
       01 CustomerPhone string property.
       01 Recipient     string property.
       01 EmployeeName  string property.
       01 ServiceName   string property.
       01 VisitDate     type DateTime property.
       01 SendAt        type DateTime property.
       01 Score         type System.Int32 property.
       01 Comment       string property.
       01 AnsweredAt    type DateTime property.

       method-id NEW.
       procedure division.
           set Comment to ""
           goback.
       end method.

       end class.
