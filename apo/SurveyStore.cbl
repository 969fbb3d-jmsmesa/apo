       class-id apo.SurveyStore.

      *> Disk persistence for post-visit surveys, mirroring
      *> UsageStore's flat pipe-delimited file.  When a turno lands
      *> on "Completado", Queue writes the survey line and queues the
      *> message through MessageQueue held back to the next morning
      *> (SurveyHour, 10 unless the salon changes it) -- unless the
      *> customer has MarketingOptOut set, or already has a survey for
      *> the same day (the services of one visit get one survey, not
      *> one each).  ReplyInbox hands the answers back to Answer.

       working-storage section.
       01 DataPath   string value "surveys.dat".
       01 Delimiter  string value "|".
      *> How long after it goes out a survey still takes a reply
      *> matched by the sender alone, without its reference.
       01 ReplyDays  type System.Int32 value 7.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value s as type apo.SurveyRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(s::SurveyId)
           invoke parts::Add(s::AppointmentId)
           invoke parts::Add(s::CustomerPhone)
           invoke parts::Add(s::Recipient)
           invoke parts::Add(s::EmployeeName::Replace(Delimiter " "))
           invoke parts::Add(s::ServiceName::Replace(Delimiter " "))
           invoke parts::Add(s::VisitDate::ToString("o"))
           invoke parts::Add(s::SendAt::ToString("o"))
           invoke parts::Add(s::Score::ToString())
           invoke parts::Add(s::Comment::Replace(Delimiter " "))
           invoke parts::Add(s::AnsweredAt::ToString("o"))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.SurveyRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.SurveyRecord()
           set result::SurveyId to f(1)
           set result::AppointmentId to f(2)
           set result::CustomerPhone to f(3)
           set result::Recipient to f(4)
           set result::EmployeeName to f(5)
           set result::ServiceName to f(6)
           invoke type DateTime::Parse(f(7)) returning result::VisitDate
           invoke type DateTime::Parse(f(8)) returning result::SendAt
           invoke type System.Int32::Parse(f(9)) returning result::Score
           set result::Comment to f(10)
           invoke type DateTime::Parse(f(11)) returning result::AnsweredAt
           goback.
       end method.

      *> Loads every survey on file.  Returns an empty list before
      *> surveys.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.SurveyRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.SurveyRecord]()
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveAll static private.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.SurveyRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > list::Count
              invoke lines::Add(self::ToLine(list::Item(i - 1)))
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> When the survey for a visit goes out: SurveyHour the
      *> morning after.
       method-id SendTimeAfter static private.
       local-storage section.
       01 raw string.
       01 hour type System.Int32.
       01 ok condition-value.
       procedure division using by value visit as type DateTime
                           returning result as type DateTime.
           invoke type apo.Settings::Get("SurveyHour" "10") returning raw
           invoke type System.Int32::TryParse(raw by reference hour) returning ok
           if not ok or hour < 0 or hour > 23
              set hour to 10
           end-if
           set result to visit::Date::AddDays(1)::AddHours(hour)
           goback.
       end method.

      *> Queues the survey for a turno that has just completed.
      *> Nothing is queued for a turno with no customer phone, a
      *> customer who opted out of marketing, or a customer already
      *> asked about that day's visit.
       method-id Queue static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 s type apo.SurveyRecord.
       01 cust type apo.CustomerRecord.
       01 channel string.
       01 fields type System.Collections.Generic.Dictionary[string, string].
       01 i type System.Int32.
       01 writer type System.IO.StreamWriter.
       procedure division using by value rec as type apo.AppointmentRecord.
           if rec::CustomerPhone = null or rec::CustomerPhone::Trim()::Length = 0
              goback
           end-if
           invoke type apo.CustomerStore::FindByPhone(rec::CustomerPhone) returning cust
           if cust not = null and cust::MarketingOptOut
              goback
           end-if

           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::AppointmentId = rec::AppointmentId
                 or (records::Item(i - 1)::CustomerPhone = rec::CustomerPhone
                     and records::Item(i - 1)::VisitDate = rec::Start::Date)
                 invoke type apo.StoreLock::Release(gate)
                 goback
              end-if
           end-perform

           set s to new apo.SurveyRecord()
           invoke type System.Guid::NewGuid::ToString returning s::SurveyId
           set s::AppointmentId to rec::AppointmentId
           set s::CustomerPhone to rec::CustomerPhone
           set s::Recipient to rec::CustomerPhone
           set channel to "SMS"
           if cust not = null and cust::Email::Trim()::Length > 0
              set s::Recipient to cust::Email
              set channel to "Email"
           end-if
           set s::EmployeeName to rec::EmployeeName
           set s::ServiceName to rec::ServiceName
           set s::VisitDate to rec::Start::Date
           invoke self::SendTimeAfter(rec::Start) returning s::SendAt
           set s::Score to 0
           set s::AnsweredAt to type DateTime::MinValue
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(s))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)

      *> The answer is matched back by the reference, which is why
      *> Form62 will not save a survey template without {ref}.
           invoke type apo.MessageTemplates::FieldsFor(rec::CustomerPhone) returning fields
           invoke fields::Add("fecha" s::VisitDate::ToString("dd/MM"))
           invoke fields::Add("estilista" s::EmployeeName)
           invoke fields::Add("servicio" s::ServiceName)
           invoke fields::Add("ref" s::SurveyId)
           invoke type apo.MessageQueue::EnqueueTemplateOnceAt(
                 "encuesta:" & s::SurveyId
                 s::Recipient
                 channel
                 "Encuesta"
                 rec::CustomerPhone
                 fields
                 s::SendAt)
           goback.
       end method.

      *> The survey a reference quotes, or null.
       method-id FindById static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 i type System.Int32.
       procedure division using by value surveyId as string
                           returning result as type apo.SurveyRecord.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::SurveyId = surveyId
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The survey a reply with no reference is most likely about:
      *> the sender's latest unanswered one that has already gone out
      *> and is no older than ReplyDays.  Null when there is none.
       method-id OpenFor static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 s type apo.SurveyRecord.
       01 i type System.Int32.
       procedure division using by value sender as string
                           returning result as type apo.SurveyRecord.
           set result to null
           if sender = null or sender::Trim()::Length = 0
              goback
           end-if
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set s to records::Item(i - 1)
              if s::Score = 0
                 and (s::CustomerPhone = sender::Trim() or s::Recipient = sender::Trim())
                 and s::SendAt <= type DateTime::Now
                 and s::SendAt::AddDays(ReplyDays) >= type DateTime::Now
                 if result = null or s::SendAt > result::SendAt
                    set result to s
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> Records the customer's answer.  A survey already answered
      *> keeps its first answer; returns false then, or when the id
      *> is unknown or the score is outside 1 to 5.
       method-id Answer static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 i type System.Int32.
       procedure division using by value surveyId as string
                                 score as type System.Int32
                                 comment as string
                           returning result as condition-value.
           set result to false
           if score < 1 or score > 5
              goback
           end-if
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::SurveyId = surveyId
                 and records::Item(i - 1)::Score = 0
                 set records::Item(i - 1)::Score to score
                 set records::Item(i - 1)::Comment to comment
                 set records::Item(i - 1)::AnsweredAt to type DateTime::Now
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Every survey for visits in one month.
       method-id ForMonth static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 i type System.Int32.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type apo.SurveyRecord].
           set result to new System.Collections.Generic.List[type apo.SurveyRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::VisitDate::Year = year
                 and records::Item(i - 1)::VisitDate::Month = month
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Blanks one customer's phone, address and comments -- the
      *> data-protection purge.  Scores stay for the per-stylist
      *> statistics.
       method-id AnonymizePhone static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.SurveyRecord].
       01 i type System.Int32.
       01 changed condition-value.
       procedure division using by value phone as string.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set changed to false
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 set records::Item(i - 1)::CustomerPhone to ""
                 set records::Item(i - 1)::Recipient to ""
                 set records::Item(i - 1)::Comment to ""
                 set changed to true
              end-if
           end-perform
           if changed
              invoke self::SaveAll(records)
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
