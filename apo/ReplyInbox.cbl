      *> (their next upcoming turno), and applies it: CONFIRMAR runs
      *> the same transition Form9's confirm does, CANCELAR runs the
      *> normal Delete path so the slot frees and the waiting list
      *> gets its chance.  Answers to the post-visit survey
      *> (SurveyStore) are matched the same two ways -- the survey's
      *> reference in the text, or the sender's open survey -- and
      *> their 1-to-5 score and comment recorded.  A reply nothing
      *> matches moves to the revisar subfolder for the desk
      *> (Form38).

       working-storage section.
       01 FolderKey       string value "ReplyFolder".
           goback.
       end method.

      *> The survey a reply answers: one whose reference appears in
      *> the text, or failing that -- unless the reply is a
      *> CONFIRMAR or CANCELAR for a turno -- the sender's open
      *> survey.  Null when it isn't a survey answer.
       method-id MatchSurvey static private.
       local-storage section.
       01 words type string occurs any.
       01 i type System.Int32.
       01 guid type System.Guid.
       01 ok condition-value.
       procedure division using by value content as string
                                 sender as string
                           returning result as type apo.SurveyRecord.
           set result to null
           set words to content::Split(new System.Char[4](x"20" x"2C" x"0D" x"0A")
                 type System.StringSplitOptions::RemoveEmptyEntries)
           perform varying i from 1 by 1 until i > words::Length
              invoke type System.Guid::TryParse(words(i)::Trim() by reference guid)
                 returning ok
              if ok
                 invoke type apo.SurveyStore::FindById(words(i)::Trim()) returning result
                 if result not = null
                    goback
                 end-if
              end-if
           end-perform
           if content::ToUpper()::Contains("CANCELAR")
              or content::ToUpper()::Contains("CONFIRMAR")
              goback
           end-if
           invoke type apo.SurveyStore::OpenFor(sender) returning result
           goback.
       end method.

      *> The body of a reply: every line but the bridge's "De:"
      *> header, run together on one line.
       method-id BodyOf static private.
       local-storage section.
       01 lines type string occurs any.
       01 k type System.Int32.
       procedure division using by value content as string
                           returning result as string.
           set result to ""
           set lines to content::Split(new System.Char[2](x"0D" x"0A")
                 type System.StringSplitOptions::RemoveEmptyEntries)
           perform varying k from 1 by 1 until k > lines::Length
              if not lines(k)::StartsWith("De:")
                 set result to result & " " & lines(k)::Trim()
              end-if
           end-perform
           set result to result::Trim()
           goback.
       end method.

      *> The score in a survey answer: the first word of the body
      *> that is a digit 1 to 5 ("5", "4.", "3/5"); 0 when there is
      *> none.
       method-id ScoreIn static private.
       local-storage section.
       01 words type string occurs any.
       01 word string.
       01 i type System.Int32.
       procedure division using by value body as string
                           returning result as type System.Int32.
           set result to 0
           set words to body::Split(new System.Char[2](x"20" x"2C")
                 type System.StringSplitOptions::RemoveEmptyEntries)
           perform varying i from 1 by 1 until i > words::Length
              set word to words(i)::Trim()
              if word::StartsWith("1") or word::StartsWith("2") or word::StartsWith("3")
                 or word::StartsWith("4") or word::StartsWith("5")
                 if word::Length = 1 or word::Substring(1 1) = "." or word::Substring(1 1) = "/"
                    or word::Substring(1 1) = "!"
                    invoke type System.Int32::Parse(word::Substring(0 1)) returning result
                    exit perform
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> Pulls every reply file in, applies what can be applied and
      *> parks the rest for review.  Returns how many replies were
      *> applied.  Files are claimed into procesados first, the same
       01 i type System.Int32.
       01 k type System.Int32.
       01 rec type apo.AppointmentRecord.
       01 survey type apo.SurveyRecord.
       01 body string.
       01 score type System.Int32.
       01 applied condition-value.
       procedure division returning result as type System.Int32.
           set result to 0
                    end-perform

                    set applied to false
                    invoke self::MatchSurvey(content sender) returning survey
                    if survey not = null
      *> A survey answer without a usable score goes to the desk
      *> like any other reply it can't make sense of.
                       invoke self::BodyOf(content) returning body
                       invoke self::ScoreIn(body) returning score
                       invoke type apo.SurveyStore::Answer(survey::SurveyId score
                             body::Replace(survey::SurveyId "")::Replace("Ref " "")::Trim())
                          returning applied
                       if applied
                          invoke type apo.AuditLog::Record("Encuesta respondida"
                                survey::AppointmentId score::ToString())
                       end-if
                    end-if

                    set rec to null
                    if survey = null
                       invoke self::MatchReply(content sender) returning rec
                    end-if
                    if rec not = null
                       if upper::Contains("CANCELAR")
      *> The normal cancel path: the record moves to the recycle bin
                             if rec::StatusId = type apo.AppointmentStatus::StatusIdFor("Tentativo")
                                and not type apo.AppointmentStore::HasOverlap(rec::Start
                                      rec::End rec::AppointmentId rec::ResourceId)
                                and type apo.BusinessHours::IsRoomOpen(rec::Start rec::End rec::ResourceId)
                                and type apo.EmployeeStore::IsOnShift(rec::EmployeeName
                                      rec::Start rec::End)
                                and not type apo.AppointmentStore::HasEmployeeConflict(rec::Start
                                      rec::End rec::AppointmentId rec::EmployeeName
                                      rec::ResourceId)
                                invoke type apo.AppointmentStatus::StatusIdFor("Confirmado")
                                   returning rec::StatusId
                                invoke type apo.AppointmentStatus::BackgroundIdFor("Confirmado")
