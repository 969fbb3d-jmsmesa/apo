      *> day's configured hours and are accepted through the same
      *> checks a real booking passes (business hours, room overlap
      *> including block-outs), so a slot offered here is a slot
      *> Form2 will actually take.  Searches for a catalog service
      *> also need a stylist qualified for it (EmployeeStore skills)
      *> to be free.

       working-storage section.
       01 StepMinutes   type System.Int32 value 15.
                                 maxResults as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type apo.SlotRecord].
           invoke self::FindSlotsFor(durationMinutes "" preferredRoom ""
                 earliest maxResults)
              returning result
           goback.
       end method.

      *> FindSlots narrowed to one stylist and/or one catalog
      *> service: a slot only counts when someone who can do the
      *> work is rostered for it, not on a dated absence, and not
      *> already taken by another turno -- so a slot offered on Form24
      *> is never one the save path would then refuse.  With a
      *> service, only people whose skills include it are considered
      *> and the slot runs for that person's own duration; with no
      *> stylist named, the first qualified one free gets the slot.
      *> No service and no stylist searches rooms only, as before.
       method-id FindSlotsFor static.
       local-storage section.
       01 rooms type System.Collections.Generic.List[string].
       01 people type System.Collections.Generic.List[string].
       01 minutes type System.Collections.Generic.List[type System.Int32].
       01 qualified condition-value.
       01 day type DateTime.
       01 candidate type DateTime.
       01 candidateEnd type DateTime.
       01 closeTime type DateTime.
       01 k type System.Int32.
       01 p type System.Int32.
       01 dayCount type System.Int32.
       procedure division using by value durationMinutes as type System.Int32
                                 serviceName as string
                                 preferredRoom as string
                                 employeeName as string
                                 earliest as type DateTime
           if durationMinutes <= 0 or maxResults <= 0
              goback
           end-if
           if serviceName = null
              set serviceName to ""
           end-if

           if preferredRoom = null or preferredRoom::Trim()::Length = 0
              or preferredRoom = "(Cualquiera)"
              invoke rooms::Add(preferredRoom)
           end-if

      *> Who could take the work, each with their own minutes for it.
      *> An empty list means a plain room search.
           set people to new System.Collections.Generic.List[string]()
           if employeeName not = null and employeeName::Length > 0
              invoke type apo.EmployeeStore::IsQualified(employeeName serviceName)
                 returning qualified
              if not qualified
                 goback
              end-if
              invoke people::Add(employeeName)
           else
              if serviceName::Length > 0
                 invoke type apo.EmployeeStore::QualifiedFor(serviceName) returning people
                 if people::Count = 0
                    goback
                 end-if
              end-if
           end-if
           set minutes to new System.Collections.Generic.List[type System.Int32]()
           perform varying p from 1 by 1 until p > people::Count
              invoke minutes::Add(type apo.EmployeeStore::DurationFor(people::Item(p - 1)
                    serviceName durationMinutes))
           end-perform

           set day to earliest::Date
           set dayCount to 0
           perform until dayCount >= MaxSearchDays or result::Count >= maxResults
                    perform until candidate >= earliest
                       invoke candidate::AddMinutes(StepMinutes) returning candidate
                    end-perform
                    perform until candidate >= closeTime
                          or result::Count >= maxResults
                       if people::Count = 0
                          set candidateEnd to candidate::AddMinutes(durationMinutes)
                          if candidateEnd <= closeTime
                             and type apo.BusinessHours::IsWithinHours(candidate candidateEnd)
                             and not type apo.AppointmentStore::HasOverlap(candidate
                                   candidateEnd "" rooms::Item(k - 1))
                             invoke result::Add(self::Slot(rooms::Item(k - 1)
                                   candidate candidateEnd ""))
                          end-if
                       else
                          perform varying p from 1 by 1 until p > people::Count
                             set candidateEnd to candidate::AddMinutes(minutes::Item(p - 1))
                             if candidateEnd <= closeTime
                                and type apo.BusinessHours::IsWithinHours(candidate candidateEnd)
                                and not type apo.AppointmentStore::HasOverlap(candidate
                                      candidateEnd "" rooms::Item(k - 1))
                                and type apo.EmployeeStore::IsOnShift(people::Item(p - 1)
                                      candidate candidateEnd)
                                and not type apo.AppointmentStore::HasEmployeeConflict(
                                      candidate candidateEnd "" people::Item(p - 1)
                                      rooms::Item(k - 1))
                                invoke result::Add(self::Slot(rooms::Item(k - 1)
                                      candidate candidateEnd people::Item(p - 1)))
                                exit perform
                             end-if
                          end-perform
                       end-if
                       invoke candidate::AddMinutes(StepMinutes) returning candidate
                    end-perform
           goback.
       end method.

       method-id Slot static private.
       procedure division using by value roomName as string
                                 start as type DateTime
                                 finish as type DateTime
                                 employeeName as string
                           returning result as type apo.SlotRecord.
           set result to new apo.SlotRecord()
           set result::ResourceId to roomName
           set result::Start to start
           set result::End to finish
           set result::EmployeeName to employeeName
           goback.
       end method.

       end class.
