           invoke parts::Add(c::Active::ToString())
           invoke parts::Add(c::Email::Replace(Delimiter " "))
           invoke parts::Add(c::MarketingOptOut::ToString())
           invoke parts::Add(c::SourceName::Replace(Delimiter " "))
           invoke parts::Add(c::ReferredBy)
           invoke parts::Add(c::CreatedAt::ToString("o"))
           invoke parts::Add(c::PreferredLanguage)
           invoke parts::Add(c::BillingName::Replace(Delimiter " "))
           invoke parts::Add(c::TaxId::Replace(Delimiter " "))
           invoke parts::Add(c::BillingAddress::Replace(Delimiter " "))
           invoke parts::Add(c::MonthlyInvoice::ToString())
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
           else
              set result::MarketingOptOut to false
           end-if
           if f::Length > 9
              set result::SourceName to f(8)
              set result::ReferredBy to f(9)
              invoke type DateTime::Parse(f(10)) returning result::CreatedAt
           end-if
           if f::Length > 10
              set result::PreferredLanguage to f(11)
           end-if
           if f::Length > 13
              set result::BillingName to f(12)
              set result::TaxId to f(13)
              set result::BillingAddress to f(14)
           end-if
           if f::Length > 14
              invoke type System.Boolean::Parse(f(15)) returning result::MonthlyInvoice
           end-if
           goback.
       end method.

      *> appointment on the duplicate's phone -- live and archived --
      *> is repointed at the survivor, then the duplicate record is
      *> dropped, so one person booked under their mobile and their
      *> home number finally has one history.  Customers the duplicate
      *> referred are credited to the survivor.
       method-id Merge static.
       procedure division using by value survivorPhone as string
                                 duplicatePhone as string.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke type apo.AppointmentStore::RepointPhone(duplicatePhone survivorPhone)
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ReferredBy = duplicatePhone
                 set records::Item(i - 1)::ReferredBy to survivorPhone
              end-if
           end-perform
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Phone = duplicatePhone
                 invoke records::RemoveAt(i - 1)
      *> updates the name/notes/email on file and flags them as a
      *> repeat customer if it has -- this is what lets Form2 offer a
      *> single "look up or create" step instead of retyping the same
      *> client into free text every visit.  The acquisition source
      *> and referrer are only taken when the customer is created, or
      *> when a record from before sources were kept has none yet --
      *> a returning customer's answer never overwrites the first.
       method-id Upsert static.
       procedure division using by value phone as string
                                 name  as string
                                 notes as string
                                 email as string
                                 sourceName as string
                                 referredBy as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.CustomerRecord].
                 set existing::Notes to notes
                 set existing::Email to email
                 set existing::IsRepeat to true
                 if existing::SourceName::Length = 0
                    set existing::SourceName to sourceName
                    set existing::ReferredBy to referredBy
                 end-if
                 set found to true
                 exit perform
              end-if
              set existing::Notes to notes
              set existing::Email to email
              set existing::IsRepeat to false
              set existing::SourceName to sourceName
              set existing::ReferredBy to referredBy
              set existing::CreatedAt to type DateTime::Now
              invoke records::Add(existing)
           end-if
           invoke self::SaveAll(records)
           goback.
       end method.

      *> Forgets a purged customer as the referrer of anyone they
      *> sent -- the referral still counts under its source, it just
      *> no longer points at a phone that has been erased.
       method-id ClearReferrer static.
       procedure division using by value phone as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.CustomerRecord].
           01 i type System.Int32.
           01 changed condition-value.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set changed to false
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::ReferredBy = phone
                 set records::Item(i - 1)::ReferredBy to ""
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
