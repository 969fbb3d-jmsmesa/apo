       class-id apo.PromotionStore.

      *> Disk persistence for the promotions the till can apply,
      *> mirroring SupplierStore's flat pipe-delimited file:
      *>   name|kind|amount|items|from|to|weekdays|fromHour|toHour|
      *>   code|campaign|active
      *> one promotion per line, dates as yyyy-MM-dd or empty for
      *> open-ended, active S or N.  Edited in the file the same way
      *> employees.dat is ("Martes manana|Porcentaje|20||||2|0|12|||S",
      *> "Estudiante|Importe|3|Corte||||||||S"); Form37 fills in the
      *> campaign when it mails a code out.  A promotion is never
      *> deleted once used -- the payments it discounted name it --
      *> only set to N.  Form11 applies one explicitly, and the
      *> discount goes on the payment (PaymentRecord's Discount and
      *> Promotion) so the receipt, the commission and the month-end
      *> pack all see it as a discount, not as a lower price typed in.

       working-storage section.
       01 DataPath   string value "promotions.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value p as type apo.PromotionRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(p::Name::Replace(Delimiter " "))
           invoke parts::Add(p::Kind)
           invoke parts::Add(p::Amount::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Items::Replace(Delimiter " "))
           if p::ValidFrom = type DateTime::MinValue
              invoke parts::Add("")
           else
              invoke parts::Add(p::ValidFrom::ToString("yyyy-MM-dd"))
           end-if
           if p::ValidTo = type DateTime::MaxValue
              invoke parts::Add("")
           else
              invoke parts::Add(p::ValidTo::ToString("yyyy-MM-dd"))
           end-if
           invoke parts::Add(p::Weekdays)
           invoke parts::Add(p::FromHour::ToString())
           invoke parts::Add(p::ToHour::ToString())
           invoke parts::Add(p::PromoCode::Replace(Delimiter " "))
           invoke parts::Add(p::Campaign::Replace(Delimiter " "))
           if p::Active
              invoke parts::Add("S")
           else
              invoke parts::Add("N")
           end-if
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

      *> A hand-edited line may leave anything after the name empty:
      *> a blank kind is a percentage, blank dates and days are open,
      *> blank hours are all day, and a blank active flag is active.
       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.PromotionRecord.
           local-storage section.
           01 f type string occurs any.
           01 ok condition-value.
           01 day type DateTime.
           01 hour type System.Int32.
           01 parsedAmount type System.Decimal.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.PromotionRecord()
           set result::Name to f(1)::Trim()
           if f::Length > 1 and f(2)::Trim() = "Importe"
              set result::Kind to "Importe"
           end-if
           if f::Length > 2
              invoke type System.Decimal::TryParse(f(3)
                    type System.Globalization.NumberStyles::Number
                    type System.Globalization.CultureInfo::InvariantCulture
                    by reference parsedAmount)
                 returning ok
              if ok and parsedAmount > 0
                 set result::Amount to parsedAmount
              end-if
           end-if
           if f::Length > 3
              set result::Items to f(4)::Trim()
           end-if
           if f::Length > 4
              invoke type DateTime::TryParse(f(5) by reference day) returning ok
              if ok
                 set result::ValidFrom to day::Date
              end-if
           end-if
           if f::Length > 5
              invoke type DateTime::TryParse(f(6) by reference day) returning ok
              if ok
                 set result::ValidTo to day::Date
              end-if
           end-if
           if f::Length > 6
              set result::Weekdays to f(7)::Trim()
           end-if
           if f::Length > 7
              invoke type System.Int32::TryParse(f(8) by reference hour) returning ok
              if ok and hour >= 0 and hour <= 24
                 set result::FromHour to hour
              end-if
           end-if
           if f::Length > 8
              invoke type System.Int32::TryParse(f(9) by reference hour) returning ok
              if ok and hour >= 0 and hour <= 24
                 set result::ToHour to hour
              end-if
           end-if
           if f::Length > 9
              set result::PromoCode to f(10)::Trim()
           end-if
           if f::Length > 10
              set result::Campaign to f(11)::Trim()
           end-if
           if f::Length > 11 and f(12)::Trim() = "N"
              set result::Active to false
           end-if
           goback.
       end method.

      *> Loads every promotion on file.  Returns an empty list before
      *> promotions.dat exists -- the till then simply has none.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.PromotionRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.PromotionRecord]()
           if type System.IO.File::Exists(DataPath)
              set lines to type System.IO.File::ReadAllLines(DataPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Trim()::Length > 0
                    invoke result::Add(self::FromLine(lines(i)))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveAll static.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.PromotionRecord].
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

       method-id FindByName static.
       procedure division using by value name as string
                           returning result as type apo.PromotionRecord.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.PromotionRecord].
           01 i type System.Int32.
           procedure division.
           set result to null
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = name
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The active promotion a code typed at the till belongs to, or
      *> null.  Codes are matched without regard to case -- they are
      *> read off a phone screen.
       method-id FindByCode static.
       procedure division using by value promoCode as string
                           returning result as type apo.PromotionRecord.
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.PromotionRecord].
           01 i type System.Int32.
           01 wanted string.
           procedure division.
           set result to null
           set wanted to promoCode::Trim()::ToUpper()
           if wanted::Length = 0
              goback
           end-if
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Active
                 and records::Item(i - 1)::PromoCode::ToUpper() = wanted
                 set result to records::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> True when the promotion runs at that moment: active, inside
      *> its dates, on one of its days and inside its hours.
       method-id ValidAt static.
       local-storage section.
       01 dayNumber type System.Int32.
       procedure division using by value p as type apo.PromotionRecord
                                 moment as type DateTime
                           returning result as condition-value.
           set result to false
           if not p::Active
              goback
           end-if
           if moment::Date < p::ValidFrom or moment::Date > p::ValidTo
              goback
           end-if
           set dayNumber to moment::DayOfWeek as type System.Int32
           if p::Weekdays::Length > 0
              and not p::Weekdays::Contains(dayNumber::ToString())
              goback
           end-if
           if moment::Hour < p::FromHour or moment::Hour >= p::ToHour
              goback
           end-if
           set result to true
           goback.
       end method.

      *> True when the promotion covers a service or product by name.
       method-id Covers static.
       local-storage section.
       01 parts type string occurs any.
       01 i type System.Int32.
       procedure division using by value p as type apo.PromotionRecord
                                 itemName as string
                           returning result as condition-value.
           set result to false
           if itemName = null or itemName::Trim()::Length = 0
              goback
           end-if
           if p::Items::Trim()::Length = 0
              set result to true
              goback
           end-if
           set parts to p::Items::Split(";")
           perform varying i from 1 by 1 until i > parts::Length
              if parts(i)::Trim() = itemName::Trim()
                 set result to true
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> What the promotion takes off a line of this amount, to the
      *> cent, never more than the line itself.
       method-id DiscountOn static.
       procedure division using by value p as type apo.PromotionRecord
                                 lineAmount as type System.Decimal
                           returning result as type System.Decimal.
           if p::Kind = "Importe"
              set result to p::Amount
           else
              compute result = lineAmount * p::Amount / 100
              invoke type System.Math::Round(result 2) returning result
           end-if
           if result > lineAmount
              set result to lineAmount
           end-if
           if result < 0
              set result to 0
           end-if
           goback.
       end method.

      *> The code-less promotions running at that moment, for the
      *> till's selector; coded ones need the customer's code.
       method-id OpenAt static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.PromotionRecord].
       01 i type System.Int32.
       procedure division using by value moment as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.PromotionRecord].
           set result to new System.Collections.Generic.List[type apo.PromotionRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::PromoCode::Length = 0
                 and self::ValidAt(records::Item(i - 1) moment)
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> The active promotions with a code, for Form37's selector.
       method-id Coded static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.PromotionRecord].
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.PromotionRecord].
           set result to new System.Collections.Generic.List[type apo.PromotionRecord]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Active
                 and records::Item(i - 1)::PromoCode::Length > 0
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Ties a promotion's code to the mailing it goes out with.  A
      *> code belongs to one campaign, so the month-end pack can say
      *> what each mailing brought in: false when the code already
      *> went out with a different one.
       method-id SetCampaign static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.PromotionRecord].
       01 i type System.Int32.
       procedure division using by value name as string
                                 campaignName as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = name
                 if records::Item(i - 1)::Campaign::Length = 0
                    or records::Item(i - 1)::Campaign = campaignName
                    set records::Item(i - 1)::Campaign to campaignName
                    invoke self::SaveAll(records)
                    set result to true
                 end-if
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
