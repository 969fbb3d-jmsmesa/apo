       class-id apo.LoyaltyStore.

      *> Customer points, kept as a ledger in points.dat -- one line
      *> per movement, mirroring FormulaStore's flat pipe-delimited
      *> file, keyed by phone like everything else about a customer.
      *> A receipted payment earns one point per LoyaltyEarnEvery of
      *> money (settings.dat, 100 unless the salon changes it; 0
      *> switches the scheme off); vouchers earn nothing, neither when
      *> sold nor when spent, and nor does a bono session, which was
      *> paid for when the bono was sold.  Each point is worth
      *> LoyaltyPointValue off a later payment (1 by default) and
      *> lapses LoyaltyMonths after it was earned (12 by default),
      *> oldest points spent first.

       working-storage section.
       01 DataPath   string value "points.dat".
       01 Delimiter  string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value x as type apo.LoyaltyEntry
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(x::EntryId)
           invoke parts::Add(x::CustomerPhone)
           invoke parts::Add(x::PostedAt::ToString("o"))
           invoke parts::Add(x::Points::ToString())
           invoke parts::Add(x::Movement)
           invoke parts::Add(x::ReceiptNumber::ToString())
           invoke parts::Add(x::PaymentId)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.LoyaltyEntry.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.LoyaltyEntry()
           set result::EntryId to f(1)
           set result::CustomerPhone to f(2)
           invoke type DateTime::Parse(f(3)) returning result::PostedAt
           invoke type System.Int32::Parse(f(4)) returning result::Points
           set result::Movement to f(5)
           invoke type System.Int32::Parse(f(6)) returning result::ReceiptNumber
           set result::PaymentId to f(7)
           goback.
       end method.

      *> Loads the whole ledger, oldest first.  Returns an empty list
      *> before points.dat exists.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.LoyaltyEntry].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.LoyaltyEntry]()
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

      *> Writes one movement to the ledger.
       method-id Post static private.
       procedure division using by value phone as string
                                 points as type System.Int32
                                 movement as string
                                 receiptNumber as type System.Int32
                                 paymentId as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 writer type System.IO.StreamWriter.
           01 x type apo.LoyaltyEntry.
           procedure division.
           set x to new apo.LoyaltyEntry()
           invoke type System.Guid::NewGuid::ToString returning x::EntryId
           set x::CustomerPhone to phone
           set x::PostedAt to type DateTime::Now
           set x::Points to points
           set x::Movement to movement
           set x::ReceiptNumber to receiptNumber
           set x::PaymentId to paymentId
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           invoke writer::WriteLine(self::ToLine(x))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> How much money earns one point, from LoyaltyEarnEvery; 0
      *> when the scheme is switched off.
       method-id EarnEvery static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Decimal.
           invoke type apo.Settings::Get("LoyaltyEarnEvery" "100") returning raw
           invoke type System.Decimal::TryParse(raw
                 type System.Globalization.NumberStyles::Number
                 type System.Globalization.CultureInfo::InvariantCulture
                 by reference result)
              returning ok
           if not ok or result < 0
              set result to 100
           end-if
           goback.
       end method.

      *> What one point takes off a payment, from LoyaltyPointValue.
       method-id PointValue static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Decimal.
           invoke type apo.Settings::Get("LoyaltyPointValue" "1") returning raw
           invoke type System.Decimal::TryParse(raw
                 type System.Globalization.NumberStyles::Number
                 type System.Globalization.CultureInfo::InvariantCulture
                 by reference result)
              returning ok
           if not ok or result <= 0
              set result to 1
           end-if
           goback.
       end method.

      *> How many months a point lasts, from LoyaltyMonths.
       method-id ExpiryMonths static.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("LoyaltyMonths" "12") returning raw
           invoke type System.Int32::TryParse(raw by reference result) returning ok
           if not ok or result < 1
              set result to 12
           end-if
           goback.
       end method.

      *> The customer a payment belongs to: the phone on the turno it
      *> was taken against, the account's phone for a payment on
      *> account, "" for a counter sale with no turno.
       method-id PhoneFor static.
       local-storage section.
       01 rec type apo.AppointmentRecord.
       procedure division using by value p as type apo.PaymentRecord
                           returning result as string.
           set result to ""
           if p::AppointmentId = null or p::AppointmentId::Length = 0
              set result to p::CustomerPhone
              goback
           end-if
           invoke type apo.AppointmentStore::FindById(p::AppointmentId) returning rec
           if rec not = null and rec::CustomerPhone not = null
              set result to rec::CustomerPhone::Trim()
           end-if
           goback.
       end method.

      *> The points a payment earns -- whole points only, nothing for
      *> a voucher sold or spent, a bono session, a refund, or while
      *> the scheme is off.
       method-id PointsFor static.
       local-storage section.
       01 rate type System.Decimal.
       procedure division using by value p as type apo.PaymentRecord
                           returning result as type System.Int32.
           set result to 0
           invoke self::EarnEvery returning rate
           if rate = 0 or p::Amount <= 0
              or p::Kind = "Vale" or p::Kind = "Devolucion"
              or p::Method = "Vale regalo" or p::Method = "Bono"
              goback
           end-if
           compute result = p::Amount / rate
           goback.
       end method.

      *> Credits the points one receipted payment earns and returns
      *> how many that was.
       method-id Earn static.
       local-storage section.
       01 points type System.Int32.
       procedure division using by value phone as string
                                 p as type apo.PaymentRecord
                                 receiptNumber as type System.Int32
                           returning result as type System.Int32.
           set result to 0
           if phone = null or phone::Length = 0
              goback
           end-if
           invoke self::PointsFor(p) returning points
           if points > 0
              invoke self::Post(phone points "Ganados" receiptNumber p::PaymentId)
              set result to points
           end-if
           goback.
       end method.

      *> A customer's current points.
       method-id Balance static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 i type System.Int32.
       procedure division using by value phone as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 add records::Item(i - 1)::Points to result
              end-if
           end-perform
           goback.
       end method.

      *> Spends points as a discount on the payment about to be
      *> taken.  Returns false, spending nothing, when the customer
      *> hasn't that many -- checked and written under one lock so
      *> both tills can't spend the same points.
       method-id Redeem static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 available type System.Int32.
       procedure division using by value phone as string
                                 points as type System.Int32
                                 paymentId as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Balance(phone) returning available
           if points > 0 and points <= available
              invoke self::Post(phone 0 - points "Canjeados" 0 paymentId)
              set result to true
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Points spent on one payment, for its receipt.
       method-id RedeemedBy static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 i type System.Int32.
       procedure division using by value paymentId as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::PaymentId = paymentId
                 and records::Item(i - 1)::Movement = "Canjeados"
                 subtract records::Item(i - 1)::Points from result
              end-if
           end-perform
           goback.
       end method.

      *> Takes back the points a refunded receipt earned, in
      *> proportion to the money handed back, never more in total
      *> than the receipt earned.  The balance may go below zero when
      *> the points were already spent -- the next purchases pay it
      *> back.  Returns the points taken back.
       method-id ReverseForRefund static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 x type apo.LoyaltyEntry.
       01 phone string.
       01 earned type System.Int32.
       01 reversed type System.Int32.
       01 i type System.Int32.
       procedure division using by value receiptNumber as type System.Int32
                                 refundAmount as type System.Decimal
                                 originalAmount as type System.Decimal
                                 paymentId as string
                           returning result as type System.Int32.
           set result to 0
           if originalAmount <= 0
              goback
           end-if
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set phone to ""
           set earned to 0
           set reversed to 0
           perform varying i from 1 by 1 until i > records::Count
              set x to records::Item(i - 1)
              if x::ReceiptNumber = receiptNumber
                 if x::Movement = "Ganados"
                    set phone to x::CustomerPhone
                    add x::Points to earned
                 end-if
                 if x::Movement = "Revertidos"
                    subtract x::Points from reversed
                 end-if
              end-if
           end-perform
           if earned > 0
              compute result rounded = earned * refundAmount / originalAmount
              if result > earned - reversed
                 set result to earned - reversed
              end-if
              if result > 0
                 invoke self::Post(phone 0 - result "Revertidos" receiptNumber paymentId)
              else
                 set result to 0
              end-if
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Lapses every point older than LoyaltyMonths that hasn't been
      *> spent yet.  Spending always takes the oldest points first,
      *> so each customer's ledger is walked in order: earned points
      *> pile up as lots, every negative movement eats the oldest lots,
      *> and whatever is left in a lot past its date is posted as
      *> "Vencidos".  A negative movement bigger than the lots still
      *> open (a refund reversing points already spent) is carried
      *> forward and paid off by the next points earned, which are
      *> then not there to lapse.  Run once a day from Form1_Load;
      *> returns the points lapsed.
       method-id ExpireDue static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 phones type System.Collections.Generic.List[string].
       01 lotDates type System.Collections.Generic.List[type DateTime].
       01 lotLeft type System.Collections.Generic.List[type System.Int32].
       01 x type apo.LoyaltyEntry.
       01 months type System.Int32.
       01 owed type System.Int32.
       01 take type System.Int32.
       01 lapsed type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       01 n type System.Int32.
       procedure division using by value asOf as type DateTime
                           returning result as type System.Int32.
           set result to 0
           invoke self::ExpiryMonths returning months
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set phones to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if not phones::Contains(records::Item(i - 1)::CustomerPhone)
                 invoke phones::Add(records::Item(i - 1)::CustomerPhone)
              end-if
           end-perform

           perform varying k from 1 by 1 until k > phones::Count
              set lotDates to new System.Collections.Generic.List[type DateTime]()
              set lotLeft to new System.Collections.Generic.List[type System.Int32]()
              set owed to 0
              perform varying i from 1 by 1 until i > records::Count
                 set x to records::Item(i - 1)
                 if x::CustomerPhone = phones::Item(k - 1)
                    if x::Points > 0
                       set take to x::Points
                       if owed > 0
                          if owed > take
                             set take to 0
                             compute owed = owed - x::Points
                          else
                             compute take = take - owed
                             set owed to 0
                          end-if
                       end-if
                       if take > 0
                          invoke lotDates::Add(x::PostedAt)
                          invoke lotLeft::Add(take)
                       end-if
                    else
                       compute owed = owed - x::Points
                       perform varying n from 1 by 1 until n > lotLeft::Count or owed = 0
                          if lotLeft::Item(n - 1) > 0
                             if lotLeft::Item(n - 1) > owed
                                set take to owed
                             else
                                set take to lotLeft::Item(n - 1)
                             end-if
                             set lotLeft::Item(n - 1) to lotLeft::Item(n - 1) - take
                             subtract take from owed
                          end-if
                       end-perform
                    end-if
                 end-if
              end-perform
              set lapsed to 0
              perform varying n from 1 by 1 until n > lotLeft::Count
                 if lotDates::Item(n - 1)::AddMonths(months) <= asOf
                    add lotLeft::Item(n - 1) to lapsed
                 end-if
              end-perform
              if lapsed > 0
                 invoke self::Post(phones::Item(k - 1) 0 - lapsed "Vencidos" 0 "")
                 add lapsed to result
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Every movement for one customer, oldest first.
       method-id ForPhone static.
       procedure division using by value phone as string
                           returning result as
                type System.Collections.Generic.List[type apo.LoyaltyEntry].
           local-storage section.
           01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.LoyaltyEntry]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone = phone
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> Drops one customer's whole account -- PrivacyPurge.  Their
      *> unspent points go with it.
       method-id Forget static.
       procedure division using by value phone as string.
           local-storage section.
           01 gate type System.IO.FileStream.
           01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::CustomerPhone not = phone
                 invoke lines::Add(self::ToLine(records::Item(i - 1)))
              end-if
           end-perform
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Points still held by customers at the close of the given
      *> day -- the salon's outstanding obligation.  A negative
      *> balance (points reversed after they were spent) is nobody's
      *> claim on us and counts as zero.
       method-id Outstanding static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.LoyaltyEntry].
       01 balances type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 phones type System.Collections.Generic.List[string].
       01 x type apo.LoyaltyEntry.
       01 i type System.Int32.
       01 held type System.Int32.
       procedure division using by value asOf as type DateTime
                           returning result as type System.Int32.
           set result to 0
           set balances to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set phones to new System.Collections.Generic.List[string]()
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set x to records::Item(i - 1)
              if x::PostedAt::Date <= asOf::Date
                 if not balances::ContainsKey(x::CustomerPhone)
                    invoke balances::Add(x::CustomerPhone 0)
                    invoke phones::Add(x::CustomerPhone)
                 end-if
                 set held to balances::Item(x::CustomerPhone) + x::Points
                 set balances::Item(x::CustomerPhone) to held
              end-if
           end-perform
           perform varying i from 1 by 1 until i > phones::Count
              if balances::Item(phones::Item(i - 1)) > 0
                 add balances::Item(phones::Item(i - 1)) to result
              end-if
           end-perform
           goback.
       end method.

       end class.
