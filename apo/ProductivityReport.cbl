       class-id apo.ProductivityReport.

      *> Monthly productivity per stylist for Form56 and the owner's
      *> quarterly staff reviews.  UtilizationReport says how full the
      *> rooms are and CommissionReport what each person earned; this
      *> says how well each one's rota time turned into business:
      *>   - rostered hours (working days and hours in employees.dat,
      *>     less dated absences and closed dates) against the hours
      *>     of turnos booked with them;
      *>   - revenue per rostered hour and average ticket, revenue
      *>     being what the till took against their completed turnos
      *>     (deposit, settlement and retail, refunds off);
      *>   - retail sold at their turnos as a share of that revenue;
      *>   - rebooking: completed visits whose customer already had
      *>     the next turno on the book by the end of that day;
      *>   - what no-shows and late cancellations (less notice than
      *>     LateCancelNoticeHours, the late-fee window) cost them --
      *>     the turno's price less whatever money was kept.
      *> Each figure is shown beside the previous month's.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id NoticeHours static private.
       local-storage section.
       01 raw string.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("LateCancelNoticeHours" "24") returning raw
           invoke type System.Int32::TryParse(raw by reference result) returning ok
           if not ok or result < 1
              set result to 24
           end-if
           goback.
       end method.

      *> Money the till took of one kind against one turno, with the
      *> refunds of that kind taken off again.
       method-id Taken static private.
       local-storage section.
       01 mine type System.Collections.Generic.List[type apo.PaymentRecord].
       01 pay type apo.PaymentRecord.
       01 refundedKind string.
       01 i type System.Int32.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 byTurno as
                type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.PaymentRecord]]
                                 appointmentId as string
                                 kindWanted as string
                           returning result as type System.Decimal.
           set result to 0
           if not byTurno::ContainsKey(appointmentId)
              goback
           end-if
           set mine to byTurno::Item(appointmentId)
           perform varying i from 1 by 1 until i > mine::Count
              set pay to mine::Item(i - 1)
              if pay::Kind = kindWanted
                 add pay::Amount to result
              end-if
              if pay::Kind = "Devolucion"
                 invoke type apo.PaymentStore::RefundedKind(payments pay)
                    returning refundedKind
                 if refundedKind = kindWanted
                    add pay::Amount to result
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> The hours the rota gave one employee in [monthStart,
      *> monthEnd).
       method-id Rostered static private.
       local-storage section.
       01 day type DateTime.
       01 dayNumber type System.Int32.
       procedure division using by value emp as type apo.EmployeeRecord
                                 monthStart as type DateTime
                                 monthEnd as type DateTime
                           returning result as type System.Decimal.
           set result to 0
           set day to monthStart
           perform until day >= monthEnd
              set dayNumber to day::DayOfWeek as type System.Int32
              if emp::WorkDays::Contains(dayNumber::ToString())
                 and type apo.BusinessHours::IsOpenDay(day::DayOfWeek)
                 and not type apo.BusinessHours::IsClosedDate(day)
                 and not type apo.AbsenceStore::IsAbsent(emp::Name day day)
                 compute result = result + emp::EndHour - emp::StartHour
              end-if
              invoke day::AddDays(1) returning day
           end-perform
           goback.
       end method.

      *> True when the customer of a completed visit already had a
      *> later turno on the book by the end of that day -- the other
      *> services of the same visit do not count.
       method-id LeftBooked static private.
       local-storage section.
       01 theirs type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 other type apo.AppointmentRecord.
       01 dayEnd type DateTime.
       01 i type System.Int32.
       procedure division using by value byPhone as
                type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.AppointmentRecord]]
                                 rec as type apo.AppointmentRecord
                           returning result as condition-value.
           set result to false
           if not byPhone::ContainsKey(rec::CustomerPhone)
              goback
           end-if
           set dayEnd to rec::Start::Date::AddDays(1)
           set theirs to byPhone::Item(rec::CustomerPhone)
           perform varying i from 1 by 1 until i > theirs::Count
              set other to theirs::Item(i - 1)
              if other::Start >= rec::End
                 and other::CreatedAt not = type DateTime::MinValue
                 and other::CreatedAt < dayEnd
                 and not (other::RecurrenceId = rec::RecurrenceId
                          and rec::RecurrenceId::StartsWith("visita:"))
                 set result to true
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> One employee's figures for the month starting monthStart.
       method-id Measure static private.
       local-storage section.
       01 line type apo.ProductivityLine.
       01 rec type apo.AppointmentRecord.
       01 c type apo.CancellationRecord.
       01 monthEnd type DateTime.
       01 span type System.TimeSpan.
       01 kept type System.Decimal.
       01 loss type System.Decimal.
       01 price type System.Decimal.
       01 who string.
       01 cancelledId type System.Int32.
       01 completedId type System.Int32.
       01 noShowId type System.Int32.
       01 deposit type System.Decimal.
       01 settled type System.Decimal.
       01 retail type System.Decimal.
       01 noticeMinutes type System.Int32.
       01 again condition-value.
       01 i type System.Int32.
       procedure division using by value emp as type apo.EmployeeRecord
                                 records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 byId as
                type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]
                                 byPhone as
                type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.AppointmentRecord]]
                                 payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 byTurno as
                type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.PaymentRecord]]
                                 cancellations as
                type System.Collections.Generic.List[type apo.CancellationRecord]
                                 monthStart as type DateTime
                           returning result as type apo.ProductivityLine.
           set monthEnd to monthStart::AddMonths(1)
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           invoke type apo.AppointmentStatus::StatusIdFor("Completado") returning completedId
           invoke type apo.AppointmentStatus::StatusIdFor("Ausente") returning noShowId
           invoke self::NoticeHours returning noticeMinutes
           compute noticeMinutes = noticeMinutes * 60

           set line to new apo.ProductivityLine()
           set line::EmployeeName to emp::Name
           invoke self::Rostered(emp monthStart monthEnd) returning line::RosteredHours

           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::EmployeeName = emp::Name
                 and rec::Start >= monthStart and rec::Start < monthEnd
                 and rec::StatusId not = cancelledId
                 invoke rec::End::Subtract(rec::Start) returning span
                 compute line::BookedHours = line::BookedHours + span::TotalHours
                 invoke self::Taken(payments byTurno rec::AppointmentId "Sena")
                    returning deposit
                 invoke self::Taken(payments byTurno rec::AppointmentId "Pago")
                    returning settled
                 if rec::StatusId = completedId
                    add 1 to line::Completed
                    compute line::ServiceRevenue = line::ServiceRevenue
                       + deposit + settled
                    invoke self::Taken(payments byTurno rec::AppointmentId "Producto")
                       returning retail
                    add retail to line::RetailRevenue
                    invoke self::LeftBooked(byPhone rec) returning again
                    if again
                       add 1 to line::Rebooked
                    end-if
                 end-if
      *> A no-show costs the price of the chair less the deposit
      *> kept.
                 if rec::StatusId = noShowId
                    add 1 to line::NoShows
                    compute kept = deposit + settled
                    compute loss = rec::Price - kept
                    if loss > 0
                       add loss to line::NoShowLoss
                    end-if
                 end-if
              end-if
           end-perform

      *> Late cancellations, less the fee charged.  Lines from before
      *> the stylist was kept on the cancellation find them through
      *> the turno, wherever it is now.
           perform varying i from 1 by 1 until i > cancellations::Count
              set c to cancellations::Item(i - 1)
              if c::Start >= monthStart and c::Start < monthEnd
                 and c::NoticeMinutes < noticeMinutes
                 set who to c::EmployeeName
                 set price to c::Price
                 if who::Length = 0 and byId::ContainsKey(c::AppointmentId)
                    set who to byId::Item(c::AppointmentId)::EmployeeName
                    set price to byId::Item(c::AppointmentId)::Price
                 end-if
                 if who = emp::Name
                    add 1 to line::LateCancels
                    compute loss = price - c::FeeCharged
                    if loss > 0
                       add loss to line::LateCancelLoss
                    end-if
                 end-if
              end-if
           end-perform
           set result to line
           goback.
       end method.

      *> part as a whole-number percentage of whole, 0 when there is
      *> no whole.
       method-id Pct static private.
       procedure division using by value part as type System.Decimal
                                 whole as type System.Decimal
                           returning result as type System.Decimal.
           if whole = 0
              set result to 0
           else
              compute result rounded = part * 100 / whole
           end-if
           goback.
       end method.

      *> The figures of one month as report lines, each followed by
      *> the previous month's in brackets.
       method-id AppendLines static private.
       local-storage section.
       01 revenue type System.Decimal.
       01 earlier type System.Decimal.
       01 perHour type System.Decimal.
       01 perHourBefore type System.Decimal.
       01 ticket type System.Decimal.
       01 ticketBefore type System.Decimal.
       01 bookedPct type System.Decimal.
       01 bookedPctBefore type System.Decimal.
       01 retailPct type System.Decimal.
       01 retailPctBefore type System.Decimal.
       01 rebookPct type System.Decimal.
       01 rebookPctBefore type System.Decimal.
       01 completedCount type System.Decimal.
       procedure division using by value report as type System.Text.StringBuilder
                                 cur as type apo.ProductivityLine
                                 prev as type apo.ProductivityLine.
           compute revenue = cur::ServiceRevenue + cur::RetailRevenue
           compute earlier = prev::ServiceRevenue + prev::RetailRevenue
           set perHour to 0
           if cur::RosteredHours > 0
              compute perHour rounded = revenue / cur::RosteredHours
           end-if
           set perHourBefore to 0
           if prev::RosteredHours > 0
              compute perHourBefore rounded = earlier / prev::RosteredHours
           end-if
           set ticket to 0
           if cur::Completed > 0
              compute ticket rounded = revenue / cur::Completed
           end-if
           set ticketBefore to 0
           if prev::Completed > 0
              compute ticketBefore rounded = earlier / prev::Completed
           end-if

           invoke self::Pct(cur::BookedHours cur::RosteredHours) returning bookedPct
           invoke self::Pct(prev::BookedHours prev::RosteredHours) returning bookedPctBefore
           invoke self::Pct(cur::RetailRevenue revenue) returning retailPct
           invoke self::Pct(prev::RetailRevenue earlier) returning retailPctBefore
           set completedCount to cur::Completed
           invoke self::Pct(cur::Rebooked completedCount) returning rebookPct
           set completedCount to prev::Completed
           invoke self::Pct(prev::Rebooked completedCount) returning rebookPctBefore

           invoke report::AppendLine(cur::EmployeeName)
           invoke report::AppendLine("    Horas en plantilla: "
              & cur::RosteredHours::ToString("0.0")
              & "  (ant. " & prev::RosteredHours::ToString("0.0") & ")")
           invoke report::AppendLine("    Horas reservadas: "
              & cur::BookedHours::ToString("0.0") & ", "
              & bookedPct::ToString("0")
              & "% de la plantilla  (ant. "
              & prev::BookedHours::ToString("0.0") & ", "
              & bookedPctBefore::ToString("0") & "%)")
           invoke report::AppendLine("    Facturacion: " & revenue::ToString("0.00")
              & ", " & perHour::ToString("0.00") & " por hora de plantilla  (ant. "
              & earlier::ToString("0.00") & ", " & perHourBefore::ToString("0.00") & ")")
           invoke report::AppendLine("    Ticket medio: " & ticket::ToString("0.00")
              & " en " & cur::Completed::ToString() & " turno(s)  (ant. "
              & ticketBefore::ToString("0.00") & " en "
              & prev::Completed::ToString() & ")")
           invoke report::AppendLine("    Venta de productos: "
              & cur::RetailRevenue::ToString("0.00") & ", "
              & retailPct::ToString("0")
              & "% de la facturacion  (ant. "
              & prev::RetailRevenue::ToString("0.00") & ", "
              & retailPctBefore::ToString("0") & "%)")
           invoke report::AppendLine("    Salieron con otro turno: "
              & cur::Rebooked::ToString() & " de " & cur::Completed::ToString() & ", "
              & rebookPct::ToString("0") & "%  (ant. "
              & rebookPctBefore::ToString("0") & "%)")
           invoke report::AppendLine("    Ausencias sin aviso: "
              & cur::NoShows::ToString() & ", " & cur::NoShowLoss::ToString("0.00")
              & " perdido  (ant. " & prev::NoShows::ToString() & ", "
              & prev::NoShowLoss::ToString("0.00") & ")")
           invoke report::AppendLine("    Cancelaciones tardias: "
              & cur::LateCancels::ToString() & ", " & cur::LateCancelLoss::ToString("0.00")
              & " perdido  (ant. " & prev::LateCancels::ToString() & ", "
              & prev::LateCancelLoss::ToString("0.00") & ")")
           invoke report::AppendLine("")
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 employees type System.Collections.Generic.List[type apo.EmployeeRecord].
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 recycled type System.Collections.Generic.List[string].
       01 known type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 byId type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord].
       01 byPhone type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.AppointmentRecord]].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 byTurno type System.Collections.Generic.Dictionary[string,
                     type System.Collections.Generic.List[type apo.PaymentRecord]].
       01 cancellations type System.Collections.Generic.List[type apo.CancellationRecord].
       01 cur type apo.ProductivityLine.
       01 prev type apo.ProductivityLine.
       01 report type System.Text.StringBuilder.
       01 monthStart type DateTime.
       01 prevStart type DateTime.
       01 y type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value reportYear as type System.Int32
                                 reportMonth as type System.Int32
                           returning result as string.
           set monthStart to new DateTime(reportYear reportMonth 1)
           set prevStart to monthStart::AddMonths(-1)

      *> Live plus the archive years from the previous month on --
      *> the live file also holds the turnos booked ahead, which is
      *> what the rebooking check looks for.
           invoke type apo.AppointmentStore::Load returning records
           perform varying y from prevStart::Year by 1 until y > type DateTime::Today::Year
              invoke type apo.AppointmentStore::LoadArchiveYear(y) returning archived
              invoke records::AddRange(archived)
           end-perform

      *> Turnos deleted to the recycle bin still say whose chair a
      *> cancellation was in, and that a customer had booked again.
           set byId to new System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]()
           set byPhone to new System.Collections.Generic.Dictionary[string,
                 type System.Collections.Generic.List[type apo.AppointmentRecord]]()
           invoke type apo.AppointmentStore::LoadRecycle returning recycled
           set known to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           invoke known::AddRange(records)
           perform varying i from 1 by 1 until i > recycled::Count
              invoke type apo.AppointmentStore::RecycledRecord(recycled::Item(i - 1))
                 returning rec
              invoke known::Add(rec)
           end-perform
           perform varying i from 1 by 1 until i > known::Count
              set rec to known::Item(i - 1)
              if not byId::ContainsKey(rec::AppointmentId)
                 invoke byId::Add(rec::AppointmentId rec)
              end-if
              if rec::CustomerPhone::Trim()::Length > 0
                 if not byPhone::ContainsKey(rec::CustomerPhone)
                    invoke byPhone::Add(rec::CustomerPhone
                          new System.Collections.Generic.List[type apo.AppointmentRecord]())
                 end-if
                 invoke byPhone::Item(rec::CustomerPhone)::Add(rec)
              end-if
           end-perform

           invoke type apo.PaymentStore::Load returning payments
           set byTurno to new System.Collections.Generic.Dictionary[string,
                 type System.Collections.Generic.List[type apo.PaymentRecord]]()
           perform varying i from 1 by 1 until i > payments::Count
              if payments::Item(i - 1)::AppointmentId::Length > 0
                 if not byTurno::ContainsKey(payments::Item(i - 1)::AppointmentId)
                    invoke byTurno::Add(payments::Item(i - 1)::AppointmentId
                          new System.Collections.Generic.List[type apo.PaymentRecord]())
                 end-if
                 invoke byTurno::Item(payments::Item(i - 1)::AppointmentId)::Add(
                       payments::Item(i - 1))
              end-if
           end-perform
           invoke type apo.CancellationStore::Load returning cancellations

           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Productividad de "
                 & monthStart::ToString("MM/yyyy") & " (entre parentesis, "
                 & prevStart::ToString("MM/yyyy") & ")")
           invoke report::AppendLine("")
           invoke type apo.EmployeeStore::Load returning employees
           perform varying k from 1 by 1 until k > employees::Count
              invoke self::Measure(employees::Item(k - 1) records byId byPhone
                    payments byTurno cancellations monthStart)
                 returning cur
              invoke self::Measure(employees::Item(k - 1) records byId byPhone
                    payments byTurno cancellations prevStart)
                 returning prev
              invoke self::AppendLines(report cur prev)
           end-perform
           if employees::Count = 0
              invoke report::AppendLine("Sin empleados en el registro.")
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
