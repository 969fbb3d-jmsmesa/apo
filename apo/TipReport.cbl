       class-id apo.TipReport.

      *> Tips, kept apart from the takings.  A tip left at the till is
      *> a "Propina" line in PaymentStore beside the payment it came
      *> with: no receipt and so no IVA, and never counted as takings
      *> or commission -- it is the staff's money, held in the drawer
      *> or on the card settlement until it is handed out.  Who a tip
      *> goes to is decided at the till (Form11) and defaults from
      *> TipRule in settings.dat:
      *>   TipRule|Empleado  -- the stylist on the turno (the default)
      *>   TipRule|Pozo      -- everything into the pool
      *> A turno with no stylist goes to the pool either way.  The
      *> weekly statement (Form61) gives each employee the tips left
      *> for them plus a share of the pool in proportion to the hours
      *> they clocked that week on Form51; a week nobody clocked is
      *> shared equally among whoever completed turnos in it.  This
      *> used to be a jar and an argument every Friday.

       working-storage section.
      *> What the till's recipient selector shows for the pool.
       01 PoolLabel string value "(Pozo)".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> "Empleado" or "Pozo", from TipRule.
       method-id Rule static.
       local-storage section.
       01 raw string.
       procedure division returning result as string.
           invoke type apo.Settings::Get("TipRule" "Empleado") returning raw
           if raw::Trim() = "Pozo"
              set result to "Pozo"
           else
              set result to "Empleado"
           end-if
           goback.
       end method.

       method-id SetRule static.
       procedure division using by value ruleName as string.
           invoke type apo.Settings::Set("TipRule" ruleName)
           goback.
       end method.

       method-id Pool static.
       procedure division returning result as string.
           set result to PoolLabel
           goback.
       end method.

      *> The recipient the till offers first for a turno's stylist.
       method-id DefaultRecipient static.
       procedure division using by value employeeName as string
                           returning result as string.
           if self::Rule = "Pozo"
              or employeeName = null or employeeName::Trim()::Length = 0
              set result to PoolLabel
           else
              set result to employeeName
           end-if
           goback.
       end method.

      *> The TipTo a recipient picked at the till is stored as: the
      *> employee's name, or "" for the pool.
       method-id StoredRecipient static.
       procedure division using by value picked as string
                           returning result as string.
           if picked = null or picked = PoolLabel
              set result to ""
           else
              set result to picked
           end-if
           goback.
       end method.

      *> Builds the weekly statement for the week (Monday to Sunday)
      *> starting weekStart.  The caller hands in live plus archived
      *> turnos, for the equal split when nobody clocked.
       method-id Build static.
       local-storage section.
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 pay type apo.PaymentRecord.
       01 names type System.Collections.Generic.List[string].
       01 own type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 hours type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 shares type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 byMethod type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 methods type System.Collections.Generic.List[string].
       01 days type System.Collections.Generic.List[type apo.HoursDay].
       01 rec type apo.AppointmentRecord.
       01 report type System.Text.StringBuilder.
       01 weekEnd type DateTime.
       01 completedId type System.Int32.
       01 name string.
       01 basis string.
       01 byHours condition-value.
       01 ownTotal type System.Decimal.
       01 poolTotal type System.Decimal.
       01 totalHours type System.Decimal.
       01 share type System.Decimal.
       01 sharedOut type System.Decimal.
       01 lastSharer string.
       01 i type System.Int32.
       procedure division using by value records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 weekStart as type DateTime
                           returning result as string.
           set weekEnd to weekStart::Date::AddDays(7)
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Propinas, semana del "
              & weekStart::ToString("dd/MM/yyyy") & " al "
              & weekStart::AddDays(6)::ToString("dd/MM/yyyy") & ":")

           invoke type apo.EmployeeStore::Names returning names
           set own to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set byMethod to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set methods to new System.Collections.Generic.List[string]()
           set ownTotal to 0
           set poolTotal to 0
           invoke type apo.PaymentStore::Load returning payments
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Kind = "Propina"
                 and pay::TakenAt >= weekStart::Date and pay::TakenAt < weekEnd
                 if pay::TipTo::Length > 0
      *> Someone who has since left still gets what was left for them.
                    if not names::Contains(pay::TipTo)
                       invoke names::Add(pay::TipTo)
                    end-if
                    if own::ContainsKey(pay::TipTo)
                       set own::Item(pay::TipTo) to own::Item(pay::TipTo) + pay::Amount
                    else
                       invoke own::Add(pay::TipTo pay::Amount)
                    end-if
                    add pay::Amount to ownTotal
                 else
                    add pay::Amount to poolTotal
                 end-if
                 if byMethod::ContainsKey(pay::Method)
                    set byMethod::Item(pay::Method) to byMethod::Item(pay::Method) + pay::Amount
                 else
                    invoke byMethod::Add(pay::Method pay::Amount)
                    invoke methods::Add(pay::Method)
                 end-if
              end-if
           end-perform

      *> The pool goes by hours clocked; a week nobody clocked goes
      *> one equal part per person who completed a turno in it.
           set hours to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set totalHours to 0
           invoke type apo.HoursReport::Days(weekStart::Date) returning days
           perform varying i from 1 by 1 until i > days::Count
              if days::Item(i - 1)::WorkedHours > 0
                 set name to days::Item(i - 1)::EmployeeName
                 if hours::ContainsKey(name)
                    set hours::Item(name) to hours::Item(name) + days::Item(i - 1)::WorkedHours
                 else
                    invoke hours::Add(name days::Item(i - 1)::WorkedHours)
                 end-if
                 add days::Item(i - 1)::WorkedHours to totalHours
              end-if
           end-perform
           set basis to "por horas fichadas"
           set byHours to true
           if totalHours = 0
              set byHours to false
              set basis to "a partes iguales entre quienes atendieron turnos"
              invoke type apo.AppointmentStatus::StatusIdFor("Completado")
                 returning completedId
              perform varying i from 1 by 1 until i > records::Count
                 set rec to records::Item(i - 1)
                 if rec::StatusId = completedId
                    and rec::Start >= weekStart::Date and rec::Start < weekEnd
                    and rec::EmployeeName::Trim()::Length > 0
                    and not hours::ContainsKey(rec::EmployeeName)
                    invoke hours::Add(rec::EmployeeName 1)
                    add 1 to totalHours
                    if not names::Contains(rec::EmployeeName)
                       invoke names::Add(rec::EmployeeName)
                    end-if
                 end-if
              end-perform
           end-if

      *> Each share is rounded to the cent; what rounding leaves over
      *> goes to the last one sharing, so the pool empties exactly.
           set shares to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
           set sharedOut to 0
           set lastSharer to ""
           if totalHours > 0
              perform varying i from 1 by 1 until i > names::Count
                 set name to names::Item(i - 1)
                 if hours::ContainsKey(name)
                    compute share = poolTotal * hours::Item(name) / totalHours
                    invoke type System.Math::Round(share 2) returning share
                    invoke shares::Add(name share)
                    add share to sharedOut
                    set lastSharer to name
                 end-if
              end-perform
              if lastSharer::Length > 0
                 set shares::Item(lastSharer) to
                    shares::Item(lastSharer) + poolTotal - sharedOut
              end-if
           end-if

           invoke report::AppendLine("    Dejadas a un empleado: " & ownTotal::ToString("0.00"))
           invoke report::AppendLine("    Al pozo: " & poolTotal::ToString("0.00")
              & " (reparto " & basis & ")")
           perform varying i from 1 by 1 until i > methods::Count
              invoke report::AppendLine("    En " & methods::Item(i - 1)::ToLower() & ": "
                 & byMethod::Item(methods::Item(i - 1))::ToString("0.00"))
           end-perform
           if poolTotal > 0 and lastSharer::Length = 0
              invoke report::AppendLine("    Nadie ficho ni atendio turnos esta semana:"
                 & " el pozo queda sin repartir.")
           end-if

           perform varying i from 1 by 1 until i > names::Count
              set name to names::Item(i - 1)
              if own::ContainsKey(name) or shares::ContainsKey(name)
                 invoke report::AppendLine("")
                 invoke report::AppendLine("    " & name & ":")
                 set share to 0
                 if own::ContainsKey(name)
                    set share to own::Item(name)
                 end-if
                 invoke report::AppendLine("        Propias: " & share::ToString("0.00"))
                 if shares::ContainsKey(name)
                    if byHours
                       invoke report::AppendLine("        Del pozo: "
                          & shares::Item(name)::ToString("0.00") & " ("
                          & hours::Item(name)::ToString("0.00") & " h de "
                          & totalHours::ToString("0.00") & ")")
                    else
                       invoke report::AppendLine("        Del pozo: "
                          & shares::Item(name)::ToString("0.00"))
                    end-if
                    add shares::Item(name) to share
                 end-if
                 invoke report::AppendLine("        A entregar: " & share::ToString("0.00"))
              end-if
           end-perform

           invoke report::ToString() returning result
           goback.
       end method.

       end class.
