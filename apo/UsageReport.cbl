       class-id apo.UsageReport.

      *> Back-bar consumption for one month, per employee and product:
      *> what the catalog says their completed turnos should have used
      *> against what they recorded mixing on the formula card.  A
      *> large positive difference is the stylist who over-mixes; a
      *> negative one is a service whose standard amount is set too
      *> high.  Units are each product's own stock unit.

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id Build static.
       local-storage section.
       01 usage type System.Collections.Generic.List[type apo.UsageRecord].
       01 employees type System.Collections.Generic.List[string].
       01 products type System.Collections.Generic.List[string].
       01 report type System.Text.StringBuilder.
       01 u type apo.UsageRecord.
       01 i type System.Int32.
       01 k type System.Int32.
       01 p type System.Int32.
       01 standardTotal type System.Int32.
       01 usedTotal type System.Int32.
       01 diff type System.Int32.
       01 overPercent type System.Int32.
       01 turnos type System.Collections.Generic.List[string].
       01 line string.
       procedure division using by value year as type System.Int32
                                 month as type System.Int32
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Consumo de cabina " & month::ToString("00") & "/"
              & year::ToString() & " (teorico contra real):")
           invoke type apo.UsageStore::ForMonth(year month) returning usage
           if usage::Count = 0
              invoke report::AppendLine("    Sin consumos registrados en el mes.")
              invoke report::ToString() returning result
              goback
           end-if

           set employees to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > usage::Count
              if not employees::Contains(usage::Item(i - 1)::EmployeeName)
                 invoke employees::Add(usage::Item(i - 1)::EmployeeName)
              end-if
           end-perform
           invoke employees::Sort()

           perform varying k from 1 by 1 until k > employees::Count
              set turnos to new System.Collections.Generic.List[string]()
              set products to new System.Collections.Generic.List[string]()
              perform varying i from 1 by 1 until i > usage::Count
                 set u to usage::Item(i - 1)
                 if u::EmployeeName = employees::Item(k - 1)
                    if not turnos::Contains(u::AppointmentId)
                       invoke turnos::Add(u::AppointmentId)
                    end-if
                    if not products::Contains(u::ProductName)
                       invoke products::Add(u::ProductName)
                    end-if
                 end-if
              end-perform
              invoke products::Sort()
              if employees::Item(k - 1)::Length = 0
                 set line to "(sin empleado asignado)"
              else
                 set line to employees::Item(k - 1)
              end-if
              invoke report::AppendLine("")
              invoke report::AppendLine("    " & line & " - "
                 & turnos::Count::ToString() & " turnos")
              perform varying p from 1 by 1 until p > products::Count
                 set standardTotal to 0
                 set usedTotal to 0
                 perform varying i from 1 by 1 until i > usage::Count
                    set u to usage::Item(i - 1)
                    if u::EmployeeName = employees::Item(k - 1)
                       and u::ProductName = products::Item(p - 1)
                       add u::StandardQty to standardTotal
                       add u::UsedQty to usedTotal
                    end-if
                 end-perform
                 compute diff = usedTotal - standardTotal
                 set line to "        " & products::Item(p - 1)
                    & ": teorico " & standardTotal::ToString()
                    & ", real " & usedTotal::ToString()
                    & ", diferencia " & diff::ToString("+0;-0;0")
                 if standardTotal > 0 and diff > 0
                    compute overPercent = diff * 100 / standardTotal
                    set line to line & " (" & overPercent::ToString() & "% de mas)"
                 end-if
                 invoke report::AppendLine(line)
              end-perform
           end-perform
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
