       class-id apo.InventoryReport.

      *> The shelf in money, for MonthEndReport and Form64.  Valuation
      *> is the stock on hand as it stands when the report is run --
      *> products.dat keeps no history of counts -- at cost price and
      *> at selling price.  A count below zero (back-bar product drawn
      *> before the delivery was booked) is not worth anything and is
      *> left out, and a product without a cost price is valued at 0
      *> at cost; both are counted underneath so the figure can be
      *> trusted or put right.
      *>
      *> Shrinkage is worked from the stocktakes posted
      *> (StocktakeStore): per stocktake, the units found short and
      *> over and what they came to at the cost price of the day,
      *> then per product over all of them, so the bottle that goes
      *> missing every month stands out.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> Stock valuation for one branch, or every branch and their
      *> total when branchName is "".
       method-id Valuation static.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 report type System.Text.StringBuilder.
       01 units type System.Int32.
       01 atCost type System.Decimal.
       01 atRetail type System.Decimal.
       01 totalUnits type System.Int32.
       01 totalCost type System.Decimal.
       01 totalRetail type System.Decimal.
       01 negative type System.Int32.
       01 noCost type System.Int32.
       01 shown type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value branchName as string
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Valoracion de existencias al "
              & type DateTime::Now::ToString("dd/MM/yyyy HH:mm") & ":")
           invoke type apo.Branch::Names returning branches
           set totalUnits to 0
           set totalCost to 0
           set totalRetail to 0
           set shown to 0
           perform varying k from 1 by 1 until k > branches::Count
              if branchName::Length > 0 and branchName not = branches::Item(k - 1)
                 exit perform cycle
              end-if
      *> Each branch's shelf is read the way its own station sees it.
              invoke type apo.Branch::Use(branches::Item(k - 1))
              invoke type apo.ProductStore::Load returning records
              invoke type apo.Branch::Use("")
              set units to 0
              set atCost to 0
              set atRetail to 0
              set negative to 0
              set noCost to 0
              perform varying i from 1 by 1 until i > records::Count
                 set p to records::Item(i - 1)
                 if p::Stock < 0
                    add 1 to negative
                    exit perform cycle
                 end-if
                 if p::CostPrice = 0 and p::Stock > 0
                    add 1 to noCost
                 end-if
                 add p::Stock to units
                 compute atCost = atCost + p::Stock * p::CostPrice
                 compute atRetail = atRetail + p::Stock * p::Price
              end-perform
              if branches::Count > 1
                 invoke report::AppendLine("    Sucursal " & branches::Item(k - 1) & ":")
              end-if
              invoke report::AppendLine("    " & units::ToString() & " unidad(es), al coste "
                 & atCost::ToString("0.00") & ", a precio de venta "
                 & atRetail::ToString("0.00"))
              if noCost > 0
                 invoke report::AppendLine("        " & noCost::ToString()
                    & " producto(s) con stock sin precio de coste (valen 0 al coste).")
              end-if
              if negative > 0
                 invoke report::AppendLine("        " & negative::ToString()
                    & " producto(s) con stock negativo, sin valorar.")
              end-if
              add units to totalUnits
              add atCost to totalCost
              add atRetail to totalRetail
              add 1 to shown
           end-perform
           if shown > 1
              invoke report::AppendLine("    Total: " & totalUnits::ToString()
                 & " unidad(es), al coste " & totalCost::ToString("0.00")
                 & ", a precio de venta " & totalRetail::ToString("0.00"))
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> Shrinkage over the stocktakes posted from fromDay to toDay,
      *> for one branch or all of them when branchName is "".
       method-id Shrinkage static.
       local-storage section.
       01 history type System.Collections.Generic.List[type apo.StocktakeLine].
       01 l type apo.StocktakeLine.
       01 report type System.Text.StringBuilder.
       01 takes type System.Collections.Generic.List[string].
       01 products type System.Collections.Generic.List[string].
       01 netUnits type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 netCost type System.Collections.Generic.Dictionary[string, type System.Decimal].
       01 takeLabel string.
       01 diff type System.Int32.
       01 lineValue type System.Decimal.
       01 shortUnits type System.Int32.
       01 shortCost type System.Decimal.
       01 overUnits type System.Int32.
       01 overCost type System.Decimal.
       01 lineCount type System.Int32.
       01 totalShort type System.Decimal.
       01 totalOver type System.Decimal.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value fromDay as type DateTime
                                 toDay as type DateTime
                                 branchName as string
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Mermas de inventario (recuentos del "
              & fromDay::ToString("dd/MM/yyyy") & " al "
              & toDay::ToString("dd/MM/yyyy") & "):")
           invoke type apo.StocktakeStore::Load returning history
           set takes to new System.Collections.Generic.List[string]()
           set products to new System.Collections.Generic.List[string]()
           set netUnits to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           set netCost to new System.Collections.Generic.Dictionary[string, type System.Decimal]()
      *> A stocktake is the lines posted together: one moment, one
      *> branch, one location.
           perform varying i from 1 by 1 until i > history::Count
              set l to history::Item(i - 1)
              if l::CountedAt::Date < fromDay::Date or l::CountedAt::Date > toDay::Date
                 or (branchName::Length > 0 and l::Branch not = branchName)
                 exit perform cycle
              end-if
              set takeLabel to l::CountedAt::ToString("dd/MM/yyyy HH:mm") & "|"
                 & l::Branch & "|" & type apo.StocktakeStore::SheetOf(l::Location)
              if not takes::Contains(takeLabel)
                 invoke takes::Add(takeLabel)
              end-if
              if not products::Contains(l::ProductName)
                 invoke products::Add(l::ProductName)
                 invoke netUnits::Add(l::ProductName 0)
                 invoke netCost::Add(l::ProductName 0)
              end-if
              compute diff = l::Counted - l::Expected
              compute lineValue = diff * l::CostPrice
              set netUnits::Item(l::ProductName) to netUnits::Item(l::ProductName) + diff
              set netCost::Item(l::ProductName) to netCost::Item(l::ProductName) + lineValue
           end-perform

           if takes::Count = 0
              invoke report::AppendLine("    Ningun recuento registrado.")
              invoke report::ToString() returning result
              goback
           end-if

           set totalShort to 0
           set totalOver to 0
           perform varying k from 1 by 1 until k > takes::Count
              set shortUnits to 0
              set shortCost to 0
              set overUnits to 0
              set overCost to 0
              set lineCount to 0
              perform varying i from 1 by 1 until i > history::Count
                 set l to history::Item(i - 1)
                 set takeLabel to l::CountedAt::ToString("dd/MM/yyyy HH:mm") & "|"
                    & l::Branch & "|" & type apo.StocktakeStore::SheetOf(l::Location)
                 if takeLabel not = takes::Item(k - 1)
                    exit perform cycle
                 end-if
                 add 1 to lineCount
                 compute diff = l::Counted - l::Expected
                 compute lineValue = diff * l::CostPrice
                 if diff < 0
                    subtract diff from shortUnits
                    subtract lineValue from shortCost
                 else
                    add diff to overUnits
                    add lineValue to overCost
                 end-if
              end-perform
              add shortCost to totalShort
              add overCost to totalOver
              invoke report::AppendLine("    " & takes::Item(k - 1)::Replace("|" "  ")
                 & ": " & lineCount::ToString() & " producto(s), faltan "
                 & shortUnits::ToString() & " (" & shortCost::ToString("0.00")
                 & "), sobran " & overUnits::ToString() & " ("
                 & overCost::ToString("0.00") & ")")
           end-perform

           invoke report::AppendLine("")
           invoke report::AppendLine("    Por producto (neto, al coste):")
           perform varying i from 1 by 1 until i > products::Count
              if netUnits::Item(products::Item(i - 1)) not = 0
                 invoke report::AppendLine("        " & products::Item(i - 1) & ": "
                    & netUnits::Item(products::Item(i - 1))::ToString("+0;-0") & " ("
                    & netCost::Item(products::Item(i - 1))::ToString("0.00") & ")")
              end-if
           end-perform
           compute lineValue = totalShort - totalOver
           invoke report::AppendLine("    Faltantes al coste: " & totalShort::ToString("0.00")
              & ", sobrantes: " & totalOver::ToString("0.00")
              & ", merma neta: " & lineValue::ToString("0.00"))
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
