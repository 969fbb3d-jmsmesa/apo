       class-id apo.StocktakeStore.

      *> Stocktakes of the retail shelf, for Form64.  Products are
      *> counted a shelf location at a time off a count sheet; the
      *> counts are compared with the system's before anything moves,
      *> and posting sets each counted product's stock to what was
      *> found (ProductStore::SetCount), with an audit entry per
      *> product saying what it was and what it became.  Every line
      *> posted is kept in stocktakes.dat
      *> (countedAt|branch|location|product|expected|counted|cost|price|countedBy),
      *> which is what InventoryReport's shrinkage is worked from.
      *>
      *> A sheet is a location's name, "(Sin ubicacion)" for the
      *> products nobody has given one yet, or "(Todas)" for the whole
      *> shelf location by location.  Counts are for the branch being
      *> worked on, like the stock they correct.

       working-storage section.
       01 DataPath    string value "stocktakes.dat".
       01 Delimiter   string value "|".
       01 AllSheets   string value "(Todas)".
       01 NoLocation  string value "(Sin ubicacion)".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id ToLine static private.
       procedure division using by value l as type apo.StocktakeLine
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(l::CountedAt::ToString("o"))
           invoke parts::Add(l::Branch)
           invoke parts::Add(l::Location::Replace(Delimiter " "))
           invoke parts::Add(l::ProductName::Replace(Delimiter " "))
           invoke parts::Add(l::Expected::ToString())
           invoke parts::Add(l::Counted::ToString())
           invoke parts::Add(l::CostPrice::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(l::Price::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(l::CountedBy)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id FromLine static private.
       procedure division using by value line as string
                           returning result as type apo.StocktakeLine.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.StocktakeLine()
           invoke type DateTime::Parse(f(1)) returning result::CountedAt
           set result::Branch to f(2)
           set result::Location to f(3)
           set result::ProductName to f(4)
           invoke type System.Int32::Parse(f(5)) returning result::Expected
           invoke type System.Int32::Parse(f(6)) returning result::Counted
           invoke type System.Decimal::Parse(f(7)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::CostPrice
           invoke type System.Decimal::Parse(f(8)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::Price
           set result::CountedBy to f(9)
           goback.
       end method.

      *> Every stocktake line on file, oldest first.  Empty before the
      *> first stocktake is posted.
       method-id Load static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.StocktakeLine].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set result to new System.Collections.Generic.List[type apo.StocktakeLine]()
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

      *> The sheet a shelf location is counted on.
       method-id SheetOf static.
       procedure division using by value location as string
                           returning result as string.
           if location = null or location::Length = 0
              set result to NoLocation
           else
              set result to location
           end-if
           goback.
       end method.

      *> What Form64 offers to count: the whole shelf, each location,
      *> and the products without one when there are any.
       method-id SheetNames static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add(AllSheets)
           invoke result::AddRange(type apo.ProductStore::Locations)
           invoke type apo.ProductStore::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Location::Length = 0
                 invoke result::Add(NoLocation)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The products on one sheet, location by location in order and
      *> the unplaced ones last, each location in catalog order.
       method-id SheetProducts static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 locations type System.Collections.Generic.List[string].
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value sheetName as string
                           returning result as
                type System.Collections.Generic.List[type apo.ProductRecord].
           set result to new System.Collections.Generic.List[type apo.ProductRecord]()
           invoke type apo.ProductStore::Load returning records
           invoke type apo.ProductStore::Locations returning locations
           invoke locations::Add("")
           perform varying k from 1 by 1 until k > locations::Count
              if sheetName = AllSheets
                 or self::SheetOf(locations::Item(k - 1)) = sheetName
                 perform varying i from 1 by 1 until i > records::Count
                    if records::Item(i - 1)::Location = locations::Item(k - 1)
                       invoke result::Add(records::Item(i - 1))
                    end-if
                 end-perform
              end-if
           end-perform
           goback.
       end method.

      *> The sheet to print and take round the shelves.  It is a
      *> blind count: the system's figure is not on it, so whoever
      *> counts writes down what is there, not what should be.
       method-id CountSheet static.
       local-storage section.
       01 products type System.Collections.Generic.List[type apo.ProductRecord].
       01 sheet type System.Text.StringBuilder.
       01 shownLocation string.
       01 i type System.Int32.
       procedure division using by value sheetName as string
                           returning result as string.
           invoke self::SheetProducts(sheetName) returning products
           set sheet to new System.Text.StringBuilder()
           invoke sheet::AppendLine("Hoja de recuento: " & sheetName)
           if type apo.Branch::Names::Count > 1
              invoke sheet::AppendLine("Sucursal " & type apo.Branch::Current)
           end-if
           invoke sheet::AppendLine("Fecha: " & type DateTime::Today::ToString("dd/MM/yyyy")
              & "    Contado por: ____________________")
           set shownLocation to null
           perform varying i from 1 by 1 until i > products::Count
              if shownLocation = null
                 or products::Item(i - 1)::Location not = shownLocation
                 set shownLocation to products::Item(i - 1)::Location
                 invoke sheet::AppendLine("")
                 invoke sheet::AppendLine(self::SheetOf(shownLocation) & ":")
              end-if
              invoke sheet::AppendLine("    " & products::Item(i - 1)::Name::PadRight(40)
                 & "  ________")
           end-perform
           if products::Count = 0
              invoke sheet::AppendLine("")
              invoke sheet::AppendLine("    No hay productos en esta ubicacion.")
           end-if
           invoke sheet::ToString() returning result
           goback.
       end method.

      *> The counts typed so far against the system's stock, product
      *> by product, in units and at cost and retail -- what posting
      *> would do, before it is done.  Products on the sheet with no
      *> count are listed apart and will not be touched.
       method-id Variance static.
       local-storage section.
       01 products type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 report type System.Text.StringBuilder.
       01 uncounted type System.Collections.Generic.List[string].
       01 diff type System.Int32.
       01 totalUnits type System.Int32.
       01 totalCost type System.Decimal.
       01 totalRetail type System.Decimal.
       01 lineCost type System.Decimal.
       01 lineRetail type System.Decimal.
       01 countedLines type System.Int32.
       01 i type System.Int32.
       procedure division using by value sheetName as string
                                 counts as
                type System.Collections.Generic.Dictionary[string, type System.Int32]
                           returning result as string.
           invoke self::SheetProducts(sheetName) returning products
           set report to new System.Text.StringBuilder()
           set uncounted to new System.Collections.Generic.List[string]()
           invoke report::AppendLine("Diferencias del recuento: " & sheetName)
           set totalUnits to 0
           set totalCost to 0
           set totalRetail to 0
           set countedLines to 0
           perform varying i from 1 by 1 until i > products::Count
              set p to products::Item(i - 1)
              if not counts::ContainsKey(p::Name)
                 invoke uncounted::Add(p::Name)
                 exit perform cycle
              end-if
              add 1 to countedLines
              compute diff = counts::Item(p::Name) - p::Stock
              compute lineCost = diff * p::CostPrice
              compute lineRetail = diff * p::Price
              add diff to totalUnits
              add lineCost to totalCost
              add lineRetail to totalRetail
              if diff = 0
                 invoke report::AppendLine("    " & p::Name & ": " & p::Stock::ToString()
                    & ", correcto")
              else
                 invoke report::AppendLine("    " & p::Name & ": sistema "
                    & p::Stock::ToString() & ", contado "
                    & counts::Item(p::Name)::ToString() & ", diferencia "
                    & diff::ToString("+0;-0") & " (coste " & lineCost::ToString("0.00")
                    & ", venta " & lineRetail::ToString("0.00") & ")")
              end-if
           end-perform
           invoke report::AppendLine("")
           invoke report::AppendLine("Contados " & countedLines::ToString() & " de "
              & products::Count::ToString() & " producto(s).  Diferencia total: "
              & totalUnits::ToString("+0;-0;0") & " unidad(es), coste "
              & totalCost::ToString("0.00") & ", venta " & totalRetail::ToString("0.00"))
           if uncounted::Count > 0
              invoke report::AppendLine("Sin contar (no se tocan): "
                 & type string::Join(", " uncounted::ToArray()))
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> Posts the counts for the products on one sheet: each one's
      *> stock becomes what was counted, the line goes to the history
      *> and the audit trail gets one entry per product.  The system's
      *> figure is re-read as it is replaced, so a sale since the
      *> preview is not counted as a loss.  Returns the number of
      *> products posted.
       method-id Post static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 writer type System.IO.StreamWriter.
       01 products type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 l type apo.StocktakeLine.
       01 countedAt type DateTime.
       01 previous type System.Int32.
       01 found condition-value.
       01 i type System.Int32.
       procedure division using by value sheetName as string
                                 counts as
                type System.Collections.Generic.Dictionary[string, type System.Int32]
                           returning result as type System.Int32.
           set result to 0
           invoke self::SheetProducts(sheetName) returning products
           set countedAt to type DateTime::Now
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set writer to new System.IO.StreamWriter(DataPath true)
           perform varying i from 1 by 1 until i > products::Count
              set p to products::Item(i - 1)
              if not counts::ContainsKey(p::Name)
                 exit perform cycle
              end-if
              invoke type apo.ProductStore::SetCount(p::Name counts::Item(p::Name)
                    by reference previous)
                 returning found
              if not found
                 exit perform cycle
              end-if
              set l to new apo.StocktakeLine()
              set l::CountedAt to countedAt
              set l::Branch to type apo.Branch::Current
              set l::Location to p::Location
              set l::ProductName to p::Name
              set l::Expected to previous
              set l::Counted to counts::Item(p::Name)
              set l::CostPrice to p::CostPrice
              set l::Price to p::Price
              set l::CountedBy to type apo.AuditLog::CurrentUser
              invoke writer::WriteLine(self::ToLine(l))
              invoke type apo.AuditLog::Record("Recuento de stock" p::Name
                    "sistema " & previous::ToString() & ", contado "
                    & l::Counted::ToString())
              add 1 to result
           end-perform
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
