       class-id apo.IvaBook.

      *> The issued-receipts book the gestoria asks for every quarter
      *> for the Modelo 303, instead of a pile of Form28 reprints.
      *> Every receipt and rectifying receipt dated in the quarter,
      *> in number order as issued, with the taxable base, IVA rate
      *> and amount each was issued at (ReceiptRegister::BookLines),
      *> the payment method, and the payment's kind from
      *> payments.dat; then the totals per rate, receipts, refunds
      *> and net.  Gaps, repeats and numbers issued out of sequence
      *> in either series are listed at the end -- those are what an
      *> inspector asks about first.  Csv writes the same lines in
      *> the fixed column layout the gestoria's package imports.
      *>
      *> Full invoices (InvoiceRegister) are a third series, "F",
      *> listed with the customer's name and NIF and numbered-checked
      *> like the other two.  A receipt an invoice replaced is still
      *> listed, marked with the invoice, but counted only once -- on
      *> the invoice -- in the totals and the Csv.  Money handed back
      *> on such a receipt is a rectifying invoice against the
      *> invoice, series "FR", listed and counted like a rectifying
      *> receipt but with the customer's name and NIF.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> The first day of the quarter a date falls in.
       method-id QuarterStart static.
       local-storage section.
       01 quarter type System.Int32.
       01 month type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as type DateTime.
           compute quarter = (day::Month - 1) / 3
           compute month = quarter * 3 + 1
           set result to new DateTime(day::Year month 1)
           goback.
       end method.

      *> "1T 2026" style label for headings and file names.
       method-id QuarterLabel static.
       local-storage section.
       01 quarter type System.Int32.
       procedure division using by value quarterStart as type DateTime
                           returning result as string.
           compute quarter = (quarterStart::Month - 1) / 3 + 1
           set result to quarter::ToString() & "T " & quarterStart::Year::ToString()
           goback.
       end method.

      *> True while the IVA return for the quarter a date falls in
      *> can still take changes: through the quarter itself and on
      *> into the next one up to the filing day (setting
      *> IvaFilingDay, the 20th when unset) -- the Modelo 303 is
      *> filed by the 20th of the month after the quarter.
       method-id ReturnOpen static.
       local-storage section.
       01 raw string.
       01 filingDay type System.Int32.
       01 ok condition-value.
       01 nextQuarter type DateTime.
       procedure division using by value day as type DateTime
                           returning result as condition-value.
           invoke type apo.Settings::Get("IvaFilingDay" "20") returning raw
           invoke type System.Int32::TryParse(raw by reference filingDay) returning ok
           if not ok or filingDay < 1 or filingDay > 28
              set filingDay to 20
           end-if
           invoke self::QuarterStart(day) returning nextQuarter
           set nextQuarter to nextQuarter::AddMonths(3)
           if type DateTime::Now < nextQuarter::AddDays(filingDay)
              set result to true
           else
              set result to false
           end-if
           goback.
       end method.

      *> The book lines dated in the quarter, each with its payment's
      *> kind filled in.
       method-id Lines static.
       local-storage section.
       01 register type System.Collections.Generic.List[type apo.IvaBookLine].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 kinds type System.Collections.Generic.Dictionary[string, string].
       01 quarterEnd type DateTime.
       01 entry type apo.IvaBookLine.
       01 i type System.Int32.
       procedure division using by value quarterStart as type DateTime
                           returning result as
                type System.Collections.Generic.List[type apo.IvaBookLine].
           set result to new System.Collections.Generic.List[type apo.IvaBookLine]()
           set quarterEnd to quarterStart::AddMonths(3)
           invoke type apo.PaymentStore::Load returning payments
           set kinds to new System.Collections.Generic.Dictionary[string, string]()
           perform varying i from 1 by 1 until i > payments::Count
              if not kinds::ContainsKey(payments::Item(i - 1)::PaymentId)
                 invoke kinds::Add(payments::Item(i - 1)::PaymentId payments::Item(i - 1)::Kind)
              end-if
           end-perform
           invoke type apo.ReceiptRegister::BookLines returning register
           perform varying i from 1 by 1 until i > register::Count
              set entry to register::Item(i - 1)
              if entry::IssuedAt >= quarterStart and entry::IssuedAt < quarterEnd
                 if kinds::ContainsKey(entry::PaymentId)
                    set entry::Kind to kinds::Item(entry::PaymentId)
                 end-if
                 invoke result::Add(entry)
              end-if
           end-perform
           goback.
       end method.

       method-id NumberText static private.
       procedure division using by value entry as type apo.IvaBookLine
                           returning result as string.
           set result to entry::Series & entry::Number::ToString("00000000")
           goback.
       end method.

      *> What is wrong with one series' numbering in the quarter,
      *> branch block by branch block (Branch::SeriesStart) -- each
      *> branch numbers on its own, so one block is never checked
      *> against another's: numbers missing between the last one
      *> issued before the quarter and the highest issued in it,
      *> numbers used twice, and numbers issued in the quarter lower
      *> than one already issued before it.
       method-id Incidences static private.
       local-storage section.
       01 register type System.Collections.Generic.List[type apo.IvaBookLine].
       01 branches type System.Collections.Generic.List[string].
       01 numbers type System.Collections.Generic.List[type System.Int32].
       01 seen type System.Collections.Generic.List[type System.Int32].
       01 quarterEnd type DateTime.
       01 entry type apo.IvaBookLine.
       01 blockName string.
       01 previousMax type System.Int32.
       01 expected type System.Int32.
       01 n type System.Int32.
       01 uses type System.Int32.
       01 gapEnd type System.Int32.
       01 b type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value series as string
                                 quarterStart as type DateTime
                           returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           set quarterEnd to quarterStart::AddMonths(3)
           invoke type apo.ReceiptRegister::BookLines returning register
           invoke type apo.Branch::Names returning branches
           set seen to new System.Collections.Generic.List[type System.Int32]()
           perform varying b from 1 by 1 until b > branches::Count
              set blockName to branches::Item(b - 1)
              set numbers to new System.Collections.Generic.List[type System.Int32]()
              invoke type apo.Branch::SeriesStart(blockName) returning previousMax
              perform varying i from 1 by 1 until i > register::Count
                 set entry to register::Item(i - 1)
                 if entry::Series = series
                    and type apo.Branch::OfReceipt(entry::Number) = blockName
                    if entry::IssuedAt < quarterStart
                       if entry::Number > previousMax
                          set previousMax to entry::Number
                       end-if
                    else
                       if entry::IssuedAt < quarterEnd
                          invoke numbers::Add(entry::Number)
                       end-if
                    end-if
                 end-if
              end-perform
              invoke numbers::Sort()

              set expected to previousMax + 1
              perform varying k from 1 by 1 until k > numbers::Count
                 set n to numbers::Item(k - 1)
                 if not seen::Contains(n)
                    invoke seen::Add(n)
                    set uses to 0
                    perform varying i from 1 by 1 until i > register::Count
                       if register::Item(i - 1)::Series = series
                          and register::Item(i - 1)::Number = n
                          add 1 to uses
                       end-if
                    end-perform
                    if uses > 1
                       invoke result::Add("Numero " & series & n::ToString("00000000")
                          & " repetido (" & uses::ToString() & " veces)")
                    end-if
                    if n > expected
                       set gapEnd to n - 1
                       if gapEnd = expected
                          invoke result::Add("Falta el numero " & series
                             & expected::ToString("00000000"))
                       else
                          invoke result::Add("Faltan los numeros " & series
                             & expected::ToString("00000000") & " a " & series
                             & gapEnd::ToString("00000000"))
                       end-if
                    end-if
                    if n <= previousMax and uses = 1
                       invoke result::Add("Numero " & series & n::ToString("00000000")
                          & " emitido en el trimestre fuera de secuencia")
                    end-if
                    if n >= expected
                       set expected to n + 1
                    end-if
                 end-if
              end-perform
           end-perform
           goback.
       end method.

      *> The printable book and summary for the quarter.
       method-id Build static.
       local-storage section.
       01 lines type System.Collections.Generic.List[type apo.IvaBookLine].
       01 rates type System.Collections.Generic.List[type System.Decimal].
       01 problems type System.Collections.Generic.List[string].
       01 entry type apo.IvaBookLine.
       01 report type System.Text.StringBuilder.
       01 line string.
       01 rate type System.Decimal.
       01 saleBase type System.Decimal.
       01 saleIva type System.Decimal.
       01 saleTotal type System.Decimal.
       01 refundBase type System.Decimal.
       01 refundIva type System.Decimal.
       01 refundTotal type System.Decimal.
       01 netBase type System.Decimal.
       01 netIva type System.Decimal.
       01 netTotal type System.Decimal.
       01 invoiceBase type System.Decimal.
       01 invoiceIva type System.Decimal.
       01 invoiceTotal type System.Decimal.
       01 creditBase type System.Decimal.
       01 creditIva type System.Decimal.
       01 creditTotal type System.Decimal.
       01 receiptCount type System.Int32.
       01 rectifyingCount type System.Int32.
       01 invoiceCount type System.Int32.
       01 creditCount type System.Int32.
       01 replacedCount type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value quarterStart as type DateTime
                           returning result as string.
           set report to new System.Text.StringBuilder()
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning line
           invoke report::AppendLine("Libro registro de facturas emitidas - "
              & self::QuarterLabel(quarterStart))
           invoke report::AppendLine(line & "  ("
              & quarterStart::ToString("dd/MM/yyyy") & " al "
              & quarterStart::AddMonths(3)::AddDays(-1)::ToString("dd/MM/yyyy") & ")")
           invoke report::AppendLine("")

           invoke self::Lines(quarterStart) returning lines
           set rates to new System.Collections.Generic.List[type System.Decimal]()
           set receiptCount to 0
           set rectifyingCount to 0
           set invoiceCount to 0
           set creditCount to 0
           set replacedCount to 0
           invoke report::AppendLine("Recibos:")
           perform varying i from 1 by 1 until i > lines::Count
              set entry to lines::Item(i - 1)
              if not rates::Contains(entry::Rate) and entry::ReplacedBy = 0
                 invoke rates::Add(entry::Rate)
              end-if
              if entry::Series = ""
                 add 1 to receiptCount
                 if entry::ReplacedBy > 0
                    add 1 to replacedCount
                    invoke report::AppendLine(self::ListingLine(entry)
                       & "  sustituido por la factura F"
                       & entry::ReplacedBy::ToString("00000000"))
                 else
                    invoke report::AppendLine(self::ListingLine(entry))
                 end-if
              end-if
           end-perform
           if receiptCount = 0
              invoke report::AppendLine("    (ninguno)")
           end-if
           invoke report::AppendLine("")
           invoke report::AppendLine("Recibos rectificativos:")
           perform varying i from 1 by 1 until i > lines::Count
              set entry to lines::Item(i - 1)
              if entry::Series = "R"
                 add 1 to rectifyingCount
                 invoke report::AppendLine(self::ListingLine(entry)
                    & "  rectifica " & entry::Rectifies::ToString("00000000"))
              end-if
           end-perform
           if rectifyingCount = 0
              invoke report::AppendLine("    (ninguno)")
           end-if
           invoke report::AppendLine("")
           invoke report::AppendLine("Facturas:")
           perform varying i from 1 by 1 until i > lines::Count
              set entry to lines::Item(i - 1)
              if entry::Series = "F"
                 add 1 to invoiceCount
                 invoke report::AppendLine(self::ListingLine(entry)
                    & entry::Customer & "  NIF " & entry::TaxId)
              end-if
           end-perform
           if invoiceCount = 0
              invoke report::AppendLine("    (ninguna)")
           end-if
           invoke report::AppendLine("")
           invoke report::AppendLine("Facturas rectificativas:")
           perform varying i from 1 by 1 until i > lines::Count
              set entry to lines::Item(i - 1)
              if entry::Series = "FR"
                 add 1 to creditCount
                 invoke report::AppendLine(self::ListingLine(entry)
                    & "  rectifica F" & entry::Rectifies::ToString("00000000")
                    & "  " & entry::Customer & "  NIF " & entry::TaxId)
              end-if
           end-perform
           if creditCount = 0
              invoke report::AppendLine("    (ninguna)")
           end-if
           invoke report::AppendLine("")

           invoke rates::Sort()
           invoke report::AppendLine("Totales por tipo de IVA:")
           perform varying k from 1 by 1 until k > rates::Count
              set rate to rates::Item(k - 1)
              set saleBase to 0
              set saleIva to 0
              set saleTotal to 0
              set refundBase to 0
              set refundIva to 0
              set refundTotal to 0
              set invoiceBase to 0
              set invoiceIva to 0
              set invoiceTotal to 0
              set creditBase to 0
              set creditIva to 0
              set creditTotal to 0
              perform varying i from 1 by 1 until i > lines::Count
                 set entry to lines::Item(i - 1)
                 if entry::Rate = rate and entry::ReplacedBy = 0
                    evaluate entry::Series
                       when "R"
                          add entry::TaxBase to refundBase
                          add entry::Iva to refundIva
                          add entry::Total to refundTotal
                       when "F"
                          add entry::TaxBase to invoiceBase
                          add entry::Iva to invoiceIva
                          add entry::Total to invoiceTotal
                       when "FR"
                          add entry::TaxBase to creditBase
                          add entry::Iva to creditIva
                          add entry::Total to creditTotal
                       when other
                          add entry::TaxBase to saleBase
                          add entry::Iva to saleIva
                          add entry::Total to saleTotal
                    end-evaluate
                 end-if
              end-perform
              compute netBase = saleBase + invoiceBase + refundBase + creditBase
              compute netIva = saleIva + invoiceIva + refundIva + creditIva
              compute netTotal = saleTotal + invoiceTotal + refundTotal + creditTotal
              invoke report::AppendLine("    IVA " & rate::ToString("0.##") & "%:")
              invoke report::AppendLine("        Recibos: base " & saleBase::ToString("0.00")
                 & ", cuota " & saleIva::ToString("0.00")
                 & ", total " & saleTotal::ToString("0.00"))
              invoke report::AppendLine("        Facturas: base " & invoiceBase::ToString("0.00")
                 & ", cuota " & invoiceIva::ToString("0.00")
                 & ", total " & invoiceTotal::ToString("0.00"))
              invoke report::AppendLine("        Rectificativos: base " & refundBase::ToString("0.00")
                 & ", cuota " & refundIva::ToString("0.00")
                 & ", total " & refundTotal::ToString("0.00"))
              invoke report::AppendLine("        Facturas rectificativas: base "
                 & creditBase::ToString("0.00")
                 & ", cuota " & creditIva::ToString("0.00")
                 & ", total " & creditTotal::ToString("0.00"))
              invoke report::AppendLine("        Neto: base " & netBase::ToString("0.00")
                 & ", cuota " & netIva::ToString("0.00")
                 & ", total " & netTotal::ToString("0.00"))
           end-perform
           if rates::Count = 0
              invoke report::AppendLine("    (sin movimientos)")
           end-if
           invoke report::AppendLine("    " & receiptCount::ToString() & " recibo(s), "
              & rectifyingCount::ToString() & " rectificativo(s), "
              & invoiceCount::ToString() & " factura(s), "
              & creditCount::ToString() & " factura(s) rectificativa(s).")
           if replacedCount > 0
              invoke report::AppendLine("    " & replacedCount::ToString()
                 & " recibo(s) sustituido(s) por factura, contados en la factura.")
           end-if
           invoke report::AppendLine("")

           invoke report::AppendLine("Incidencias de numeracion:")
           invoke self::Incidences("" quarterStart) returning problems
           invoke problems::AddRange(self::Incidences("R" quarterStart))
           invoke problems::AddRange(self::Incidences("F" quarterStart))
           invoke problems::AddRange(self::Incidences("FR" quarterStart))
           perform varying i from 1 by 1 until i > problems::Count
              invoke report::AppendLine("    ATENCION: " & problems::Item(i - 1))
           end-perform
           if problems::Count = 0
              invoke report::AppendLine("    Ninguna: numeracion correlativa sin huecos ni repetidos.")
           end-if

           invoke report::ToString() returning result
           goback.
       end method.

       method-id ListingLine static private.
       procedure division using by value entry as type apo.IvaBookLine
                           returning result as string.
           set result to "    " & self::NumberText(entry)
              & "  " & entry::IssuedAt::ToString("dd/MM/yyyy")
              & "  base " & entry::TaxBase::ToString("0.00")
              & "  IVA " & entry::Rate::ToString("0.##") & "% " & entry::Iva::ToString("0.00")
              & "  total " & entry::Total::ToString("0.00")
              & "  " & entry::Method
           goback.
       end method.

      *> The quarter in the gestoria's import layout: one row per
      *> receipt, decimal point, amounts of rectifying receipts
      *> negative.  A receipt an invoice replaced has no row of its
      *> own; the invoice's row carries the customer's NIF and name
      *> in the last two columns.
       method-id Csv static.
       local-storage section.
       01 lines type System.Collections.Generic.List[type apo.IvaBookLine].
       01 rows type System.Collections.Generic.List[string].
       01 entry type apo.IvaBookLine.
       01 rectifies string.
       01 i type System.Int32.
       procedure division using by value quarterStart as type DateTime
                           returning result as string.
           set rows to new System.Collections.Generic.List[string]()
           invoke rows::Add("Serie,Numero,Fecha,BaseImponible,TipoIVA,CuotaIVA,Total,MedioPago,Tipo,Rectifica,NIF,Cliente")
           invoke self::Lines(quarterStart) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set entry to lines::Item(i - 1)
              if entry::ReplacedBy > 0
                 exit perform cycle
              end-if
              if entry::Rectifies > 0
                 set rectifies to entry::Rectifies::ToString()
              else
                 set rectifies to ""
              end-if
              invoke rows::Add(entry::Series & ","
                    & entry::Number::ToString() & ","
                    & entry::IssuedAt::ToString("yyyy-MM-dd") & ","
                    & entry::TaxBase::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & entry::Rate::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & entry::Iva::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & entry::Total::ToString("0.00"
                         type System.Globalization.CultureInfo::InvariantCulture) & ","
                    & type apo.AppointmentExporter::Escape(entry::Method) & ","
                    & type apo.AppointmentExporter::Escape(entry::Kind) & ","
                    & rectifies & ","
                    & type apo.AppointmentExporter::Escape(entry::TaxId) & ","
                    & type apo.AppointmentExporter::Escape(entry::Customer))
           end-perform
           invoke type string::Join(type System.Environment::NewLine rows::ToArray()) returning result
           goback.
       end method.

       end class.
