       class-id apo.FiscalChain.

      *> The VeriFactu record of everything we invoice.  Every
      *> receipt, rectifying receipt, full invoice and rectifying
      *> invoice is stamped here as it is issued, in the order issued
      *> and across all the branches -- one chain per NIF, as the
      *> agency wants it -- in fiscalchain.dat:
      *>   id|type|issuedAt|ivaPercent|cuota|total|previousHash|hash|
      *>   generatedAt|branch|nif
      *> id being the number as printed (00000001, R00000001,
      *> F00000001, FR00000001) and type the agency's: F2 a receipt
      *> (simplified invoice), R5 a rectifying receipt, F3 an invoice
      *> that takes over receipts, F1 any other invoice, R1 a
      *> rectifying invoice.  The hash is the agency's fingerprint --
      *> SHA-256 over the issuer, number, date, type, IVA, total, the
      *> previous record's hash and the moment the record was made --
      *> so changing any record, or taking one out, breaks every hash
      *> after it.  The hash is also written on the register line
      *> itself (ReceiptRegister, InvoiceRegister), and Verify checks
      *> the registers against the chain as well as the chain
      *> against itself.  The free-text concept is not in the
      *> fingerprint, so the data-protection purge can still scrub
      *> it.
      *>
      *> Each day's records go to the agency in a submission file,
      *> verifactu\envio_yyyyMMdd_HHmmss.xml, in its registration
      *> format (RegFactuSistemaFacturacion, one RegistroAlta per
      *> record).  verifactu.dat logs every record sent and any the
      *> agency rejected -- loggedAt|id|state|file|detail|user, state
      *> "Enviado", "Rechazado" or "Pendiente" (put back to go out in
      *> the next file once the rejection is resolved).
      *>
      *> Settings: FiscalId and FiscalName as printed on the receipts;
      *> VerifactuUrl, the agency's QR check address;
      *> VerifactuDescripcion, the description of what we sell.

       working-storage section.
       01 ChainPath        string value "fiscalchain.dat".
       01 LogPath          string value "verifactu.dat".
       01 SubmissionFolder string value "verifactu".
       01 Delimiter        string value "|".
       01 SentState        string value "Enviado".
       01 RejectedState    string value "Rechazado".
       01 PendingState     string value "Pendiente".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> An amount the way the agency writes it: two decimals, point.
       method-id Money static private.
       procedure division using by value amount as type System.Decimal
                           returning result as string.
           set result to amount::ToString("0.00"
              type System.Globalization.CultureInfo::InvariantCulture)
           goback.
       end method.

      *> Our NIF as the agency has it: no spaces, upper case.
       method-id IssuerNif static.
       local-storage section.
       01 fiscalId string.
       procedure division returning result as string.
           invoke type apo.Settings::Get("FiscalId" "") returning fiscalId
           set result to fiscalId::Replace(" " "")::Trim()::ToUpper()
           goback.
       end method.

      *> The IVA inside an IVA-included amount, worked the way the
      *> receipts and invoices print it.
       method-id CuotaOf static.
       local-storage section.
       01 base type System.Decimal.
       procedure division using by value amount as type System.Decimal
                                 ivaPercent as type System.Decimal
                           returning result as type System.Decimal.
           compute base = amount / (1 + ivaPercent / 100)
           invoke type System.Math::Round(base 2) returning base
           set result to amount - base
           goback.
       end method.

      *> The agency's fingerprint of one record, upper-case hex.
       method-id Fingerprint static private.
       local-storage section.
       01 fingerprintText string.
       01 sha type System.Security.Cryptography.SHA256.
       01 bytes type System.Byte occurs any.
       01 hex type System.Text.StringBuilder.
       01 i type System.Int32.
       procedure division using by value nif as string
                                 recordId as string
                                 issuedAt as type DateTime
                                 invoiceType as string
                                 cuota as type System.Decimal
                                 total as type System.Decimal
                                 previousHash as string
                                 generatedAt as string
                           returning result as string.
           set fingerprintText to "IDEmisorFactura=" & nif
              & "&NumSerieFactura=" & recordId
              & "&FechaExpedicionFactura=" & issuedAt::ToString("dd-MM-yyyy")
              & "&TipoFactura=" & invoiceType
              & "&CuotaTotal=" & self::Money(cuota)
              & "&ImporteTotal=" & self::Money(total)
              & "&Huella=" & previousHash
              & "&FechaHoraHusoGenRegistro=" & generatedAt
           invoke type System.Security.Cryptography.SHA256::Create() returning sha
           invoke sha::ComputeHash(type System.Text.Encoding::UTF8::GetBytes(fingerprintText))
              returning bytes
           set hex to new System.Text.StringBuilder()
           perform varying i from 1 by 1 until i > bytes::Length
              invoke hex::Append(bytes(i)::ToString("X2"))
           end-perform
           invoke hex::ToString() returning result
           goback.
       end method.

      *> The fingerprint a chain line should carry, worked from its
      *> own fields.
       method-id FingerprintOf static private.
       local-storage section.
       01 f type string occurs any.
       01 issuedAt type DateTime.
       01 cuota type System.Decimal.
       01 total type System.Decimal.
       procedure division using by value line as string
                           returning result as string.
           set f to line::Split(Delimiter::ToCharArray())
           invoke type DateTime::Parse(f(3)) returning issuedAt
           invoke type System.Decimal::Parse(f(5)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning cuota
           invoke type System.Decimal::Parse(f(6)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning total
           invoke self::Fingerprint(f(11) f(1) issuedAt f(2) cuota total f(7) f(9))
              returning result
           goback.
       end method.

      *> Every non-blank line of one file; empty when it doesn't exist.
       method-id ReadLines static private.
       local-storage section.
       01 lines type System.String occurs any.
       01 i type System.Int32.
       procedure division using by value path as string
                           returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           if type System.IO.File::Exists(path)
              set lines to type System.IO.File::ReadAllLines(path)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(lines(i))
                 end-if
              end-perform
           end-if
           goback.
       end method.

      *> Adds one record to the end of the chain and returns its hash
      *> for the register line.  Called by the registers while they
      *> hold their own lock, so the chain's order is the order the
      *> numbers were given out.
       method-id Stamp static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 chain type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 previousHash string.
       01 generatedAt string.
       01 nif string.
       01 cuota type System.Decimal.
       01 parts type System.Collections.Generic.List[string].
       01 writer type System.IO.StreamWriter.
       procedure division using by value recordId as string
                                 invoiceType as string
                                 issuedAt as type DateTime
                                 ivaPercent as type System.Decimal
                                 total as type System.Decimal
                                 branchName as string
                           returning result as string.
           invoke type apo.StoreLock::Acquire(ChainPath) returning gate
           invoke self::ReadLines(ChainPath) returning chain
           set previousHash to ""
           if chain::Count > 0
              set f to chain::Item(chain::Count - 1)::Split(Delimiter::ToCharArray())
              set previousHash to f(8)
           end-if
           set generatedAt to type DateTime::Now::ToString("yyyy-MM-ddTHH:mm:sszzz")
           invoke self::IssuerNif returning nif
           invoke self::CuotaOf(total ivaPercent) returning cuota
           invoke self::Fingerprint(nif recordId issuedAt invoiceType cuota total
                 previousHash generatedAt)
              returning result

           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(recordId)
           invoke parts::Add(invoiceType)
           invoke parts::Add(issuedAt::ToString("o"))
           invoke parts::Add(ivaPercent::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(cuota::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(total::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(previousHash)
           invoke parts::Add(result)
           invoke parts::Add(generatedAt)
           invoke parts::Add(branchName)
           invoke parts::Add(nif)
           set writer to new System.IO.StreamWriter(ChainPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The chain line for one id, or null for a document issued
      *> before the chain was kept.
       method-id FindRecord static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 chain type System.Collections.Generic.List[string].
       01 i type System.Int32.
       procedure division using by value recordId as string
                           returning result as string.
           set result to null
           invoke type apo.StoreLock::Acquire(ChainPath) returning gate
           invoke self::ReadLines(ChainPath) returning chain
           perform varying i from 1 by 1 until i > chain::Count
              if chain::Item(i - 1)::StartsWith(recordId & Delimiter)
                 set result to chain::Item(i - 1)
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The verification block printed at the foot of a receipt or
      *> invoice: the VERI*FACTU mark, the address the QR code
      *> carries -- the agency's check page with our NIF, the number,
      *> date and total -- and the start of the record's hash.  ""
      *> for a document from before the chain.
       method-id VerificationLines static.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 issuedAt type DateTime.
       01 total type System.Decimal.
       01 checkUrl string.
       01 text type System.Text.StringBuilder.
       procedure division using by value recordId as string
                           returning result as string.
           set result to ""
           invoke self::FindRecord(recordId) returning line
           if line = null
              goback
           end-if
           set f to line::Split(Delimiter::ToCharArray())
           invoke type DateTime::Parse(f(3)) returning issuedAt
           invoke type System.Decimal::Parse(f(6)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning total
           invoke type apo.Settings::Get("VerifactuUrl"
                 "https://www2.agenciatributaria.gob.es/wlpl/TIKE-CONT/ValidarQR")
              returning checkUrl
           set text to new System.Text.StringBuilder()
           invoke text::AppendLine("")
           invoke text::AppendLine("VERI*FACTU")
           invoke text::AppendLine("Factura verificable en la sede electronica de la AEAT")
           invoke text::AppendLine("QR: " & checkUrl & "?nif=" & f(11)
                 & "&numserie=" & recordId & "&fecha=" & issuedAt::ToString("dd-MM-yyyy")
                 & "&importe=" & self::Money(total))
           invoke text::AppendLine("Huella: " & f(8)::Substring(0 16))
           invoke text::ToString() returning result
           goback.
       end method.

      *> Checks one register's lines against the chain: a line that
      *> carries a hash must have its record, with the same total,
      *> date and hash; a line without one is only allowed from
      *> before the chain began.  Adds what it finds to report and
      *> the ids it saw to seen.
       method-id CheckRegister static private.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 g type string occurs any.
       01 n type System.Int32.
       01 ok condition-value.
       01 recordId string.
       01 amount type System.Decimal.
       01 issuedAt type DateTime.
       01 chainTotal type System.Decimal.
       01 chainIssued type DateTime.
       01 i type System.Int32.
       procedure division using by value path as string
                                 prefix as string
                                 label as string
                                 amountField as type System.Int32
                                 dateField as type System.Int32
                                 hashField as type System.Int32
                                 chainStart as type DateTime
                                 records as
                type System.Collections.Generic.Dictionary[string, string]
                                 seen as
                type System.Collections.Generic.List[string]
                                 report as type System.Text.StringBuilder
                                 by reference breaks as type System.Int32
                                 by reference unchained as type System.Int32.
           invoke self::ReadLines(path) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type System.Int32::TryParse(f(1) by reference n) returning ok
              if not ok or f::Length < dateField or f::Length < amountField
                 exit perform cycle
              end-if
              set recordId to prefix & n::ToString("00000000")
              invoke type System.Decimal::Parse(f(amountField)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning amount
              invoke type DateTime::Parse(f(dateField)) returning issuedAt
              if f::Length < hashField or f(hashField)::Length = 0
                 if records::ContainsKey(recordId)
                    or (records::Count > 0 and issuedAt >= chainStart)
                    invoke report::AppendLine("    " & label & " " & recordId
                       & ": sin huella en el registro.")
                    add 1 to breaks
                 else
                    add 1 to unchained
                 end-if
                 exit perform cycle
              end-if
              invoke seen::Add(recordId)
              if not records::ContainsKey(recordId)
                 invoke report::AppendLine("    " & label & " " & recordId
                    & ": no esta en la cadena.")
                 add 1 to breaks
                 exit perform cycle
              end-if
              set g to records::Item(recordId)::Split(Delimiter::ToCharArray())
              invoke type System.Decimal::Parse(g(6)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning chainTotal
              invoke type DateTime::Parse(g(3)) returning chainIssued
              if amount not = chainTotal
                 invoke report::AppendLine("    " & label & " " & recordId
                    & ": el importe del registro (" & amount::ToString("0.00")
                    & ") no es el de la cadena (" & chainTotal::ToString("0.00") & ").")
                 add 1 to breaks
              end-if
              if issuedAt not = chainIssued
                 invoke report::AppendLine("    " & label & " " & recordId
                    & ": la fecha del registro no es la de la cadena.")
                 add 1 to breaks
              end-if
              if f(hashField) not = g(8)
                 invoke report::AppendLine("    " & label & " " & recordId
                    & ": la huella del registro no es la de la cadena.")
                 add 1 to breaks
              end-if
           end-perform
           goback.
       end method.

      *> The verification run: walks the whole chain re-working every
      *> hash and link, then checks the four registers against it --
      *> nothing edited, nothing added without a record, nothing
      *> taken out.  Returns the report; breaks is the number of
      *> faults found, 0 when the chain is whole.  The registers are
      *> locked first, in the order their own issuing takes them, so
      *> nothing is half issued while it runs.
       method-id Verify static.
       local-storage section.
       01 rectifyingGate type System.IO.FileStream.
       01 receiptGate type System.IO.FileStream.
       01 invoiceGate type System.IO.FileStream.
       01 invoiceRectifyingGate type System.IO.FileStream.
       01 gate type System.IO.FileStream.
       01 chain type System.Collections.Generic.List[string].
       01 records type System.Collections.Generic.Dictionary[string, string].
       01 seen type System.Collections.Generic.List[string].
       01 report type System.Text.StringBuilder.
       01 faults type System.Text.StringBuilder.
       01 f type string occurs any.
       01 previousHash string.
       01 chainStart type DateTime.
       01 unchained type System.Int32.
       01 i type System.Int32.
       procedure division using by reference breaks as type System.Int32
                           returning result as string.
           set breaks to 0
           set unchained to 0
           set faults to new System.Text.StringBuilder()
           set records to new System.Collections.Generic.Dictionary[string, string]()
           set seen to new System.Collections.Generic.List[string]()
           invoke type apo.StoreLock::Acquire("rectificativas.dat") returning rectifyingGate
           invoke type apo.StoreLock::Acquire("receipts.dat") returning receiptGate
           invoke type apo.StoreLock::Acquire("invoices.dat") returning invoiceGate
           invoke type apo.StoreLock::Acquire("rectifyinginvoices.dat")
              returning invoiceRectifyingGate
           invoke type apo.StoreLock::Acquire(ChainPath) returning gate

           invoke self::ReadLines(ChainPath) returning chain
           set previousHash to ""
           set chainStart to type DateTime::MaxValue
           perform varying i from 1 by 1 until i > chain::Count
              set f to chain::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length < 11
                 invoke faults::AppendLine("    Linea " & i::ToString()
                    & " de la cadena: incompleta.")
                 add 1 to breaks
                 exit perform cycle
              end-if
              if i = 1
                 invoke type DateTime::Parse(f(3)) returning chainStart
              end-if
              if f(7) not = previousHash
                 invoke faults::AppendLine("    Registro " & f(1)
                    & ": no enlaza con el registro anterior.")
                 add 1 to breaks
              end-if
              if self::FingerprintOf(chain::Item(i - 1)) not = f(8)
                 invoke faults::AppendLine("    Registro " & f(1)
                    & ": la huella no corresponde a sus datos.")
                 add 1 to breaks
              end-if
              set previousHash to f(8)
              if records::ContainsKey(f(1))
                 invoke faults::AppendLine("    Registro " & f(1) & ": repetido.")
                 add 1 to breaks
              else
                 invoke records::Add(f(1) chain::Item(i - 1))
              end-if
           end-perform

           invoke self::CheckRegister("receipts.dat" "" "Recibo" 6 7 14 chainStart
                 records seen faults by reference breaks by reference unchained)
           invoke self::CheckRegister("rectificativas.dat" "R" "Rectificativo" 8 9 11
                 chainStart records seen faults by reference breaks
                 by reference unchained)
           invoke self::CheckRegister("invoices.dat" "F" "Factura" 8 2 13 chainStart
                 records seen faults by reference breaks by reference unchained)
           invoke self::CheckRegister("rectifyinginvoices.dat" "FR" "Factura rectificativa"
                 8 9 15 chainStart records seen faults by reference breaks
                 by reference unchained)
           perform varying i from 1 by 1 until i > chain::Count
              set f to chain::Item(i - 1)::Split(Delimiter::ToCharArray())
              if not seen::Contains(f(1))
                 invoke faults::AppendLine("    Registro " & f(1)
                    & ": falta en el registro de documentos.")
                 add 1 to breaks
              end-if
           end-perform

           invoke type apo.StoreLock::Release(gate)
           invoke type apo.StoreLock::Release(invoiceRectifyingGate)
           invoke type apo.StoreLock::Release(invoiceGate)
           invoke type apo.StoreLock::Release(receiptGate)
           invoke type apo.StoreLock::Release(rectifyingGate)

           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Verificacion de la cadena VeriFactu, "
              & type DateTime::Now::ToString("dd/MM/yyyy HH:mm") & ":")
           invoke report::AppendLine("    " & chain::Count::ToString()
              & " registro(s) en la cadena.")
           if unchained > 0
              invoke report::AppendLine("    " & unchained::ToString()
                 & " documento(s) anteriores a la cadena, sin huella.")
           end-if
           if breaks = 0
              invoke report::AppendLine("    Cadena correcta.")
           else
              invoke report::AppendLine("    " & breaks::ToString() & " rotura(s):")
              invoke report::Append(faults::ToString())
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> The latest state the log has for each record id.
       method-id LastStates static private.
       local-storage section.
       01 lines type System.Collections.Generic.List[string].
       01 f type string occurs any.
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, string].
           set result to new System.Collections.Generic.Dictionary[string, string]()
           invoke self::ReadLines(LogPath) returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length >= 6
                 set result::Item(f(2)) to f(3)
              end-if
           end-perform
           goback.
       end method.

      *> One log line.  Callers hold the log's lock.
       method-id AppendLog static private.
       local-storage section.
       01 parts type System.Collections.Generic.List[string].
       01 writer type System.IO.StreamWriter.
       procedure division using by value recordId as string
                                 logState as string
                                 fileName as string
                                 detail as string.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(type DateTime::Now::ToString("o"))
           invoke parts::Add(recordId)
           invoke parts::Add(logState)
           invoke parts::Add(fileName)
           invoke parts::Add(detail::Replace(Delimiter " "))
           invoke parts::Add(type apo.AuditLog::CurrentUser)
           set writer to new System.IO.StreamWriter(LogPath true)
           invoke writer::WriteLine(type string::Join(Delimiter parts::ToArray()))
           invoke writer::Close()
           goback.
       end method.

      *> One XML element in the agency's information namespace, its
      *> text escaped.
       method-id Element static private.
       procedure division using by value tag as string
                                 elementText as string
                           returning result as string.
           set result to "<sum1:" & tag & ">"
              & type System.Security.SecurityElement::Escape(elementText)
              & "</sum1:" & tag & ">"
           goback.
       end method.

      *> The RegistroAlta for one chain line; previousLine is the line
      *> before it in the chain, null for the first record.
       method-id RecordXml static private.
       local-storage section.
       01 f type string occurs any.
       01 g type string occurs any.
       01 invoiceLine string.
       01 receiptLine string.
       01 numbers type string occurs any.
       01 receiptDate type DateTime.
       01 issuedAt type DateTime.
       01 previousIssued type DateTime.
       01 cuota type System.Decimal.
       01 total type System.Decimal.
       01 n type System.Int32.
       01 ok condition-value.
       01 fiscalName string.
       01 description string.
       01 xml type System.Text.StringBuilder.
       01 i type System.Int32.
       procedure division using by value line as string
                                 previousLine as string
                           returning result as string.
           set f to line::Split(Delimiter::ToCharArray())
           invoke type DateTime::Parse(f(3)) returning issuedAt
           invoke type System.Decimal::Parse(f(5)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning cuota
           invoke type System.Decimal::Parse(f(6)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning total
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning fiscalName
           invoke type apo.Settings::Get("VerifactuDescripcion"
                 "Servicios de peluqueria y venta de productos")
              returning description

           set xml to new System.Text.StringBuilder()
           invoke xml::AppendLine("  <sum:RegistroFactura>")
           invoke xml::AppendLine("    <sum1:RegistroAlta>")
           invoke xml::AppendLine("      " & self::Element("IDVersion" "1.0"))
           invoke xml::AppendLine("      <sum1:IDFactura>")
           invoke xml::AppendLine("        " & self::Element("IDEmisorFactura" f(11)))
           invoke xml::AppendLine("        " & self::Element("NumSerieFactura" f(1)))
           invoke xml::AppendLine("        " & self::Element("FechaExpedicionFactura"
                 issuedAt::ToString("dd-MM-yyyy")))
           invoke xml::AppendLine("      </sum1:IDFactura>")
           invoke xml::AppendLine("      " & self::Element("NombreRazonEmisor" fiscalName))
           invoke xml::AppendLine("      " & self::Element("TipoFactura" f(2)))
           if f(2) = "R5" or f(2) = "R1"
              invoke xml::AppendLine("      " & self::Element("TipoRectificativa" "I"))
           end-if
      *> A rectifying invoice names the invoice it corrects.
           if f(2) = "R1"
              invoke type System.Int32::TryParse(f(1)::Substring(2) by reference n)
                 returning ok
              invoke type apo.InvoiceRegister::FindRectifyingByNumber(n)
                 returning invoiceLine
              if ok and invoiceLine not = null
                 set g to invoiceLine::Split(Delimiter::ToCharArray())
                 invoke type System.Int32::Parse(g(3)) returning n
                 invoke type apo.InvoiceRegister::FindByNumber(n) returning invoiceLine
                 if invoiceLine not = null
                    set g to invoiceLine::Split(Delimiter::ToCharArray())
                    invoke type DateTime::Parse(g(2)) returning receiptDate
                    invoke xml::AppendLine("      <sum1:FacturasRectificadas>")
                    invoke xml::AppendLine("        <sum1:IDFacturaRectificada>")
                    invoke xml::AppendLine("          " & self::Element("IDEmisorFactura" f(11)))
                    invoke xml::AppendLine("          " & self::Element("NumSerieFactura"
                          "F" & n::ToString("00000000")))
                    invoke xml::AppendLine("          " & self::Element("FechaExpedicionFactura"
                          receiptDate::ToString("dd-MM-yyyy")))
                    invoke xml::AppendLine("        </sum1:IDFacturaRectificada>")
                    invoke xml::AppendLine("      </sum1:FacturasRectificadas>")
                 end-if
              end-if
           end-if
      *> An invoice that took over receipts names them, with the date
      *> each was issued.
           if f(2) = "F3"
              invoke type System.Int32::TryParse(f(1)::Substring(1) by reference n)
                 returning ok
              invoke type apo.InvoiceRegister::FindByNumber(n) returning invoiceLine
              if ok and invoiceLine not = null
                 set g to invoiceLine::Split(Delimiter::ToCharArray())
                 set numbers to g(7)::Split(";")
                 invoke xml::AppendLine("      <sum1:FacturasSustituidas>")
                 perform varying i from 1 by 1 until i > numbers::Length
                    invoke type System.Int32::Parse(numbers(i)) returning n
                    set receiptDate to issuedAt
                    invoke type apo.ReceiptRegister::FindByNumber(n) returning receiptLine
                    if receiptLine not = null
                       set g to receiptLine::Split(Delimiter::ToCharArray())
                       invoke type DateTime::Parse(g(7)) returning receiptDate
                    end-if
                    invoke xml::AppendLine("        <sum1:IDFacturaSustituida>")
                    invoke xml::AppendLine("          " & self::Element("IDEmisorFactura" f(11)))
                    invoke xml::AppendLine("          " & self::Element("NumSerieFactura"
                          n::ToString("00000000")))
                    invoke xml::AppendLine("          " & self::Element("FechaExpedicionFactura"
                          receiptDate::ToString("dd-MM-yyyy")))
                    invoke xml::AppendLine("        </sum1:IDFacturaSustituida>")
                 end-perform
                 invoke xml::AppendLine("      </sum1:FacturasSustituidas>")
              end-if
           end-if
           invoke xml::AppendLine("      " & self::Element("DescripcionOperacion" description))
           invoke xml::AppendLine("      <sum1:Desglose>")
           invoke xml::AppendLine("        <sum1:DetalleDesglose>")
           invoke xml::AppendLine("          " & self::Element("ClaveRegimen" "01"))
           invoke xml::AppendLine("          " & self::Element("CalificacionOperacion" "S1"))
           invoke xml::AppendLine("          " & self::Element("TipoImpositivo" f(4)))
           invoke xml::AppendLine("          " & self::Element("BaseImponibleOimporteNoSujeto"
                 self::Money(total - cuota)))
           invoke xml::AppendLine("          " & self::Element("CuotaRepercutida"
                 self::Money(cuota)))
           invoke xml::AppendLine("        </sum1:DetalleDesglose>")
           invoke xml::AppendLine("      </sum1:Desglose>")
           invoke xml::AppendLine("      " & self::Element("CuotaTotal" self::Money(cuota)))
           invoke xml::AppendLine("      " & self::Element("ImporteTotal" self::Money(total)))
           invoke xml::AppendLine("      <sum1:Encadenamiento>")
           if previousLine = null
              invoke xml::AppendLine("        " & self::Element("PrimerRegistro" "S"))
           else
              set g to previousLine::Split(Delimiter::ToCharArray())
              invoke type DateTime::Parse(g(3)) returning previousIssued
              invoke xml::AppendLine("        <sum1:RegistroAnterior>")
              invoke xml::AppendLine("          " & self::Element("IDEmisorFactura" g(11)))
              invoke xml::AppendLine("          " & self::Element("NumSerieFactura" g(1)))
              invoke xml::AppendLine("          " & self::Element("FechaExpedicionFactura"
                    previousIssued::ToString("dd-MM-yyyy")))
              invoke xml::AppendLine("          " & self::Element("Huella" g(8)))
              invoke xml::AppendLine("        </sum1:RegistroAnterior>")
           end-if
           invoke xml::AppendLine("      </sum1:Encadenamiento>")
           invoke xml::AppendLine("      <sum1:SistemaInformatico>")
           invoke xml::AppendLine("        " & self::Element("NombreRazon" fiscalName))
           invoke xml::AppendLine("        " & self::Element("NIF" f(11)))
           invoke xml::AppendLine("        " & self::Element("NombreSistemaInformatico" "apo"))
           invoke xml::AppendLine("        " & self::Element("IdSistemaInformatico" "AP"))
           invoke xml::AppendLine("        " & self::Element("Version" "1.0"))
           invoke xml::AppendLine("        " & self::Element("NumeroInstalacion"
                 type System.Environment::MachineName))
           invoke xml::AppendLine("        " & self::Element("TipoUsoPosibleSoloVerifactu" "S"))
           invoke xml::AppendLine("        " & self::Element("TipoUsoPosibleMultiOT" "N"))
           invoke xml::AppendLine("        " & self::Element("IndicadorMultiplesOT" "N"))
           invoke xml::AppendLine("      </sum1:SistemaInformatico>")
           invoke xml::AppendLine("      " & self::Element("FechaHoraHusoGenRegistro" f(9)))
           invoke xml::AppendLine("      " & self::Element("TipoHuella" "01"))
           invoke xml::AppendLine("      " & self::Element("Huella" f(8)))
           invoke xml::AppendLine("    </sum1:RegistroAlta>")
           invoke xml::AppendLine("  </sum:RegistroFactura>")
           invoke xml::ToString() returning result
           goback.
       end method.

      *> Writes the submission file for everything issued up to the
      *> end of day that has not gone yet -- the day's records, any a
      *> failed night left behind, and rejections put back -- and
      *> logs each record as sent.  Returns the file's path, "" when
      *> there was nothing to send.  Rejected records stay out until
      *> Resend puts them back.
       method-id SubmissionFile static.
       local-storage section.
       01 chainGate type System.IO.FileStream.
       01 gate type System.IO.FileStream.
       01 chain type System.Collections.Generic.List[string].
       01 states type System.Collections.Generic.Dictionary[string, string].
       01 sending type System.Collections.Generic.List[type System.Int32].
       01 f type string occurs any.
       01 issuedAt type DateTime.
       01 previousLine string.
       01 fiscalName string.
       01 path string.
       01 xml type System.Text.StringBuilder.
       01 i type System.Int32.
       procedure division using by value day as type DateTime
                           returning result as string.
           set result to ""
           invoke type apo.StoreLock::Acquire(ChainPath) returning chainGate
           invoke self::ReadLines(ChainPath) returning chain
           invoke type apo.StoreLock::Release(chainGate)

           invoke type apo.StoreLock::Acquire(LogPath) returning gate
           invoke self::LastStates returning states
           set sending to new System.Collections.Generic.List[type System.Int32]()
           perform varying i from 1 by 1 until i > chain::Count
              set f to chain::Item(i - 1)::Split(Delimiter::ToCharArray())
              invoke type DateTime::Parse(f(3)) returning issuedAt
              if issuedAt::Date <= day::Date
                 and (not states::ContainsKey(f(1))
                      or states::Item(f(1)) = PendingState)
                 invoke sending::Add(i)
              end-if
           end-perform
           if sending::Count = 0
              invoke type apo.StoreLock::Release(gate)
              goback
           end-if

           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning fiscalName
           set xml to new System.Text.StringBuilder()
           invoke xml::AppendLine("<?xml version=""1.0"" encoding=""UTF-8""?>")
           invoke xml::AppendLine("<sum:RegFactuSistemaFacturacion"
              & " xmlns:sum=""https://www2.agenciatributaria.gob.es/static_files/common/internet/dep/aplicaciones/es/aeat/tike/cont/ws/SuministroLR.xsd"""
              & " xmlns:sum1=""https://www2.agenciatributaria.gob.es/static_files/common/internet/dep/aplicaciones/es/aeat/tike/cont/ws/SuministroInformacion.xsd"">")
           invoke xml::AppendLine("  <sum:Cabecera>")
           invoke xml::AppendLine("    <sum1:ObligadoEmision>")
           invoke xml::AppendLine("      " & self::Element("NombreRazon" fiscalName))
           invoke xml::AppendLine("      " & self::Element("NIF" self::IssuerNif))
           invoke xml::AppendLine("    </sum1:ObligadoEmision>")
           invoke xml::AppendLine("  </sum:Cabecera>")
           perform varying i from 1 by 1 until i > sending::Count
              if sending::Item(i - 1) = 1
                 set previousLine to null
              else
                 set previousLine to chain::Item(sending::Item(i - 1) - 2)
              end-if
              invoke xml::Append(self::RecordXml(chain::Item(sending::Item(i - 1) - 1)
                    previousLine))
           end-perform
           invoke xml::AppendLine("</sum:RegFactuSistemaFacturacion>")

           if not type System.IO.Directory::Exists(SubmissionFolder)
              invoke type System.IO.Directory::CreateDirectory(SubmissionFolder)
           end-if
           set path to SubmissionFolder & "\envio_" & day::ToString("yyyyMMdd") & "_"
              & type DateTime::Now::ToString("HHmmss") & ".xml"
           invoke type System.IO.File::WriteAllText(path xml::ToString())
           perform varying i from 1 by 1 until i > sending::Count
              set f to chain::Item(sending::Item(i - 1) - 1)::Split(Delimiter::ToCharArray())
              invoke self::AppendLog(f(1) SentState path "")
           end-perform
           invoke type apo.StoreLock::Release(gate)
           set result to path
           goback.
       end method.

      *> Notes the agency's rejection of one record, with its reason,
      *> to be resolved.  False when the id is not in the chain.
       method-id RecordRejection static.
       local-storage section.
       01 gate type System.IO.FileStream.
       procedure division using by value recordId as string
                                 reason as string
                           returning result as condition-value.
           set result to false
           if self::FindRecord(recordId) = null
              goback
           end-if
           invoke type apo.StoreLock::Acquire(LogPath) returning gate
           invoke self::AppendLog(recordId RejectedState "" reason)
           invoke type apo.StoreLock::Release(gate)
           set result to true
           goback.
       end method.

      *> Puts a rejected record back to go out in the next submission
      *> file, once whatever the agency objected to is put right.
      *> False when the record's last state is not a rejection.
       method-id Resend static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 states type System.Collections.Generic.Dictionary[string, string].
       procedure division using by value recordId as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(LogPath) returning gate
           invoke self::LastStates returning states
           if states::ContainsKey(recordId)
              and states::Item(recordId) = RejectedState
              invoke self::AppendLog(recordId PendingState "" "")
              set result to true
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Where the submissions stand: how many records are sent and
      *> how many wait, the rejections still to resolve with the
      *> agency's reason, and the files sent with their record counts.
       method-id SubmissionReport static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 chain type System.Collections.Generic.List[string].
       01 lines type System.Collections.Generic.List[string].
       01 states type System.Collections.Generic.Dictionary[string, string].
       01 reasons type System.Collections.Generic.Dictionary[string, string].
       01 sentFiles type System.Collections.Generic.List[string].
       01 fileCounts type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 f type string occurs any.
       01 sent type System.Int32.
       01 waiting type System.Int32.
       01 rejected type System.Int32.
       01 loggedAt type DateTime.
       01 report type System.Text.StringBuilder.
       01 i type System.Int32.
       procedure division returning result as string.
           invoke type apo.StoreLock::Acquire(ChainPath) returning gate
           invoke self::ReadLines(ChainPath) returning chain
           invoke type apo.StoreLock::Release(gate)
           invoke type apo.StoreLock::Acquire(LogPath) returning gate
           invoke self::ReadLines(LogPath) returning lines
           invoke type apo.StoreLock::Release(gate)

           set states to new System.Collections.Generic.Dictionary[string, string]()
           set reasons to new System.Collections.Generic.Dictionary[string, string]()
           set sentFiles to new System.Collections.Generic.List[string]()
           set fileCounts to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           perform varying i from 1 by 1 until i > lines::Count
              set f to lines::Item(i - 1)::Split(Delimiter::ToCharArray())
              if f::Length < 6
                 exit perform cycle
              end-if
              set states::Item(f(2)) to f(3)
              if f(3) = RejectedState
                 invoke type DateTime::Parse(f(1)) returning loggedAt
                 set reasons::Item(f(2)) to loggedAt::ToString("dd/MM/yyyy") & ": " & f(5)
              end-if
              if f(3) = SentState
                 if not sentFiles::Contains(f(4))
                    invoke sentFiles::Add(f(4))
                    invoke fileCounts::Add(f(4) 0)
                 end-if
                 set fileCounts::Item(f(4)) to fileCounts::Item(f(4)) + 1
              end-if
           end-perform

           set sent to 0
           set waiting to 0
           set rejected to 0
           perform varying i from 1 by 1 until i > chain::Count
              set f to chain::Item(i - 1)::Split(Delimiter::ToCharArray())
              evaluate true
                 when not states::ContainsKey(f(1))
                    add 1 to waiting
                 when states::Item(f(1)) = PendingState
                    add 1 to waiting
                 when states::Item(f(1)) = RejectedState
                    add 1 to rejected
                 when other
                    add 1 to sent
              end-evaluate
           end-perform

           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Envios VeriFactu: " & chain::Count::ToString()
              & " registro(s), " & sent::ToString() & " enviado(s), "
              & waiting::ToString() & " pendiente(s) de envio, "
              & rejected::ToString() & " rechazado(s).")
           invoke report::AppendLine("")
           invoke report::AppendLine("Rechazos por resolver:")
           if rejected = 0
              invoke report::AppendLine("    Ninguno.")
           else
              perform varying i from 1 by 1 until i > chain::Count
                 set f to chain::Item(i - 1)::Split(Delimiter::ToCharArray())
                 if states::ContainsKey(f(1)) and states::Item(f(1)) = RejectedState
                    invoke type DateTime::Parse(f(3)) returning loggedAt
                    invoke report::AppendLine("    " & f(1) & " (" & f(2) & ", "
                       & loggedAt::ToString("dd/MM/yyyy") & "), rechazado el "
                       & reasons::Item(f(1)))
                 end-if
              end-perform
           end-if
           invoke report::AppendLine("")
           invoke report::AppendLine("Ficheros enviados:")
           if sentFiles::Count = 0
              invoke report::AppendLine("    Ninguno todavia.")
           end-if
           perform varying i from sentFiles::Count by -1 until i < 1
              invoke report::AppendLine("    " & sentFiles::Item(i - 1) & ": "
                 & fileCounts::Item(sentFiles::Item(i - 1))::ToString() & " registro(s)")
           end-perform
           invoke report::ToString() returning result
           goback.
       end method.

       end class.
