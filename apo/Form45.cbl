       class-id apo.Form45 is partial
                 inherits type System.Windows.Forms.Form.

      *> Refund dialog, opened from Form28 on the receipt being looked
      *> at.  Giving money back used to mean a note in the caja
      *> notebook and a receipt that still said we kept it.  Here the
      *> refund is a negative "Devolucion" payment line pointing at
      *> the original receipt, with its own rectifying receipt from
      *> ReceiptRegister, so the caja, the month-end pack and the
      *> commissions all see the money leave.  An administrator has
      *> to authorise it with their own login, whoever is at the
      *> till.  A returned, unopened product goes back on the shelf
      *> count through ProductStore, and the loyalty points the
      *> receipt earned are taken back through LoyaltyStore.  A gift
      *> voucher's sale is refunded only as far as the voucher is
      *> still unspent, and that much comes off its balance
      *> (VoucherStore); a bono's likewise only for the sessions not
      *> yet used, which come off the bundle (BundleStore).  On a
      *> receipt a full invoice has replaced, the IVA book counts the
      *> invoice, so the refund issues a rectifying invoice against
      *> it (InvoiceRegister) instead of a rectifying receipt.

       working-storage section.
       01 ReceiptNumber type System.Int32 property.
       01 original type apo.PaymentRecord.
       01 detail string.
       01 remaining type System.Decimal.
       01 productName string.
       01 productQty type System.Int32.
       01 voucher type apo.VoucherRecord.
       01 bundle type apo.BundleRecord.
      *> The invoice that replaced the receipt, 0 when none did.
       01 invoiceNumber type System.Int32.

       method-id NEW.
       procedure division.
           set ReceiptNumber to 0
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Product receipts carry "Producto - <name> x<qty>" as their
      *> detail (Form11 and Form31 both write it that way); that is
      *> where the name and the units sold come back from.
       method-id ParseProduct final private.
       local-storage section.
       01 rest string.
       01 cut type System.Int32.
       01 ok condition-value.
       procedure division.
           set productName to ""
           set productQty to 0
           if original::Kind not = "Producto"
              or not detail::StartsWith("Producto - ")
              goback
           end-if
           set rest to detail::Substring(11)
           set cut to rest::LastIndexOf(" x")
           if cut < 1
              goback
           end-if
           set productName to rest::Substring(0 cut)
           invoke type System.Int32::TryParse(rest::Substring(cut + 2)
                 by reference productQty)
              returning ok
           if not ok
              set productQty to 0
           end-if
           goback.
       end method.

       method-id Form45_Load final private.
       local-storage section.
       01 line string.
       01 f type string occurs any.
       01 refunded type System.Decimal.
       01 unusedValue type System.Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
           set radTextBox6::PasswordChar to "*"
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Cliente insatisfecho"))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Producto devuelto"))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Cobro duplicado"))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Error de cobro"))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem("Otro"))
           set radDropDownList1::Text to "Cliente insatisfecho"

           set radButton1::Enabled to false
           set radTextBox3::Enabled to false
           invoke type apo.PaymentStore::FindByReceiptNumber(ReceiptNumber)
              returning original
           invoke type apo.ReceiptRegister::FindByNumber(ReceiptNumber)
              returning line
           if original = null or line = null
              set radTextBox1::Text to "No hay un pago registrado con el recibo nro "
                 & ReceiptNumber::ToString("00000000") & "."
              goback
           end-if
           invoke type apo.InvoiceRegister::ReplacedBy(ReceiptNumber)
              returning invoiceNumber
           set f to line::Split("|"::ToCharArray())
           set detail to f(4)
           invoke self::ParseProduct

           invoke type apo.PaymentStore::RefundedAgainst(ReceiptNumber)
              returning refunded
           set remaining to original::Amount - refunded
           set radTextBox1::Text to "Recibo nro " & ReceiptNumber::ToString("00000000")
              & " del " & original::TakenAt::ToString("dd/MM/yyyy HH:mm")
              & type System.Environment::NewLine & detail
              & type System.Environment::NewLine & original::Method & " " & original::Amount::ToString("0.00")
              & ", ya devuelto " & refunded::ToString("0.00")
           if invoiceNumber > 0
              set radTextBox1::Text to radTextBox1::Text
                 & type System.Environment::NewLine & "Sustituido por la factura F"
                 & invoiceNumber::ToString("00000000")
                 & ": se emitira una factura rectificativa."
           end-if
      *> What has been spent off a gift voucher can't be handed back
      *> as well.
           if original::Kind = "Vale"
              invoke type apo.VoucherStore::FindByReceipt(ReceiptNumber)
                 returning voucher
              if voucher = null
                 set radTextBox1::Text to radTextBox1::Text
                    & type System.Environment::NewLine
                    & "No se encuentra el vale vendido con este recibo."
                 set radTextBox2::Text to "0.00"
                 goback
              end-if
              if voucher::Balance < remaining
                 set remaining to voucher::Balance
              end-if
              set radTextBox1::Text to radTextBox1::Text
                 & type System.Environment::NewLine & "Vale " & voucher::VoucherCode
                 & ": quedan " & voucher::Balance::ToString("0.00") & " sin gastar"
           end-if
      *> Nor can sessions already used off a bono; what is left is
      *> worth its share of the pack price.
           if original::Kind = "Bono"
              invoke type apo.Reconciliation::BundleSoldWith(original)
                 returning bundle
              if bundle = null or bundle::SessionsTotal <= 0
                 set radTextBox1::Text to radTextBox1::Text
                    & type System.Environment::NewLine
                    & "No se encuentra el bono vendido con este recibo."
                 set radTextBox2::Text to "0.00"
                 goback
              end-if
              compute unusedValue rounded = bundle::Price * bundle::SessionsLeft
                 / bundle::SessionsTotal
              if unusedValue < remaining
                 set remaining to unusedValue
              end-if
              set radTextBox1::Text to radTextBox1::Text
                 & type System.Environment::NewLine & "Bono " & bundle::Name
                 & ": quedan " & bundle::SessionsLeft::ToString() & " de "
                 & bundle::SessionsTotal::ToString() & " sesion(es) sin usar"
           end-if
           if remaining <= 0
              set radTextBox2::Text to "0.00"
              goback
           end-if
           invoke remaining::ToString("0.00") returning radTextBox2::Text
           if productName::Length > 0
              set radTextBox3::Enabled to true
              invoke productQty::ToString() returning radTextBox3::Text
              set radDropDownList1::Text to "Producto devuelto"
           end-if
           set radTextBox5::Text to type apo.AuditLog::CurrentUser
           set radButton1::Enabled to true
       end method.

      *> Records the refund: the negative payment line, its
      *> rectifying receipt, the stock going back, and the audit
      *> line naming who authorised it.
       method-id radButton1_Click final private.
       local-storage section.
       01 amount type System.Decimal.
       01 validAmount condition-value.
       01 units type System.Int32.
       01 validUnits condition-value.
       01 reason string.
       01 role string.
       01 refund type apo.PaymentRecord.
       01 restocked condition-value.
       01 pointsBack type System.Int32.
       01 voucherTaken condition-value.
       01 sessionsBack type System.Int32.
       01 bundleTaken condition-value.
       01 documentText string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Decimal::TryParse(radTextBox2::Text by reference amount)
              returning validAmount
           if not validAmount or amount <= 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese un importe valido."
                    "Devolucion")
              goback
           end-if
           if amount > remaining
              evaluate original::Kind
                 when "Vale"
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "Solo se puede devolver lo que queda sin gastar en el vale ("
                          & remaining::ToString("0.00") & ")."
                          "Devolucion")
                 when "Bono"
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "Solo se pueden devolver las sesiones sin usar del bono ("
                          & remaining::ToString("0.00") & ")."
                          "Devolucion")
                 when other
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "No se puede devolver mas de lo que queda en el recibo ("
                          & remaining::ToString("0.00") & ")."
                          "Devolucion")
              end-evaluate
              goback
           end-if
           set units to 0
           if radTextBox3::Enabled
              invoke type System.Int32::TryParse(radTextBox3::Text by reference units)
                 returning validUnits
              if not validUnits or units < 0 or units > productQty
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Las unidades devueltas deben estar entre 0 y "
                       & productQty::ToString() & "."
                       "Devolucion")
                 goback
              end-if
           end-if

      *> The authorisation is a fresh check of an administrator's own
      *> credentials, not the session's -- the person at the till is
      *> not necessarily the one allowed to hand money back.
           invoke type apo.UserStore::Validate(radTextBox5::Text::Trim()
                 radTextBox6::Text)
              returning role
           if role not = "Administrador"
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La devolucion debe autorizarla un administrador con su"
                    & " usuario y contrasena."
                    "Devolucion")
              goback
           end-if

           if radTextBox4::Text::Trim()::Length > 0
              set reason to radDropDownList1::Text & ": " & radTextBox4::Text::Trim()
           else
              set reason to radDropDownList1::Text
           end-if

      *> The voucher's balance comes down first, under its own lock,
      *> in case it was spent at another till since the dialog opened.
           if original::Kind = "Vale"
              invoke type apo.VoucherStore::RefundSale(ReceiptNumber amount)
                 returning voucherTaken
              if not voucherTaken
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El vale ya no tiene " & amount::ToString("0.00")
                       & " sin gastar; no se puede devolver ese importe."
                       "Devolucion")
                 goback
              end-if
              invoke type apo.AuditLog::Record("Vale reducido por devolucion"
                    voucher::VoucherCode "recibo " & ReceiptNumber::ToString()
                    & " " & amount::ToString("0.00"))
           end-if
      *> A bono loses the sessions the money paid for, rounded up so
      *> nothing handed back leaves a session still to be used.
           if original::Kind = "Bono"
              compute sessionsBack = amount * bundle::SessionsTotal / bundle::Price
              if sessionsBack * bundle::Price < amount * bundle::SessionsTotal
                 add 1 to sessionsBack
              end-if
              if sessionsBack > bundle::SessionsLeft
                 set sessionsBack to bundle::SessionsLeft
              end-if
              invoke type apo.BundleStore::RefundSessions(bundle::BundleId sessionsBack)
                 returning bundleTaken
              if not bundleTaken
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El bono ya no tiene " & sessionsBack::ToString()
                       & " sesion(es) sin usar; no se puede devolver ese importe."
                       "Devolucion")
                 goback
              end-if
              invoke type apo.AuditLog::Record("Bono reducido por devolucion"
                    bundle::BundleId "recibo " & ReceiptNumber::ToString()
                    & " " & sessionsBack::ToString() & " sesion(es) "
                    & amount::ToString("0.00"))
           end-if

      *> Handed back the same way it came in -- a card sale is
      *> refunded to the card, so the terminal's export still
      *> reconciles line for line.
           set refund to new apo.PaymentRecord()
           invoke type System.Guid::NewGuid::ToString returning refund::PaymentId
           set refund::AppointmentId to original::AppointmentId
           compute refund::Amount = 0 - amount
           set refund::Method to original::Method
           set refund::Kind to "Devolucion"
           set refund::RefundOf to ReceiptNumber
           set refund::CustomerPhone to original::CustomerPhone
           set refund::TakenBy to type apo.AuditLog::CurrentUser
           set refund::TakenAt to type DateTime::Now
           if invoiceNumber > 0
              invoke type apo.InvoiceRegister::IssueRectifying(refund invoiceNumber
                    reason radTextBox5::Text::Trim())
                 returning refund::ReceiptNumber
              set documentText to "factura rectificativa nro FR"
                 & refund::ReceiptNumber::ToString("00000000")
           else
              invoke type apo.ReceiptRegister::IssueRectifying(refund reason
                    radTextBox5::Text::Trim())
                 returning refund::ReceiptNumber
              set documentText to "recibo rectificativo nro R"
                 & refund::ReceiptNumber::ToString("00000000")
           end-if
           invoke type apo.PaymentStore::Append(refund)
      *> The points the receipt earned go back in proportion to the
      *> money handed back.
           invoke type apo.LoyaltyStore::ReverseForRefund(ReceiptNumber amount
                 original::Amount refund::PaymentId)
              returning pointsBack
           invoke type apo.AuditLog::Record("Devolucion" original::AppointmentId
                 "recibo " & ReceiptNumber::ToString() & " " & documentText & " "
                 & refund::Method & " " & amount::ToString("0.00")
                 & " motivo " & reason & " autorizo " & radTextBox5::Text::Trim()
                 & " puntos revertidos " & pointsBack::ToString())

           if units > 0
              invoke type apo.ProductStore::IncrementStock(productName units)
                 returning restocked
              if restocked
                 invoke type apo.AuditLog::Record("Producto devuelto al stock"
                       productName "x" & units::ToString())
              else
                 invoke type System.Windows.Forms.MessageBox::Show(
                       productName & " ya no esta en el catalogo; el stock no se"
                       & " modifico."
                       "Devolucion")
              end-if
           end-if

           if pointsBack > 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Devolucion registrada, " & documentText & ". Se descontaron "
                    & pointsBack::ToString() & " puntos del cliente."
                    "Devolucion")
           else
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Devolucion registrada, " & documentText & "."
                    "Devolucion")
           end-if
           set self::DialogResult to type System.Windows.Forms.DialogResult::OK
           invoke self::Close
       end method.

       method-id radButton2_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set self::DialogResult to type System.Windows.Forms.DialogResult::Cancel
           invoke self::Close
       end method.

       end class.
