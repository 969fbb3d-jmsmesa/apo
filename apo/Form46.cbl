       class-id apo.Form46 is partial
                 inherits type System.Windows.Forms.Form.

      *> Gift-voucher till screen for Form1's "Vales regalo" button:
      *> sell a voucher for any amount, look one up by the code on the
      *> paper, and see what is still owed on every voucher sold.  The
      *> sale is money in like any other and gets its own receipt;
      *> spending the voucher happens on Form11 as the "Vale regalo"
      *> payment method.  How long a voucher lasts comes from the
      *> VoucherMonths setting (12 unless the salon changes it).

       working-storage section.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent()
           goback.
       end method.

       method-id Refresh final private.
       procedure division.
           invoke type apo.VoucherReport::Build(type DateTime::Today)
              returning radTextBox1::Text
       end method.

       method-id Form46_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.PaymentStore::MoneyMethods::ToArray())
           set radDropDownList1::Text to "Efectivo"
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
           end-if
           invoke self::Refresh
       end method.

      *> Sells the voucher: the voucher line, the money taken for it
      *> and its receipt, with the receipt number written back onto
      *> the voucher so either one leads to the other.
       method-id radButton1_Click final private.
       local-storage section.
       01 amount type System.Decimal.
       01 validAmount condition-value.
       01 raw string.
       01 months type System.Int32.
       01 ok condition-value.
       01 v type apo.VoucherRecord.
       01 pay type apo.PaymentRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Decimal::TryParse(radTextBox2::Text by reference amount)
              returning validAmount
           if not validAmount or amount <= 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese un importe valido."
                    "Vales regalo")
              goback
           end-if
           invoke type apo.Settings::Get("VoucherMonths" "12") returning raw
           invoke type System.Int32::TryParse(raw by reference months) returning ok
           if not ok or months < 1
              set months to 12
           end-if

           set v to new apo.VoucherRecord()
           set v::AmountSold to amount
           set v::Balance to amount
           set v::BuyerPhone to radTextBox3::Text::Trim()
           set v::SoldAt to type DateTime::Now
           set v::ExpiresAt to type DateTime::Today::AddMonths(months)
           set v::SoldBy to type apo.AuditLog::CurrentUser
           invoke type apo.VoucherStore::Append(v) returning v::VoucherCode

           set pay to new apo.PaymentRecord()
           invoke type System.Guid::NewGuid::ToString returning pay::PaymentId
           set pay::AppointmentId to ""
           set pay::Amount to amount
           set pay::Method to radDropDownList1::Text
           set pay::Kind to "Vale"
           set pay::TakenBy to type apo.AuditLog::CurrentUser
           set pay::TakenAt to type DateTime::Now
           invoke type apo.ReceiptRegister::Issue(pay "Vale regalo " & v::VoucherCode
                 & " (vence " & v::ExpiresAt::ToString("dd/MM/yyyy") & ")")
              returning pay::ReceiptNumber
           invoke type apo.PaymentStore::Append(pay)
           set v::ReceiptNumber to pay::ReceiptNumber
           invoke type apo.VoucherStore::Update(v)

           invoke type apo.AuditLog::Record("Vale regalo vendido" v::VoucherCode
                 v::BuyerPhone & " " & amount::ToString("0.00")
                 & " recibo " & pay::ReceiptNumber::ToString())
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Vale regalo " & v::VoucherCode & " vendido por " & amount::ToString("0.00")
                 & ", vence el " & v::ExpiresAt::ToString("dd/MM/yyyy")
                 & ". Recibo nro " & pay::ReceiptNumber::ToString("00000000") & "."
                 "Vales regalo")
           set radTextBox2::Text to ""
           set radTextBox3::Text to ""
           set radTextBox4::Text to v::VoucherCode
           invoke self::Refresh
       end method.

      *> Looks up the code a customer brings in, so the desk can tell
      *> them what is left before the service starts.
       method-id radButton2_Click final private.
       local-storage section.
       01 v type apo.VoucherRecord.
       01 state string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.VoucherStore::FindByCode(radTextBox4::Text) returning v
           if v = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No existe un vale regalo con ese codigo."
                    "Vales regalo")
              goback
           end-if
           if v::ExpiresAt < type DateTime::Today
              set state to "VENCIDO"
           else
              if v::Balance = 0
                 set state to "AGOTADO"
              else
                 set state to "vigente"
              end-if
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Vale " & v::VoucherCode & " (" & state & ")"
                 & type System.Environment::NewLine
                 & "Vendido el " & v::SoldAt::ToString("dd/MM/yyyy")
                 & " por " & v::AmountSold::ToString("0.00")
                 & ", recibo nro " & v::ReceiptNumber::ToString("00000000")
                 & type System.Environment::NewLine
                 & "Saldo: " & v::Balance::ToString("0.00")
                 & ", vence el " & v::ExpiresAt::ToString("dd/MM/yyyy")
                 "Vales regalo")
       end method.

       end class.
