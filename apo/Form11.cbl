      *> customer is still at the till, not reconstructed from the
      *> notebook at closing time.  The amount defaults to the catalog
      *> price carried on the appointment record but stays editable
      *> for discounts and extras.  Paying "Vale regalo" spends the
      *> gift voucher whose code is typed beside the method; when the
      *> voucher covers only part, the dialog stays open with the
      *> rest to take another way.  Points typed beside the amount
      *> are spent as a discount on a turno's settlement
      *> (LoyaltyStore), and the receipt prints what was spent and
      *> earned.  Taking less than is due asks whether the difference
      *> is a discount or owed; owed goes on the customer's account
      *> (AccountStore), which Form58 later collects through this
      *> same dialog in "Cuenta" mode.  A tip typed under the rest
      *> goes on its own "Propina" line, paid the same way, for the
      *> stylist or the pool picked beside it (TipReport) -- no
      *> receipt, and nothing of it is takings.  A promotion
      *> (PromotionStore) is applied with its own button, picked from
      *> those running now or by the code the customer brings; the
      *> discount is recorded on the payment, not typed in as a lower
      *> amount, so the receipt and the month-end pack can show it.

       working-storage section.
       01 AppointmentId string property.
      *> What the money being taken is: "Pago" (the default) settles
      *> a completed turno; Form1's cancel path sets "Cargo" to
      *> collect a late-cancellation fee through this same till
      *> dialog; Form58 sets "Cuenta" to take money against a
      *> customer's account balance, with AppointmentId "" and the
      *> customer in AccountPhone.
       01 PaymentKind   string property.
       01 AccountPhone  string property.
      *> The turno's customer, "" when it has none -- whose points
      *> can be spent here.
       01 customerPhone string.
      *> What is still to be taken for the turno: DefaultAmount less
      *> the deposit, less what a voucher already covered.
       01 stillDue      type System.Decimal.
      *> The turno's catalog price before the deposit and its
      *> service -- what a promotion is worked out on and checked
      *> against.
       01 listAmount    type System.Decimal.
       01 serviceName   string.
      *> The promotion applied at this visit, null until one is, and
      *> what it took off the turno's settlement.  One per visit.
       01 appliedPromo  type apo.PromotionRecord.
       01 promoDiscount type System.Decimal.

       method-id NEW.
       procedure division.
           set AppointmentId to ""
           set Summary to ""
           set PaymentKind to "Pago"
           set AccountPhone to ""
           set customerPhone to ""
           set serviceName to ""
           set appliedPromo to null
           set promoDiscount to 0
           invoke self::InitializeComponent()
           goback.
       end method.
       method-id Form11_Load final private.
       local-storage section.
       01 deposit type apo.PaymentRecord.
       01 rec type apo.AppointmentRecord.
       01 points type System.Int32.
       01 running type System.Collections.Generic.List[type apo.PromotionRecord].
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           set radTextBox2::Text to Summary
           set listAmount to DefaultAmount

      *> A deposit taken when the turno was booked discounts the
      *> amount due at the till -- the customer already left that
              end-if
           end-if

      *> The points on hand go beside the turno so the desk can
      *> offer them before the money is taken.
           if PaymentKind = "Pago"
              invoke type apo.AppointmentStore::FindById(AppointmentId) returning rec
              if rec not = null and rec::CustomerPhone not = null
                 set customerPhone to rec::CustomerPhone::Trim()
              end-if
              if rec not = null and rec::ServiceName not = null
                 set serviceName to rec::ServiceName
              end-if
              if customerPhone::Length > 0
                 invoke type apo.LoyaltyStore::Balance(customerPhone) returning points
                 if points > 0
                    set radTextBox2::Text to radTextBox2::Text & " (puntos "
                       & points::ToString() & ")"
                 end-if
              end-if
           end-if

           if PaymentKind = "Cuenta"
              set customerPhone to AccountPhone::Trim()
           end-if

           set stillDue to DefaultAmount
           invoke DefaultAmount::ToString("0.00") returning radTextBox1::Text
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.PaymentStore::Methods::ToArray())
           invoke radDropDownList2::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Ninguno)"))
           invoke radDropDownList2::Items::AddRange(type apo.ProductStore::Names::ToArray())
           set radDropDownList2::Text to "(Ninguno)"

      *> A tip is only ever left on a turno's settlement; it goes to
      *> the turno's stylist or the pool as TipRule says, unless the
      *> desk picks someone else.
           invoke radDropDownList3::Items::Clear
           invoke radDropDownList3::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                 type apo.TipReport::Pool))
           invoke radDropDownList3::Items::AddRange(type apo.EmployeeStore::Names::ToArray())
           if PaymentKind = "Pago" and rec not = null
              set radDropDownList3::Text to type apo.TipReport::DefaultRecipient(rec::EmployeeName)
           else
              set radDropDownList3::Text to type apo.TipReport::Pool
           end-if
           if PaymentKind not = "Pago"
              set radTextBox6::Enabled to false
              set radDropDownList3::Enabled to false
           end-if

      *> Promotions discount a turno's settlement and the product
      *> sold with it -- never a late-cancel fee or money on account.
           invoke radDropDownList4::Items::Clear
           invoke radDropDownList4::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Sin promocion)"))
           invoke type apo.PromotionStore::OpenAt(type DateTime::Now) returning running
           perform varying i from 1 by 1 until i > running::Count
              invoke radDropDownList4::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    running::Item(i - 1)::Name))
           end-perform
           set radDropDownList4::Text to "(Sin promocion)"
           if PaymentKind not = "Pago"
              set radDropDownList4::Enabled to false
              set radTextBox7::Enabled to false
              set radButton4::Enabled to false
           end-if
       end method.

      *> Applies the promotion picked, or the one the typed code
      *> belongs to, once it is running now and covers the turno's
      *> service or the product picked.  The service's discount comes
      *> off the amount to take straight away; a product's is worked
      *> out when the sale is recorded, on the quantity sold.
       method-id radButton4_Click final private.
       local-storage section.
       01 promo type apo.PromotionRecord.
       01 coversService condition-value.
       01 coversProduct condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           if appliedPromo not = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ya se aplico la promocion " & appliedPromo::Name
                    & "; solo una por visita."
                    "Promociones")
              goback
           end-if
           if radTextBox7::Text::Trim()::Length > 0
              invoke type apo.PromotionStore::FindByCode(radTextBox7::Text) returning promo
              if promo = null
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "No hay una promocion activa con ese codigo."
                       "Promociones")
                 goback
              end-if
           else
              if radDropDownList4::Text = "(Sin promocion)"
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Elija una promocion o escriba el codigo del cliente."
                       "Promociones")
                 goback
              end-if
              invoke type apo.PromotionStore::FindByName(radDropDownList4::Text) returning promo
              if promo = null
                 goback
              end-if
           end-if
           if not type apo.PromotionStore::ValidAt(promo type DateTime::Now)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La promocion " & promo::Name & " no esta vigente en este momento."
                    "Promociones")
              goback
           end-if

           set coversService to false
           if stillDue > 0
              invoke type apo.PromotionStore::Covers(promo serviceName)
                 returning coversService
           end-if
           set coversProduct to false
           if radDropDownList2::Text not = "(Ninguno)"
              invoke type apo.PromotionStore::Covers(promo radDropDownList2::Text)
                 returning coversProduct
           end-if
           if not coversService and not coversProduct
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La promocion " & promo::Name
                    & " no cubre este servicio ni el producto elegido."
                    "Promociones")
              goback
           end-if

           set appliedPromo to promo
           set promoDiscount to 0
           if coversService
              invoke type apo.PromotionStore::DiscountOn(promo listAmount)
                 returning promoDiscount
              if promoDiscount > stillDue
                 set promoDiscount to stillDue
              end-if
              set stillDue to stillDue - promoDiscount
              invoke stillDue::ToString("0.00") returning radTextBox1::Text
           end-if
           set radDropDownList4::Enabled to false
           set radTextBox7::Enabled to false
           set radButton4::Enabled to false
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Promocion " & promo::Name & " aplicada: descuento "
                 & promoDiscount::ToString("0.00") & " en el servicio"
                 & ". A cobrar: " & stillDue::ToString("0.00") & "."
                 "Promociones")
       end method.

      *> The tip typed beside the payment, 0 when none, or -1 (after
      *> saying why) when it can't be taken.  A voucher pays for the
      *> service, not for the tip.
       method-id TipToTake final private.
       local-storage section.
       01 validTip condition-value.
       procedure division returning result as type System.Decimal.
           set result to 0
           if radTextBox6::Text::Trim()::Length = 0
              goback
           end-if
           invoke type System.Decimal::TryParse(radTextBox6::Text by reference result)
              returning validTip
           if not validTip or result < 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese un importe de propina valido."
                    "Propinas")
              set result to -1
              goback
           end-if
           if result > 0 and radDropDownList1::Text = "Vale regalo"
              invoke type System.Windows.Forms.MessageBox::Show(
                    "La propina no se paga con el vale; cobrela en efectivo o con tarjeta."
                    "Propinas")
              set result to -1
           end-if
           goback.
       end method.

      *> Records the tip as its own line next to the payment it came
      *> with -- same turno, same method, same moment, so the card
      *> terminal's single charge for both still reconciles
      *> (CardSettlement).  No receipt: a tip is not a sale.
       method-id RecordTip final private.
       local-storage section.
       01 tipPay type apo.PaymentRecord.
       procedure division using by value tip as type System.Decimal
                                 tipMethod as string
                                 takenAt as type DateTime.
           set tipPay to new apo.PaymentRecord()
           invoke type System.Guid::NewGuid::ToString returning tipPay::PaymentId
           set tipPay::AppointmentId to AppointmentId
           set tipPay::Amount to tip
           set tipPay::Method to tipMethod
           set tipPay::Kind to "Propina"
           set tipPay::TakenBy to type apo.AuditLog::CurrentUser
           set tipPay::TakenAt to takenAt
           invoke type apo.TipReport::StoredRecipient(radDropDownList3::Text)
              returning tipPay::TipTo
           invoke type apo.PaymentStore::Append(tipPay)
           invoke type apo.AuditLog::Record("Propina registrada" AppointmentId
                 tipMethod & " " & tip::ToString("0.00") & " para " & radDropDownList3::Text)
           set radTextBox6::Text to ""
       end method.

       method-id radButton1_Click final private.
       01 validQty condition-value.
       01 stockTaken condition-value.
       01 productPay type apo.PaymentRecord.
       01 productDetail string.
       01 voucher type apo.VoucherRecord.
       01 drawn type System.Decimal.
       01 due type System.Decimal.
       01 balanceLeft type System.Decimal.
       01 pointsUsed type System.Int32.
       01 validPoints condition-value.
       01 discount type System.Decimal.
       01 pointsTaken condition-value.
       01 detail string.
       01 deferred type System.Decimal.
       01 partChoice type System.Windows.Forms.DialogResult.
       01 tip type System.Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
      *> Zero is a legal settlement now that deposits exist -- a turno
      *> whose deposit covered the whole price still has to be closed
                    "Pago invalido")
              goback
           end-if
           invoke self::TipToTake returning tip
           if tip < 0
              goback
           end-if

      *> Points spent come off the amount due before anything is
      *> taken.  Only on a turno's settlement with a known customer,
      *> and not together with a voucher -- each discount would
      *> otherwise have to be unwound if the other failed.
           set pointsUsed to 0
           set discount to 0
           if radTextBox5::Text::Trim()::Length > 0
              invoke type System.Int32::TryParse(radTextBox5::Text by reference pointsUsed)
                 returning validPoints
              if not validPoints or pointsUsed < 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Ingrese una cantidad de puntos valida."
                       "Puntos")
                 goback
              end-if
           end-if
           if pointsUsed > 0
              if PaymentKind not = "Pago" or customerPhone::Length = 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Los puntos solo descuentan el cobro de un turno con cliente."
                       "Puntos")
                 goback
              end-if
              if radDropDownList1::Text = "Vale regalo"
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Cobre con el vale o con puntos, no con los dos en el mismo pago."
                       "Puntos")
                 goback
              end-if
              if promoDiscount > 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Ya se aplico una promocion; los puntos no se suman a ella."
                       "Puntos")
                 goback
              end-if
              invoke type apo.LoyaltyStore::PointValue returning discount
              compute discount = discount * pointsUsed
              if discount > amount
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "Los puntos descuentan " & discount::ToString("0.00")
                       & ", mas que el importe a cobrar."
                       "Puntos")
                 goback
              end-if
           end-if

      *> Less than the turno comes to is either a discount the desk
      *> gave or a customer paying the rest later, and only the desk
      *> knows which.  Owed goes on the customer's account once the
      *> payment itself is on file; a discount is just what was
      *> taken, as before.
           set deferred to 0
           if PaymentKind = "Pago" and customerPhone::Length > 0
              and radDropDownList1::Text not = "Vale regalo"
              and amount < stillDue
              compute deferred = stillDue - amount
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Se cobran " & amount::ToString("0.00") & " de "
                    & stillDue::ToString("0.00") & ". Si: el resto ("
                    & deferred::ToString("0.00") & ") queda pendiente en la"
                    & " cuenta del cliente. No: la diferencia es un descuento."
                    "Pago parcial"
                    type System.Windows.Forms.MessageBoxButtons::YesNoCancel)
                 returning partChoice
              if partChoice = type System.Windows.Forms.DialogResult::Cancel
                 goback
              end-if
              if partChoice = type System.Windows.Forms.DialogResult::No
                 set deferred to 0
              end-if
           end-if

      *> A voucher payment draws the balance down first; what the
      *> voucher actually covered is what this line records.  It
      *> issues no receipt -- the voucher was receipted, IVA and all,
      *> when it was sold, the same way a bono session settles.
           set due to amount
           if radDropDownList1::Text = "Vale regalo"
              if radDropDownList2::Text not = "(Ninguno)"
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El vale paga el servicio; cobre el producto en un pago aparte."
                       "Vales regalo")
                 goback
              end-if
              if amount = 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "No hay importe que cobrar con el vale."
                       "Vales regalo")
                 goback
              end-if
              invoke type apo.VoucherStore::FindByCode(radTextBox4::Text) returning voucher
              if voucher = null
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "No existe un vale regalo con ese codigo."
                       "Vales regalo")
                 goback
              end-if
              invoke type apo.VoucherStore::Redeem(voucher::VoucherCode amount) returning drawn
              if drawn = 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El vale " & voucher::VoucherCode & " no tiene saldo o esta vencido ("
                       & voucher::ExpiresAt::ToString("dd/MM/yyyy") & ")."
                       "Vales regalo")
                 goback
              end-if
              set amount to drawn
           end-if

           set pay to new apo.PaymentRecord()
           invoke type System.Guid::NewGuid::ToString returning pay::PaymentId
           set pay::Kind to PaymentKind
           set pay::TakenBy to type apo.AuditLog::CurrentUser
           set pay::TakenAt to type DateTime::Now
           if PaymentKind = "Cuenta"
              set pay::CustomerPhone to customerPhone
           end-if
           set detail to Summary
      *> The promotion's discount rides on the first payment taken
      *> after it was applied -- the voucher line when a voucher pays
      *> part -- and never again on the rest.
           if promoDiscount > 0
              set pay::Discount to promoDiscount
              set pay::Promotion to appliedPromo::Name
              set detail to Summary & " (promocion " & appliedPromo::Name & ")"
           end-if
           if pointsUsed > 0
              invoke type apo.LoyaltyStore::Redeem(customerPhone pointsUsed pay::PaymentId)
                 returning pointsTaken
              if not pointsTaken
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El cliente no tiene " & pointsUsed::ToString() & " puntos disponibles."
                       "Puntos")
                 goback
              end-if
              set amount to amount - discount
              set pay::Amount to amount
              set detail to Summary & " (descuento " & pointsUsed::ToString()
                 & " puntos: " & discount::ToString("0.00") & ")"
              invoke type apo.AuditLog::Record("Puntos canjeados" AppointmentId
                    customerPhone & " " & pointsUsed::ToString() & " puntos, descuento "
                    & discount::ToString("0.00"))
           end-if
      *> The receipt number goes on the record before the append so
      *> the line on disk already carries it -- the accountant's
      *> trail runs caja -> payment -> receipt.  Money on account
      *> from a customer invoiced monthly pays their invoices, which
      *> already declared the sale: no receipt for it.
           if amount > 0 and pay::Method not = "Vale regalo"
              and not (PaymentKind = "Cuenta"
                       and type apo.InvoiceRegister::BillsMonthly(customerPhone))
              invoke type apo.ReceiptRegister::Issue(pay detail)
                 returning pay::ReceiptNumber
           end-if
           invoke type apo.PaymentStore::Append(pay)
           if pay::Method = "Vale regalo"
              set balanceLeft to voucher::Balance - amount
              invoke type apo.AuditLog::Record("Pago con vale regalo" AppointmentId
                    voucher::VoucherCode & " " & amount::ToString("0.00") & ", saldo "
                    & balanceLeft::ToString("0.00"))
           else
              invoke type apo.AuditLog::Record("Pago registrado" AppointmentId
                    pay::Method & " " & amount::ToString("0.00")
                    & " recibo " & pay::ReceiptNumber::ToString())
           end-if
           if promoDiscount > 0
              invoke type apo.AuditLog::Record("Promocion aplicada" AppointmentId
                    appliedPromo::Name & ", descuento " & promoDiscount::ToString("0.00"))
              set promoDiscount to 0
           end-if
           if deferred > 0
              invoke type apo.AccountStore::Post(customerPhone AppointmentId deferred
                    "Resto pendiente - " & Summary)
           end-if
           if tip > 0
              invoke self::RecordTip(tip pay::Method pay::TakenAt)
           end-if

      *> The voucher didn't cover it all: the rest is still owed, so
      *> the dialog stays open for the second payment.
           if pay::Method = "Vale regalo" and due > amount
              set balanceLeft to due - amount
              set stillDue to balanceLeft
              invoke balanceLeft::ToString("0.00") returning radTextBox1::Text
              set radDropDownList1::Text to "Efectivo"
              set radTextBox4::Text to ""
              invoke type System.Windows.Forms.MessageBox::Show(
                    "El vale cubrio " & amount::ToString("0.00")
                    & ". Cobre el resto (" & radTextBox1::Text & ") con otro medio."
                    "Vales regalo")
              goback
           end-if

      *> A product taken off the shelf at the same till visit rides
      *> along as its own payment line (own receipt, Kind "Producto")
                    invoke type System.Guid::NewGuid::ToString returning productPay::PaymentId
                    set productPay::AppointmentId to AppointmentId
                    set productPay::Amount to product::Price * qty
                    set productDetail to "Producto - " & product::Name & " x" & qty::ToString()
                    if appliedPromo not = null
                       and type apo.PromotionStore::Covers(appliedPromo product::Name)
                       invoke type apo.PromotionStore::DiscountOn(appliedPromo productPay::Amount)
                          returning productPay::Discount
                       set productPay::Amount to productPay::Amount - productPay::Discount
                       set productPay::Promotion to appliedPromo::Name
                       set productDetail to productDetail & " (promocion " & appliedPromo::Name & ")"
                    end-if
                    set productPay::Method to radDropDownList1::Text
                    set productPay::Kind to "Producto"
                    set productPay::TakenBy to type apo.AuditLog::CurrentUser
                    set productPay::TakenAt to type DateTime::Now
                    invoke type apo.ReceiptRegister::Issue(productPay productDetail)
                       returning productPay::ReceiptNumber
                    invoke type apo.PaymentStore::Append(productPay)
                    invoke type apo.AuditLog::Record("Producto vendido" product::Name
                          "x" & qty::ToString() & " "
                          & productPay::Amount::ToString("0.00"))
                    if productPay::Discount > 0
                       invoke type apo.AuditLog::Record("Promocion aplicada" product::Name
                             appliedPromo::Name & ", descuento "
                             & productPay::Discount::ToString("0.00"))
                    end-if
                 else
                    invoke type System.Windows.Forms.MessageBox::Show(
                          "No hay stock suficiente de " & product::Name
       01 used condition-value.
       01 remaining type System.Int32.
       01 pay type apo.PaymentRecord.
       01 tip type System.Decimal.
       procedure division using by value sender as object e as type System.EventArgs.
      *> A bundle session settles a completed visit; it never pays a
      *> late-cancel fee -- in "Cargo" mode burning one would also
                    "Bonos de sesiones")
              goback
           end-if
           invoke self::TipToTake returning tip
           if tip < 0
              goback
           end-if

      *> Only a bundle of the same catalog service pays for this
      *> turno -- a bono de cortes doesn't cover a color.
           invoke type apo.AuditLog::Record("Pago con bono" AppointmentId
                 bundle::Name & ", quedan "
                 & remaining::ToString() & " sesion(es)")
      *> The session is prepaid but a tip is money today, taken the
      *> way the method selector says.
           if tip > 0
              invoke self::RecordTip(tip radDropDownList1::Text pay::TakenAt)
           end-if

           invoke type System.Windows.Forms.MessageBox::Show(
                 "Sesion descontada del bono " & bundle::Name & ". Quedan "
