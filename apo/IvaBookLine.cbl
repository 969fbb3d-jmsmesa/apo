       class-id apo.IvaBookLine.

      *> Plain data holder for one line of the quarterly IVA book
      *> (IvaBook): a receipt, or a rectifying receipt when Series is
      *> "R", split into taxable base and IVA at the rate it was
      *> issued at.  Rectifies is the receipt a rectifying one
      *> corrects, 0 on an ordinary receipt.  Kind is the payment's
      *> kind from payments.dat (Pago, Sena, Bono...), "" when the
      *> payment line can't be found.  A full invoice (Series "F",
      *> InvoiceRegister) carries the customer's billing name and
      *> NIF; a receipt an invoice took over carries that invoice's
      *> number in ReplacedBy and is left out of the totals.  A
      *> rectifying invoice (Series "FR") carries the billing name
      *> and NIF too, and the invoice it corrects in Rectifies.

       working-storage section.
       01 Series        string property.
       01 Number        type System.Int32 property.
       01 IssuedAt      type DateTime property.
       01 PaymentId     string property.
       01 Method        string property.
       01 Kind          string property.
       01 Total         type System.Decimal property.
       01 Rate          type System.Decimal property.
       01 TaxBase       type System.Decimal property.
       01 Iva           type System.Decimal property.
       01 Rectifies     type System.Int32 property.
       01 Customer      string property.
       01 TaxId         string property.
       01 ReplacedBy    type System.Int32 property.

       method-id NEW.
       procedure division.
           set Series to ""
           set Kind to ""
           set Customer to ""
           set TaxId to ""
           goback.
       end method.

       end class.
