       class-id apo.VoucherRecord.

      *> Plain data holder for one gift voucher (vale regalo) sold
      *> at the till.  The paper voucher carries VoucherCode; Balance
      *> counts down as Form11 takes payments from it, and whatever is
      *> still on it at ExpiresAt is the customer's loss, not ours to
      *> keep owing.  The sale's receipt number ties the voucher back
      *> to the money PaymentStore took for it.

       working-storage section.
       01 VoucherCode   string property.
       01 AmountSold    type System.Decimal property.
       01 Balance       type System.Decimal property.
       01 BuyerPhone    string property.
       01 SoldAt        type DateTime property.
       01 ExpiresAt     type DateTime property.
       01 ReceiptNumber type System.Int32 property.
       01 SoldBy        string property.

       method-id NEW.
       procedure division.
           set VoucherCode to ""
           set BuyerPhone to ""
           set SoldBy to ""
           goback.
       end method.

       end class.
