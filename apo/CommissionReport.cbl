
      *> The money the till took against one turno -- deposit and
      *> settlement; bundle burns settle at 0 and pay no commission,
      *> the bono's revenue was the pack sale.  Money handed back
      *> against that deposit or settlement comes off again (the
      *> refund line is negative), so a redone colour the customer
      *> got back pays no commission; a refunded product bought at
      *> the same visit never counted here and is left alone, and
      *> neither does a tip -- that is the stylist's already.
       method-id RevenueFor static private.
       local-storage section.
       01 i type System.Int32.
       01 pay type apo.PaymentRecord.
       01 refundedKind string.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 appointmentId as string
                 and (pay::Kind = "Pago" or pay::Kind = "Sena")
                 add pay::Amount to result
              end-if
              if pay::AppointmentId = appointmentId
                 and pay::Kind = "Devolucion"
                 invoke type apo.PaymentStore::RefundedKind(payments pay)
                    returning refundedKind
                 if refundedKind = "Pago" or refundedKind = "Sena"
                    add pay::Amount to result
                 end-if
              end-if
           end-perform
           goback.
       end method.
