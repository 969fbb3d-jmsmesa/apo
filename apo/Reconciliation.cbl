       class-id apo.Reconciliation.

      *> Money nobody has decided about, for Form57.  A deposit
      *> ("Sena") is taken when the turno is booked and discounted by
      *> Form11 when it completes -- but when the turno is cancelled,
      *> deleted to the bin or depurated instead, nothing ever says
      *> whether the deposit goes back, is kept as the cancellation
      *> fee or moves to the rebooking.  The same goes for a bono
      *> with sessions left and nothing booked to use them on, and
      *> for a payment whose turno exists nowhere -- not live, not in
      *> the archive, not in the bin.  Items lists every one of them
      *> with its age; the actions here resolve one and file the
      *> decision in ReconciliationStore, which also audits it.
      *>
      *> A payment whose turno was depurated by the archive retention
      *> rule is not an orphan: the turno existed and was settled
      *> long ago.  Only a depurated turno that was cancelled leaves
      *> its deposit open.

       working-storage section.
       01 DepositCategory string value "Sena".
       01 BundleCategory  string value "Bono".
       01 OrphanCategory  string value "Sin turno".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id AgeDays static.
       local-storage section.
       01 span type System.TimeSpan.
       procedure division using by value since as type DateTime
                           returning result as type System.Int32.
           invoke type DateTime::Today::Subtract(since::Date) returning span
           compute result = span::TotalDays
           goback.
       end method.

      *> Whether a "Bono" payment is the sale of a bundle: Form27
      *> files the bundle and its payment in the same moment, for the
      *> pack price.
       method-id SoldTogether static private.
       local-storage section.
       01 span type System.TimeSpan.
       procedure division using by value pay as type apo.PaymentRecord
                                 b as type apo.BundleRecord
                           returning result as condition-value.
           set result to false
           if pay::Kind = "Bono" and pay::Amount = b::Price
              invoke pay::TakenAt::Subtract(b::SoldAt) returning span
              if span::Duration()::TotalMinutes < 5
                 set result to true
              end-if
           end-if
           goback.
       end method.

      *> The bono sale a bundle came from; 0 when no such receipt is
      *> on file.
       method-id SaleReceiptFor static private.
       local-storage section.
       01 i type System.Int32.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 b as type apo.BundleRecord
                           returning result as type System.Int32.
           set result to 0
           perform varying i from 1 by 1 until i > payments::Count
              if self::SoldTogether(payments::Item(i - 1) b)
                 set result to payments::Item(i - 1)::ReceiptNumber
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The other way round, for Form45 refunding a bono's receipt:
      *> the bundle sold with that payment, null when none is.
       method-id BundleSoldWith static.
       local-storage section.
       01 bundles type System.Collections.Generic.List[type apo.BundleRecord].
       01 i type System.Int32.
       procedure division using by value pay as type apo.PaymentRecord
                           returning result as type apo.BundleRecord.
           set result to null
           invoke type apo.BundleStore::Load returning bundles
           perform varying i from 1 by 1 until i > bundles::Count
              if self::SoldTogether(pay bundles::Item(i - 1))
                 set result to bundles::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> Every unresolved item, oldest first.
       method-id Items static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 archived type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 purged type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 recycled type System.Collections.Generic.List[string].
       01 rec type apo.AppointmentRecord.
       01 byId type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord].
       01 binned type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord].
       01 binnedAt type System.Collections.Generic.Dictionary[string, type DateTime].
       01 purgedById type System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord].
       01 booked type System.Collections.Generic.HashSet[string].
       01 lastVisit type System.Collections.Generic.Dictionary[string, type DateTime].
       01 payments type System.Collections.Generic.List[type apo.PaymentRecord].
       01 refunded type System.Collections.Generic.Dictionary[type System.Int32, type System.Decimal].
       01 resolved type System.Collections.Generic.HashSet[string].
       01 bundles type System.Collections.Generic.List[type apo.BundleRecord].
       01 b type apo.BundleRecord.
       01 pay type apo.PaymentRecord.
       01 item type apo.ReconciliationItem.
       01 swap type apo.ReconciliationItem.
       01 stamp type DateTime.
       01 cancelledId type System.Int32.
       01 net type System.Decimal.
       01 i type System.Int32.
       01 j type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.ReconciliationItem].
           set result to new System.Collections.Generic.List[type apo.ReconciliationItem]()
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           invoke type apo.ReconciliationStore::ResolvedKeys returning resolved

      *> Where every turno id is now: live or archived, in the bin,
      *> or only in the depurated exports.  Customers with something
      *> still ahead of them on the book, and when each was last in.
           set byId to new System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]()
           set booked to new System.Collections.Generic.HashSet[string]()
           set lastVisit to new System.Collections.Generic.Dictionary[string, type DateTime]()
           invoke type apo.AppointmentStore::Load returning records
           invoke type apo.AppointmentStore::LoadArchive returning archived
           invoke records::AddRange(archived)
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if not byId::ContainsKey(rec::AppointmentId)
                 invoke byId::Add(rec::AppointmentId rec)
              end-if
              if rec::CustomerPhone::Trim()::Length > 0
                 if rec::Start > type DateTime::Now
                    and rec::StatusId not = cancelledId
                    invoke booked::Add(rec::CustomerPhone)
                 end-if
                 if rec::Start <= type DateTime::Now
                    if not lastVisit::ContainsKey(rec::CustomerPhone)
                       invoke lastVisit::Add(rec::CustomerPhone rec::Start)
                    end-if
                    if rec::Start > lastVisit::Item(rec::CustomerPhone)
                       set lastVisit::Item(rec::CustomerPhone) to rec::Start
                    end-if
                 end-if
              end-if
           end-perform
           set binned to new System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]()
           set binnedAt to new System.Collections.Generic.Dictionary[string, type DateTime]()
           invoke type apo.AppointmentStore::LoadRecycle returning recycled
           perform varying i from 1 by 1 until i > recycled::Count
              invoke type apo.AppointmentStore::RecycledRecord(recycled::Item(i - 1))
                 returning rec
              if not binned::ContainsKey(rec::AppointmentId)
                 invoke binned::Add(rec::AppointmentId rec)
                 invoke type apo.AppointmentStore::RecycledAt(recycled::Item(i - 1))
                    returning stamp
                 invoke binnedAt::Add(rec::AppointmentId stamp)
              end-if
           end-perform
           set purgedById to new System.Collections.Generic.Dictionary[string, type apo.AppointmentRecord]()
           invoke type apo.AppointmentStore::LoadPurged returning purged
           perform varying i from 1 by 1 until i > purged::Count
              set rec to purged::Item(i - 1)
              if not purgedById::ContainsKey(rec::AppointmentId)
                 invoke purgedById::Add(rec::AppointmentId rec)
              end-if
           end-perform

      *> What has already gone back against each receipt.
           invoke type apo.PaymentStore::Load returning payments
           set refunded to new System.Collections.Generic.Dictionary[type System.Int32, type System.Decimal]()
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Kind = "Devolucion" and pay::RefundOf > 0
                 if not refunded::ContainsKey(pay::RefundOf)
                    invoke refunded::Add(pay::RefundOf 0)
                 end-if
                 set refunded::Item(pay::RefundOf) to
                    refunded::Item(pay::RefundOf) - pay::Amount
              end-if
           end-perform

      *> A tip is the staff's whatever became of its turno, so it is
      *> never money to decide about.
           perform varying i from 1 by 1 until i > payments::Count
              set pay to payments::Item(i - 1)
              if pay::Kind = "Devolucion" or pay::Kind = "Propina"
                 or pay::AppointmentId::Length = 0
                 or resolved::Contains("pago:" & pay::PaymentId)
                 exit perform cycle
              end-if
              set net to pay::Amount
              if pay::ReceiptNumber > 0 and refunded::ContainsKey(pay::ReceiptNumber)
                 set net to net - refunded::Item(pay::ReceiptNumber)
              end-if
              if net <= 0
                 exit perform cycle
              end-if
              set item to new apo.ReconciliationItem()
              set item::ItemKey to "pago:" & pay::PaymentId
              set item::PaymentId to pay::PaymentId
              set item::AppointmentId to pay::AppointmentId
              set item::ReceiptNumber to pay::ReceiptNumber
              set item::Amount to net
              set item::Since to pay::TakenAt
              if pay::Kind = "Sena"
                 set item::Category to DepositCategory
                 evaluate true
                    when byId::ContainsKey(pay::AppointmentId)
                       set rec to byId::Item(pay::AppointmentId)
                       if rec::StatusId not = cancelledId
                          exit perform cycle
                       end-if
                       set item::Situation to "turno cancelado"
                       set item::Since to rec::ModifiedAt
                       set item::CustomerPhone to rec::CustomerPhone
                    when binned::ContainsKey(pay::AppointmentId)
                       set rec to binned::Item(pay::AppointmentId)
                       set item::Situation to "turno en la papelera"
                       set item::Since to binnedAt::Item(pay::AppointmentId)
                       set item::CustomerPhone to rec::CustomerPhone
                    when purgedById::ContainsKey(pay::AppointmentId)
                       set rec to purgedById::Item(pay::AppointmentId)
                       if rec::StatusId not = cancelledId
                          exit perform cycle
                       end-if
                       set item::Situation to "turno cancelado y depurado"
                       set item::Since to rec::ModifiedAt
                       set item::CustomerPhone to rec::CustomerPhone
                    when other
                       set item::Situation to "el turno ya no existe"
                 end-evaluate
              else
                 if byId::ContainsKey(pay::AppointmentId)
                    or binned::ContainsKey(pay::AppointmentId)
                    or purgedById::ContainsKey(pay::AppointmentId)
                    exit perform cycle
                 end-if
                 set item::Category to OrphanCategory
                 set item::Situation to pay::Kind & " de un turno que no existe"
              end-if
              invoke result::Add(item)
           end-perform

      *> Bonos with sessions left and nothing booked to spend them
      *> on, waiting since the sale or the customer's last visit.
           invoke type apo.BundleStore::Load returning bundles
           perform varying i from 1 by 1 until i > bundles::Count
              set b to bundles::Item(i - 1)
              if b::SessionsLeft <= 0
                 or booked::Contains(b::CustomerPhone)
                 or resolved::Contains("bono:" & b::BundleId)
                 exit perform cycle
              end-if
              set item to new apo.ReconciliationItem()
              set item::ItemKey to "bono:" & b::BundleId
              set item::Category to BundleCategory
              set item::BundleId to b::BundleId
              set item::CustomerPhone to b::CustomerPhone
              set item::Situation to b::SessionsLeft::ToString() & " de "
                 & b::SessionsTotal::ToString() & " sesion(es) de " & b::Name
                 & " sin turno reservado"
              set item::Amount to 0
              if b::SessionsTotal > 0
                 compute item::Amount rounded = b::Price * b::SessionsLeft / b::SessionsTotal
              end-if
              invoke self::SaleReceiptFor(payments b) returning item::ReceiptNumber
              set item::Since to b::SoldAt
              if lastVisit::ContainsKey(b::CustomerPhone)
                 if lastVisit::Item(b::CustomerPhone) > item::Since
                    set item::Since to lastVisit::Item(b::CustomerPhone)
                 end-if
              end-if
              invoke result::Add(item)
           end-perform

           perform varying i from 1 by 1 until i > result::Count - 1
              perform varying j from 1 by 1 until j > result::Count - i
                 if result::Item(j - 1)::Since > result::Item(j)::Since
                    set swap to result::Item(j - 1)
                    set result::Item(j - 1) to result::Item(j)
                    set result::Item(j) to swap
                 end-if
              end-perform
           end-perform
           goback.
       end method.

      *> One item as a list line: age, category, amount, situation.
       method-id Describe static.
       local-storage section.
       01 age type System.Int32.
       procedure division using by value item as type apo.ReconciliationItem
                           returning result as string.
           invoke self::AgeDays(item::Since) returning age
           set result to age::ToString()::PadLeft(4) & " dias  "
              & item::Category::PadRight(10) & item::Amount::ToString("0.00")::PadLeft(9)
              & "  " & item::Situation
           if item::CustomerPhone::Length > 0
              set result to result & ", cliente " & item::CustomerPhone
           end-if
           if item::AppointmentId::Length > 0
              set result to result & ", turno " & item::AppointmentId
           end-if
           if item::ReceiptNumber > 0
              set result to result & ", recibo " & item::ReceiptNumber::ToString("00000000")
           end-if
           goback.
       end method.

      *> The list as a report, with the total waiting per category.
       method-id Build static.
       local-storage section.
       01 items type System.Collections.Generic.List[type apo.ReconciliationItem].
       01 report type System.Text.StringBuilder.
       01 categories type System.Collections.Generic.List[string].
       01 lineText string.
       01 total type System.Decimal.
       01 counted type System.Int32.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division returning result as string.
           invoke self::Items returning items
           set report to new System.Text.StringBuilder()
           invoke report::AppendLine("Conciliacion de senas, bonos y pagos sin turno - "
                 & type DateTime::Now::ToString("dd/MM/yyyy HH:mm"))
           invoke report::AppendLine("")
           set categories to new System.Collections.Generic.List[string]()
           invoke categories::Add(DepositCategory)
           invoke categories::Add(BundleCategory)
           invoke categories::Add(OrphanCategory)
           perform varying k from 1 by 1 until k > categories::Count
              set total to 0
              set counted to 0
              perform varying i from 1 by 1 until i > items::Count
                 if items::Item(i - 1)::Category = categories::Item(k - 1)
                    add items::Item(i - 1)::Amount to total
                    add 1 to counted
                 end-if
              end-perform
              invoke report::AppendLine(categories::Item(k - 1) & ": "
                    & counted::ToString() & " pendiente(s), "
                    & total::ToString("0.00"))
           end-perform
           invoke report::AppendLine("")
           perform varying i from 1 by 1 until i > items::Count
              invoke self::Describe(items::Item(i - 1)) returning lineText
              invoke report::AppendLine(lineText)
           end-perform
           if items::Count = 0
              invoke report::AppendLine("Nada pendiente de resolver.")
           end-if
           invoke report::ToString() returning result
           goback.
       end method.

      *> The turnos an item can be carried to: the customer's own
      *> upcoming turnos when they have any, otherwise every upcoming
      *> turno (the money may belong to someone else's booking).
       method-id Targets static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 others type System.Collections.Generic.List[type apo.AppointmentRecord].
       01 rec type apo.AppointmentRecord.
       01 cancelledId type System.Int32.
       01 i type System.Int32.
       procedure division using by value phone as string
                           returning result as
                type System.Collections.Generic.List[type apo.AppointmentRecord].
           set result to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           set others to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           invoke type apo.AppointmentStatus::StatusIdFor("Cancelado") returning cancelledId
           invoke type apo.AppointmentStore::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set rec to records::Item(i - 1)
              if rec::Start > type DateTime::Now and rec::StatusId not = cancelledId
                 invoke others::Add(rec)
                 if phone::Length > 0 and rec::CustomerPhone = phone
                    invoke result::Add(rec)
                 end-if
              end-if
           end-perform
           if result::Count = 0
              set result to others
           end-if
           goback.
       end method.

      *> After Form45 has handed the money back: a bono's remaining
      *> sessions are closed with it.
       method-id Refunded static.
       local-storage section.
       01 closed condition-value.
       procedure division using by value item as type apo.ReconciliationItem.
           if item::Category = BundleCategory
              invoke type apo.BundleStore::Close(item::BundleId) returning closed
           end-if
           invoke type apo.ReconciliationStore::Record(item::ItemKey "Devuelto"
                 item::AppointmentId item::Amount::ToString("0.00"))
           goback.
       end method.

      *> The money stays with the salon: a deposit as the
      *> cancellation fee, a bono's sessions lapse, an orphan payment
      *> as ordinary takings.
       method-id Forfeit static.
       local-storage section.
       01 closed condition-value.
       01 detail string.
       procedure division using by value item as type apo.ReconciliationItem.
           evaluate item::Category
              when DepositCategory
                 set detail to "sena retenida como cargo por cancelacion"
              when BundleCategory
                 invoke type apo.BundleStore::Close(item::BundleId) returning closed
                 set detail to "sesiones vencidas"
              when other
                 set detail to "retenido como ingreso"
           end-evaluate
           invoke type apo.ReconciliationStore::Record(item::ItemKey "Retenido"
                 item::AppointmentId detail & " " & item::Amount::ToString("0.00"))
           goback.
       end method.

      *> Carries the item to another turno: the payment is linked to
      *> it (Form11 then discounts a deposit there), a bono goes to
      *> that turno's customer.  A payment's decision is filed under
      *> the target turno as well, and does not settle it for good:
      *> should that turno be cancelled in turn, the deposit is
      *> listed again.  Returns "" when done, otherwise why not.
       method-id Transfer static.
       local-storage section.
       01 done condition-value.
       01 existing type apo.PaymentRecord.
       01 detail string.
       01 filedKey string.
       procedure division using by value item as type apo.ReconciliationItem
                                 target as type apo.AppointmentRecord
                           returning result as string.
           set result to ""
           set detail to "al turno " & target::AppointmentId & " del "
              & target::Start::ToString("dd/MM/yyyy HH:mm")
           set filedKey to item::ItemKey
           if item::Category = BundleCategory
              if target::CustomerPhone::Trim()::Length = 0
                 set result to "El turno elegido no tiene un cliente con telefono."
                 goback
              end-if
              invoke type apo.BundleStore::Reassign(item::BundleId target::CustomerPhone)
                 returning done
              set detail to detail & ", cliente " & target::CustomerPhone
           else
      *> Form11 discounts the first deposit it finds on a turno, so
      *> a second one would never be used.
              if item::Category = DepositCategory
                 invoke type apo.PaymentStore::DepositFor(target::AppointmentId)
                    returning existing
                 if existing not = null
                    set result to "Ese turno ya tiene una sena registrada."
                    goback
                 end-if
              end-if
              invoke type apo.PaymentStore::Reassign(item::PaymentId target::AppointmentId)
                 returning done
              set filedKey to item::ItemKey & ":" & target::AppointmentId
           end-if
           if not done
              set result to "El pago o el bono ya no esta en el archivo."
              goback
           end-if
           invoke type apo.ReconciliationStore::Record(filedKey "Traspasado"
                 target::AppointmentId detail & " " & item::Amount::ToString("0.00"))
           goback.
       end method.

       end class.
