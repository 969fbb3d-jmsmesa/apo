       class-id apo.PurchaseOrderStore.

      *> Disk persistence for purchase orders to suppliers, in two
      *> flat pipe-delimited files kept under the orders file's lock:
      *> purchaseorders.dat, one line per order
      *> (number|supplier|createdAt|expectedOn|status|createdBy|
      *> branch), and purchaseorderlines.dat, one line per product on
      *> an order (number|product|ordered|received|damaged).  Orders
      *> are numbered 1 onwards across the branches; an order from
      *> before there were branches has no branch and loads as the
      *> original salon's.  ReorderRun turns the working branch's
      *> low-stock list (ProductStore) into draft orders for that
      *> branch; Receive books a delivery against a line and puts the
      *> good units on the shelf of the branch that ordered them.
      *> The text sent to the supplier is written to the pedidos
      *> folder, one file per order, the way receipts go to recibos.

       working-storage section.
       01 OrdersPath   string value "purchaseorders.dat".
       01 LinesPath    string value "purchaseorderlines.dat".
       01 OrderFolder  string value "pedidos".
       01 Delimiter    string value "|".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id OrderToLine static private.
       procedure division using by value o as type apo.PurchaseOrderRecord
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(o::OrderNumber::ToString())
           invoke parts::Add(o::Supplier::Replace(Delimiter " "))
           invoke parts::Add(o::CreatedAt::ToString("o"))
           invoke parts::Add(o::ExpectedOn::ToString("yyyy-MM-dd"))
           invoke parts::Add(o::Status)
           invoke parts::Add(o::CreatedBy)
           invoke parts::Add(o::Branch)
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id OrderFromLine static private.
       procedure division using by value line as string
                           returning result as type apo.PurchaseOrderRecord.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.PurchaseOrderRecord()
           invoke type System.Int32::Parse(f(1)) returning result::OrderNumber
           set result::Supplier to f(2)
           invoke type DateTime::Parse(f(3)) returning result::CreatedAt
           invoke type DateTime::Parse(f(4)) returning result::ExpectedOn
           set result::Status to f(5)
           set result::CreatedBy to f(6)
           if f::Length > 6
              set result::Branch to f(7)
           end-if
           goback.
       end method.

       method-id LineToLine static private.
       procedure division using by value l as type apo.PurchaseOrderLine
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(l::OrderNumber::ToString())
           invoke parts::Add(l::ProductName::Replace(Delimiter " "))
           invoke parts::Add(l::Ordered::ToString())
           invoke parts::Add(l::Received::ToString())
           invoke parts::Add(l::Damaged::ToString())
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.

       method-id LineFromLine static private.
       procedure division using by value line as string
                           returning result as type apo.PurchaseOrderLine.
           local-storage section.
           01 f type string occurs any.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.PurchaseOrderLine()
           invoke type System.Int32::Parse(f(1)) returning result::OrderNumber
           set result::ProductName to f(2)
           invoke type System.Int32::Parse(f(3)) returning result::Ordered
           invoke type System.Int32::Parse(f(4)) returning result::Received
           invoke type System.Int32::Parse(f(5)) returning result::Damaged
           goback.
       end method.

      *> Loads every order on file.  Returns an empty list the first
      *> time the app runs, before purchaseorders.dat exists.
       method-id LoadOrders static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           01 mainBranch string.
           procedure division.
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           set result to new System.Collections.Generic.List[type apo.PurchaseOrderRecord]()
           if type System.IO.File::Exists(OrdersPath)
              invoke type apo.Branch::Main returning mainBranch
              set lines to type System.IO.File::ReadAllLines(OrdersPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::OrderFromLine(lines(i)))
                    if result::Item(result::Count - 1)::Branch::Length = 0
                       set result::Item(result::Count - 1)::Branch to mainBranch
                    end-if
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Loads every order line on file, all orders together.  The
      *> lines file is guarded by the orders file's lock.
       method-id LoadLines static.
       procedure division returning result as
                type System.Collections.Generic.List[type apo.PurchaseOrderLine].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.String occurs any.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           set result to new System.Collections.Generic.List[type apo.PurchaseOrderLine]()
           if type System.IO.File::Exists(LinesPath)
              set lines to type System.IO.File::ReadAllLines(LinesPath)
              perform varying i from 1 by 1 until i > lines::Length
                 if lines(i)::Length > 0
                    invoke result::Add(self::LineFromLine(lines(i)))
                 end-if
              end-perform
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveOrders static private.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > list::Count
              invoke lines::Add(self::OrderToLine(list::Item(i - 1)))
           end-perform
           invoke type apo.SafeFile::WriteAllLines(OrdersPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       method-id SaveLines static private.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.PurchaseOrderLine].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > list::Count
              invoke lines::Add(self::LineToLine(list::Item(i - 1)))
           end-perform
           invoke type apo.SafeFile::WriteAllLines(LinesPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The orders of one branch, in file order -- what Form49 lists.
       method-id OrdersFor static.
       local-storage section.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 i type System.Int32.
       procedure division using by value branchName as string
                           returning result as
                type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
           set result to new System.Collections.Generic.List[type apo.PurchaseOrderRecord]()
           invoke self::LoadOrders returning orders
           perform varying i from 1 by 1 until i > orders::Count
              if orders::Item(i - 1)::Branch = branchName
                 invoke result::Add(orders::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

       method-id FindOrder static.
       procedure division using by value number as type System.Int32
                           returning result as type apo.PurchaseOrderRecord.
           local-storage section.
           01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
           01 i type System.Int32.
           procedure division.
           set result to null
           invoke self::LoadOrders returning orders
           perform varying i from 1 by 1 until i > orders::Count
              if orders::Item(i - 1)::OrderNumber = number
                 set result to orders::Item(i - 1)
                 exit perform
              end-if
           end-perform
           goback.
       end method.

      *> The lines of one order, in the order they were added.
       method-id LinesFor static.
       procedure division using by value number as type System.Int32
                           returning result as
                type System.Collections.Generic.List[type apo.PurchaseOrderLine].
           local-storage section.
           01 everyLine type System.Collections.Generic.List[type apo.PurchaseOrderLine].
           01 i type System.Int32.
           procedure division.
           set result to new System.Collections.Generic.List[type apo.PurchaseOrderLine]()
           invoke self::LoadLines returning everyLine
           perform varying i from 1 by 1 until i > everyLine::Count
              if everyLine::Item(i - 1)::OrderNumber = number
                 invoke result::Add(everyLine::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> True while an order can still bring stock in: drafted,
      *> sent, or partly delivered.
       method-id IsOpen static.
       procedure division using by value o as type apo.PurchaseOrderRecord
                           returning result as condition-value.
           set result to false
           if o::Status = "Borrador" or o::Status = "Pedido"
              or o::Status = "Parcial"
              set result to true
           end-if
           goback.
       end method.

      *> A sent order still waiting for goods after the date the
      *> supplier's lead time promised them.
       method-id IsOverdue static.
       procedure division using by value o as type apo.PurchaseOrderRecord
                                 asOf as type DateTime
                           returning result as condition-value.
           set result to false
           if (o::Status = "Pedido" or o::Status = "Parcial")
              and o::ExpectedOn < asOf::Date
              set result to true
           end-if
           goback.
       end method.

      *> Units of a product still to arrive on the working branch's
      *> open orders -- so the reorder run doesn't order the same
      *> shampoo twice while the first box is on its way.  The other
      *> branch's box is no help on this branch's shelf.
       method-id OnOrder static.
       local-storage section.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 lines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
       01 l type apo.PurchaseOrderLine.
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division using by value productName as string
                           returning result as type System.Int32.
           set result to 0
           invoke self::OrdersFor(type apo.Branch::Current) returning orders
           invoke self::LoadLines returning lines
           perform varying i from 1 by 1 until i > lines::Count
              set l to lines::Item(i - 1)
              if l::ProductName = productName
                 perform varying k from 1 by 1 until k > orders::Count
                    if orders::Item(k - 1)::OrderNumber = l::OrderNumber
                       and self::IsOpen(orders::Item(k - 1))
                       and l::Ordered > l::Received + l::Damaged
                       compute result = result + l::Ordered - l::Received - l::Damaged
                    end-if
                 end-perform
              end-if
           end-perform
           goback.
       end method.

      *> Turns the working branch's low-stock list into draft orders
      *> for that branch, one per supplier: each product at or below
      *> its reorder point, with a supplier set and nothing already
      *> on order for the branch, goes on its supplier's open draft
      *> for the branch (a new one if there is none) for its reorder
      *> quantity -- or, when none is set, enough to bring the shelf
      *> back up to twice the reorder point.  Returns the numbers of
      *> the drafts it added to.
       method-id ReorderRun static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 lines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
       01 low type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 o type apo.PurchaseOrderRecord.
       01 l type apo.PurchaseOrderLine.
       01 s type apo.SupplierRecord.
       01 i type System.Int32.
       01 k type System.Int32.
       01 qty type System.Int32.
       01 highest type System.Int32.
       01 branchName string.
       procedure division returning result as
                type System.Collections.Generic.List[type System.Int32].
           set result to new System.Collections.Generic.List[type System.Int32]()
           invoke type apo.Branch::Current returning branchName
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           invoke self::LoadOrders returning orders
           invoke self::LoadLines returning lines
           invoke type apo.ProductStore::LowStock returning low
           set highest to 0
           perform varying k from 1 by 1 until k > orders::Count
              if orders::Item(k - 1)::OrderNumber > highest
                 set highest to orders::Item(k - 1)::OrderNumber
              end-if
           end-perform

           perform varying i from 1 by 1 until i > low::Count
              set p to low::Item(i - 1)
              if p::Supplier::Length > 0
                 and self::OnOrder(p::Name) = 0
                 if p::ReorderQty > 0
                    set qty to p::ReorderQty
                 else
                    compute qty = p::MinStock * 2 - p::Stock
                    if qty < 1
                       set qty to 1
                    end-if
                 end-if

                 set o to null
                 perform varying k from 1 by 1 until k > orders::Count
                    if orders::Item(k - 1)::Supplier = p::Supplier
                       and orders::Item(k - 1)::Status = "Borrador"
                       and orders::Item(k - 1)::Branch = branchName
                       set o to orders::Item(k - 1)
                       exit perform
                    end-if
                 end-perform
                 if o = null
                    add 1 to highest
                    set o to new apo.PurchaseOrderRecord()
                    set o::OrderNumber to highest
                    set o::Supplier to p::Supplier
                    set o::CreatedAt to type DateTime::Now
                    invoke type apo.SupplierStore::FindByName(p::Supplier) returning s
                    if s = null
                       set o::ExpectedOn to type DateTime::Today::AddDays(7)
                    else
                       set o::ExpectedOn to type DateTime::Today::AddDays(s::LeadDays)
                    end-if
                    set o::Status to "Borrador"
                    set o::CreatedBy to type apo.AuditLog::CurrentUser
                    set o::Branch to branchName
                    invoke orders::Add(o)
                 end-if

                 set l to new apo.PurchaseOrderLine()
                 set l::OrderNumber to o::OrderNumber
                 set l::ProductName to p::Name
                 set l::Ordered to qty
                 set l::Received to 0
                 set l::Damaged to 0
                 invoke lines::Add(l)
                 if not result::Contains(o::OrderNumber)
                    invoke result::Add(o::OrderNumber)
                 end-if
              end-if
           end-perform

           if result::Count > 0
              invoke self::SaveOrders(orders)
              invoke self::SaveLines(lines)
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Sets the quantity of one product on a draft order: adds the
      *> line if the product isn't on it yet, removes it at 0.  Only
      *> drafts can be edited -- once sent, the supplier has it.
       method-id SetLine static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 o type apo.PurchaseOrderRecord.
       01 lines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
       01 l type apo.PurchaseOrderLine.
       01 i type System.Int32.
       01 found condition-value.
       procedure division using by value number as type System.Int32
                                 productName as string
                                 qty as type System.Int32
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           invoke self::FindOrder(number) returning o
           if o not = null and o::Status = "Borrador" and qty >= 0
              invoke self::LoadLines returning lines
              set found to false
              perform varying i from 1 by 1 until i > lines::Count
                 if lines::Item(i - 1)::OrderNumber = number
                    and lines::Item(i - 1)::ProductName = productName
                    if qty = 0
                       invoke lines::RemoveAt(i - 1)
                    else
                       set lines::Item(i - 1)::Ordered to qty
                    end-if
                    set found to true
                    exit perform
                 end-if
              end-perform
              if not found and qty > 0
                 set l to new apo.PurchaseOrderLine()
                 set l::OrderNumber to number
                 set l::ProductName to productName
                 set l::Ordered to qty
                 set l::Received to 0
                 set l::Damaged to 0
                 invoke lines::Add(l)
              end-if
              invoke self::SaveLines(lines)
              set result to true
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Moves an order to a new status ("Pedido" when sent,
      *> "Cerrado" when closed short).
       method-id SetStatus static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 i type System.Int32.
       procedure division using by value number as type System.Int32
                                 newStatus as string.
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           invoke self::LoadOrders returning orders
           perform varying i from 1 by 1 until i > orders::Count
              if orders::Item(i - 1)::OrderNumber = number
                 set orders::Item(i - 1)::Status to newStatus
                 invoke self::SaveOrders(orders)
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Books part or all of a delivery against one line: good
      *> units go on the shelf of the branch that ordered them,
      *> whichever station books them, and damaged ones are only
      *> noted.  Refuses (false) when the order isn't out with the
      *> supplier or more would arrive than is still outstanding on
      *> the line.  The order turns "Parcial", or "Recibido" once
      *> nothing is left outstanding on any line.
       method-id Receive static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 lines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
       01 o type apo.PurchaseOrderRecord.
       01 l type apo.PurchaseOrderLine.
       01 i type System.Int32.
       01 outstanding type System.Int32.
       01 stocked condition-value.
       procedure division using by value number as type System.Int32
                                 productName as string
                                 good as type System.Int32
                                 damaged as type System.Int32
                           returning result as condition-value.
           set result to false
           if good < 0 or damaged < 0 or good + damaged = 0
              goback
           end-if
           invoke type apo.StoreLock::Acquire(OrdersPath) returning gate
           invoke self::LoadOrders returning orders
           invoke self::LoadLines returning lines
           set o to null
           perform varying i from 1 by 1 until i > orders::Count
              if orders::Item(i - 1)::OrderNumber = number
                 set o to orders::Item(i - 1)
                 exit perform
              end-if
           end-perform
           set l to null
           perform varying i from 1 by 1 until i > lines::Count
              if lines::Item(i - 1)::OrderNumber = number
                 and lines::Item(i - 1)::ProductName = productName
                 set l to lines::Item(i - 1)
                 exit perform
              end-if
           end-perform
           if o = null or l = null
              or (o::Status not = "Pedido" and o::Status not = "Parcial")
              or good + damaged > l::Ordered - l::Received - l::Damaged
              invoke type apo.StoreLock::Release(gate)
              goback
           end-if

           set l::Received to l::Received + good
           set l::Damaged to l::Damaged + damaged
           if good > 0
              invoke type apo.Branch::Use(o::Branch)
              invoke type apo.ProductStore::IncrementStock(productName good)
                 returning stocked
              invoke type apo.Branch::Use("")
           end-if

           set outstanding to 0
           perform varying i from 1 by 1 until i > lines::Count
              if lines::Item(i - 1)::OrderNumber = number
                 compute outstanding = outstanding + lines::Item(i - 1)::Ordered
                    - lines::Item(i - 1)::Received - lines::Item(i - 1)::Damaged
              end-if
           end-perform
           if outstanding = 0
              set o::Status to "Recibido"
           else
              set o::Status to "Parcial"
           end-if
           invoke self::SaveLines(lines)
           invoke self::SaveOrders(orders)
           invoke type apo.StoreLock::Release(gate)
           set result to true
           goback.
       end method.

      *> The order as it goes to the supplier, and as it stands once
      *> deliveries have come in against it.
       method-id BuildText static.
       local-storage section.
       01 o type apo.PurchaseOrderRecord.
       01 s type apo.SupplierRecord.
       01 lines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
       01 l type apo.PurchaseOrderLine.
       01 text type System.Text.StringBuilder.
       01 i type System.Int32.
       01 missing type System.Int32.
       01 businessName string.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::FindOrder(number) returning o
           if o = null
              goback
           end-if
           invoke type apo.SupplierStore::FindByName(o::Supplier) returning s
           invoke self::LinesFor(number) returning lines
           invoke type apo.Settings::Get("FiscalName" "Peluqueria") returning businessName

           set text to new System.Text.StringBuilder()
           invoke text::AppendLine(businessName)
           invoke text::AppendLine("Pedido nro " & number::ToString("00000000")
              & " del " & o::CreatedAt::ToString("dd/MM/yyyy"))
           if type apo.Branch::Names::Count > 1
              invoke text::AppendLine("Entregar en: " & o::Branch)
           end-if
           invoke text::AppendLine("Proveedor: " & o::Supplier)
           if s not = null
              invoke text::AppendLine("    Tel. " & s::Phone & "  " & s::Email)
           end-if
           invoke text::AppendLine("Entrega prevista: " & o::ExpectedOn::ToString("dd/MM/yyyy")
              & "  Estado: " & o::Status)
           invoke text::AppendLine("")
           perform varying i from 1 by 1 until i > lines::Count
              set l to lines::Item(i - 1)
              if o::Status = "Borrador" or o::Status = "Pedido"
                 invoke text::AppendLine("    " & l::ProductName & " x"
                    & l::Ordered::ToString())
              else
                 compute missing = l::Ordered - l::Received - l::Damaged
                 invoke text::AppendLine("    " & l::ProductName & " x"
                    & l::Ordered::ToString() & "  recibido " & l::Received::ToString()
                    & "  danado " & l::Damaged::ToString()
                    & "  falta " & missing::ToString())
              end-if
           end-perform
           if lines::Count = 0
              invoke text::AppendLine("    (sin lineas)")
           end-if
           invoke text::ToString() returning result
           goback.
       end method.

      *> Writes the order's text to the pedidos folder -- the copy to
      *> print or e-mail to the supplier -- and returns the path.
       method-id SaveText static.
       local-storage section.
       01 text string.
       01 path string.
       procedure division using by value number as type System.Int32
                           returning result as string.
           set result to ""
           invoke self::BuildText(number) returning text
           if text::Length = 0
              goback
           end-if
           if not type System.IO.Directory::Exists(OrderFolder)
              invoke type System.IO.Directory::CreateDirectory(OrderFolder)
           end-if
           set path to OrderFolder & "\pedido_" & number::ToString("00000000") & ".txt"
           invoke type System.IO.File::WriteAllText(path text)
           set result to path
           goback.
       end method.

       end class.
