      *> counter sale (rung through PaymentStore with its own receipt,
      *> so the caja balances), and the low-stock list to reorder from
      *> before the shelf runs empty.  Product lines on a turno's
      *> payment are added on Form11 itself.  Each product also names
      *> its supplier and reorder quantity, which is what Form49's
      *> purchase-order run turns the low-stock list into.  Its cost
      *> price and shelf location are set here too; the count on the
      *> shelf is only typed for a new product -- after that it is
      *> corrected by a stocktake on Form64, which leaves a trace.

       working-storage section.
       01 entries type System.Collections.Generic.List[type apo.ProductRecord].
       01 line string.
       01 low type System.Collections.Generic.List[type apo.ProductRecord].
       01 info type System.Text.StringBuilder.
       01 onOrder type System.Int32.
       procedure division.
           invoke type apo.ProductStore::Load returning entries
           invoke radListControl1::Items::Clear
           else
              invoke info::AppendLine("Para reponer:")
              perform varying i from 1 by 1 until i > low::Count
                 set onOrder to type apo.PurchaseOrderStore::OnOrder(low::Item(i - 1)::Name)
                 set line to "    " & low::Item(i - 1)::Name
                       & ": quedan " & low::Item(i - 1)::Stock::ToString()
                       & " (minimo " & low::Item(i - 1)::MinStock::ToString() & ")"
                 if onOrder > 0
                    set line to line & ", pedidas " & onOrder::ToString()
                 end-if
                 invoke info::AppendLine(line)
              end-perform
           end-if
           set radTextBox6::Text to info::ToString()
       method-id Form31_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.PaymentStore::MoneyMethods::ToArray())
           set radDropDownList2::Text to "Efectivo"
           invoke radDropDownList3::Items::Clear
           invoke radDropDownList3::Items::Add(new Telerik.WinControls.UI.RadListDataItem("(Sin proveedor)"))
           invoke radDropDownList3::Items::AddRange(type apo.SupplierStore::Names::ToArray())
           set radDropDownList3::Text to "(Sin proveedor)"
           set radTextBox7::Text to "0"
           set radTextBox8::Text to "0"
           set radTextBox5::Text to "1"
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              returning radTextBox3::Text
           invoke entries::Item(radListControl1::SelectedIndex)::MinStock::ToString()
              returning radTextBox4::Text
           if entries::Item(radListControl1::SelectedIndex)::Supplier::Length = 0
              set radDropDownList3::Text to "(Sin proveedor)"
           else
              set radDropDownList3::Text to entries::Item(radListControl1::SelectedIndex)::Supplier
           end-if
           invoke entries::Item(radListControl1::SelectedIndex)::ReorderQty::ToString()
              returning radTextBox7::Text
           invoke entries::Item(radListControl1::SelectedIndex)::CostPrice::ToString("0.00")
              returning radTextBox8::Text
           set radTextBox9::Text to entries::Item(radListControl1::SelectedIndex)::Location
       end method.

      *> Saves the typed product -- new name creates it, known name
      *> updates price/reorder point/supplier/cost/location.
      *> Deliveries are booked against their order on Form49, and a
      *> known product's count is corrected by a stocktake, so the
      *> stock typed here only counts for a new one.
       method-id radButton1_Click final private.
       local-storage section.
       01 price type System.Decimal.
       01 validPrice condition-value.
       01 validStock condition-value.
       01 validMin condition-value.
       01 reorderQty type System.Int32.
       01 validReorder condition-value.
       01 cost type System.Decimal.
       01 validCost condition-value.
       01 p type apo.ProductRecord.
       01 known type apo.ProductRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Decimal::TryParse(radTextBox2::Text by reference price)
              returning validPrice
              returning validStock
           invoke type System.Int32::TryParse(radTextBox4::Text by reference minStock)
              returning validMin
           invoke type System.Int32::TryParse(radTextBox7::Text by reference reorderQty)
              returning validReorder
           invoke type System.Decimal::TryParse(radTextBox8::Text by reference cost)
              returning validCost
           if radTextBox1::Text::Trim()::Length = 0
              or not validPrice or price < 0
              or not validStock or stock < 0
              or not validMin or minStock < 0
              or not validReorder or reorderQty < 0
              or not validCost or cost < 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese nombre, precio, stock, minimo, cantidad a pedir y coste validos."
                    "Productos")
              goback
           end-if
           set p::Price to price
           set p::Stock to stock
           set p::MinStock to minStock
           if radDropDownList3::Text = "(Sin proveedor)"
              set p::Supplier to ""
           else
              set p::Supplier to radDropDownList3::Text
           end-if
           set p::ReorderQty to reorderQty
           set p::CostPrice to cost
           set p::Location to radTextBox9::Text::Trim()::Replace("|" " ")
           invoke type apo.ProductStore::FindByName(p::Name) returning known
           if known not = null
              set p::Stock to known::Stock
              if stock not = known::Stock
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El stock de " & p::Name & " sigue en " & known::Stock::ToString()
                       & ": se corrige con un recuento en Inventario."
                       "Productos")
              end-if
           end-if
           invoke type apo.ProductStore::Upsert(p)
           invoke type apo.AuditLog::Record("Producto guardado" p::Name
                 p::Price::ToString("0.00") & " stock " & p::Stock::ToString())
