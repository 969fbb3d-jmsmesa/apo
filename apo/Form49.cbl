       class-id apo.Form49 is partial
                 inherits type System.Windows.Forms.Form.

      *> Purchase-order screen for Form1's "Pedidos" button.  The
      *> reorder run turns Form31's low-stock list into one draft per
      *> supplier; a draft's lines can be changed before "Emitir
      *> pedido" writes it to the pedidos folder to print or e-mail
      *> and marks it sent.  When the box arrives each line is booked
      *> as it is unpacked -- good units go on the shelf, damaged ones
      *> are only noted -- and an order the supplier will never
      *> complete is closed short.  Sent orders past their expected
      *> date are flagged VENCIDO here and listed underneath.  Each
      *> branch orders for its own shelf, so only this station's
      *> branch's orders are listed.

       working-storage section.
       01 orders type System.Collections.Generic.List[type apo.PurchaseOrderRecord].
       01 orderLines type System.Collections.Generic.List[type apo.PurchaseOrderLine].
      *> The order picked in the top list, 0 when none is.
       01 selectedNumber type System.Int32.

       method-id NEW.
       procedure division.
           set selectedNumber to 0
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Rebuilds the order list and the warnings box, then the lines
      *> of whichever order is still selected.
       method-id Refresh final private.
       local-storage section.
       01 i type System.Int32.
       01 o type apo.PurchaseOrderRecord.
       01 line string.
       01 info type System.Text.StringBuilder.
       01 low type System.Collections.Generic.List[type apo.ProductRecord].
       procedure division.
           invoke type apo.PurchaseOrderStore::OrdersFor(type apo.Branch::Current)
              returning orders
           invoke radListControl1::Items::Clear
           set info to new System.Text.StringBuilder()
           perform varying i from 1 by 1 until i > orders::Count
              set o to orders::Item(i - 1)
              set line to o::OrderNumber::ToString("00000000") & "  " & o::Supplier
                 & "  " & o::Status & "  entrega " & o::ExpectedOn::ToString("dd/MM/yyyy")
              if type apo.PurchaseOrderStore::IsOverdue(o type DateTime::Today)
                 set line to line & "  VENCIDO"
                 invoke info::AppendLine("Pedido " & o::OrderNumber::ToString("00000000")
                    & " a " & o::Supplier & " vencido desde el "
                    & o::ExpectedOn::ToString("dd/MM/yyyy"))
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform

           invoke type apo.ProductStore::LowStock returning low
           perform varying i from 1 by 1 until i > low::Count
              if low::Item(i - 1)::Supplier::Length = 0
                 invoke info::AppendLine(low::Item(i - 1)::Name
                    & " esta bajo minimo y no tiene proveedor (Productos).")
              end-if
           end-perform
           if info::Length = 0
              invoke info::AppendLine("Sin pedidos vencidos.")
           end-if
           set radTextBox4::Text to info::ToString()
           invoke self::ShowLines
       end method.

      *> Lists the selected order's lines with what has arrived.
       method-id ShowLines final private.
       local-storage section.
       01 i type System.Int32.
       01 l type apo.PurchaseOrderLine.
       01 line string.
       procedure division.
           invoke radListControl2::Items::Clear
           invoke type apo.PurchaseOrderStore::LinesFor(selectedNumber) returning orderLines
           perform varying i from 1 by 1 until i > orderLines::Count
              set l to orderLines::Item(i - 1)
              set line to l::ProductName & " x" & l::Ordered::ToString()
                 & "  recibido " & l::Received::ToString()
                 & "  danado " & l::Damaged::ToString()
              invoke radListControl2::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
       end method.

       method-id Form49_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.ProductStore::Names::ToArray())
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
              set radButton3::Enabled to false
              set radButton4::Enabled to false
              set radButton5::Enabled to false
              set radButton6::Enabled to false
           end-if
           invoke self::Refresh
       end method.

       method-id radListControl1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= orders::Count
              goback
           end-if
           set selectedNumber to orders::Item(radListControl1::SelectedIndex)::OrderNumber
           invoke self::ShowLines
       end method.

      *> Picking a line loads its product, and on a received order
      *> suggests the units still outstanding for the next booking.
       method-id radListControl2_SelectedIndexChanged final private.
       local-storage section.
       01 l type apo.PurchaseOrderLine.
       01 outstanding type System.Int32.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl2::SelectedIndex < 0
              or radListControl2::SelectedIndex >= orderLines::Count
              goback
           end-if
           set l to orderLines::Item(radListControl2::SelectedIndex)
           set radDropDownList1::Text to l::ProductName
           invoke l::Ordered::ToString() returning radTextBox1::Text
           compute outstanding = l::Ordered - l::Received - l::Damaged
           invoke outstanding::ToString() returning radTextBox2::Text
           set radTextBox3::Text to "0"
       end method.

      *> The reorder run: low stock into draft orders.
       method-id radButton1_Click final private.
       local-storage section.
       01 numbers type System.Collections.Generic.List[type System.Int32].
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.PurchaseOrderStore::ReorderRun returning numbers
           if numbers::Count = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No hay productos con proveedor para pedir: nada bajo minimo,"
                    & " o ya esta pedido."
                    "Pedidos a proveedores")
           else
              invoke type apo.AuditLog::Record("Pedidos generados" ""
                    numbers::Count::ToString() & " borrador(es)")
              invoke type System.Windows.Forms.MessageBox::Show(
                    numbers::Count::ToString() & " pedido(s) en borrador. Reviselos y"
                    & " emitalos."
                    "Pedidos a proveedores")
           end-if
           invoke self::Refresh
       end method.

       method-id radButton2_Click final private.
       local-storage section.
       01 f48 type apo.Form48.
       procedure division using by value sender as object e as type System.EventArgs.
           set f48 to new apo.Form48
           invoke f48::ShowDialog
           invoke self::Refresh
       end method.

      *> Sends a draft (writes the supplier's copy and marks it
      *> "Pedido"), or writes an already-sent order's copy again.
       method-id radButton3_Click final private.
       local-storage section.
       01 o type apo.PurchaseOrderRecord.
       01 path string.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.PurchaseOrderStore::FindOrder(selectedNumber) returning o
           if o = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija un pedido."
                    "Pedidos a proveedores")
              goback
           end-if
           if o::Status = "Borrador"
              if orderLines::Count = 0
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El pedido no tiene lineas."
                       "Pedidos a proveedores")
                 goback
              end-if
              invoke type apo.PurchaseOrderStore::SetStatus(selectedNumber "Pedido")
              invoke type apo.AuditLog::Record("Pedido emitido"
                    selectedNumber::ToString() o::Supplier)
           end-if
           invoke type apo.PurchaseOrderStore::SaveText(selectedNumber) returning path
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Pedido guardado en " & path & "."
                 "Pedidos a proveedores")
           invoke self::Refresh
       end method.

      *> Changes, adds or (at 0) removes a line on a draft.
       method-id radButton4_Click final private.
       local-storage section.
       01 qty type System.Int32.
       01 validQty condition-value.
       01 saved condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type System.Int32::TryParse(radTextBox1::Text by reference qty)
              returning validQty
           if not validQty or qty < 0
              or type apo.ProductStore::FindByName(radDropDownList1::Text) = null
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija un producto e ingrese una cantidad valida (0 la quita)."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type apo.PurchaseOrderStore::SetLine(selectedNumber
                 radDropDownList1::Text qty)
              returning saved
           if not saved
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Solo se pueden cambiar las lineas de un pedido en borrador."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type apo.AuditLog::Record("Linea de pedido" selectedNumber::ToString()
                 radDropDownList1::Text & " x" & qty::ToString())
           invoke self::ShowLines
       end method.

      *> Books what arrived for the selected line.
       method-id radButton5_Click final private.
       local-storage section.
       01 good type System.Int32.
       01 damaged type System.Int32.
       01 validGood condition-value.
       01 validDamaged condition-value.
       01 booked condition-value.
       01 o type apo.PurchaseOrderRecord.
       procedure division using by value sender as object e as type System.EventArgs.
           if radListControl2::SelectedIndex < 0
              or radListControl2::SelectedIndex >= orderLines::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija la linea que llego."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type System.Int32::TryParse(radTextBox2::Text by reference good)
              returning validGood
           invoke type System.Int32::TryParse(radTextBox3::Text by reference damaged)
              returning validDamaged
           if not validGood or not validDamaged
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese las unidades buenas y las danadas."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type apo.PurchaseOrderStore::Receive(selectedNumber
                 orderLines::Item(radListControl2::SelectedIndex)::ProductName
                 good damaged)
              returning booked
           if not booked
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No se pudo registrar: el pedido debe estar emitido y no puede"
                    & " llegar mas de lo pendiente en la linea."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type apo.AuditLog::Record("Pedido recibido" selectedNumber::ToString()
                 orderLines::Item(radListControl2::SelectedIndex)::ProductName
                 & " buenas " & good::ToString() & " danadas " & damaged::ToString())
           invoke type apo.PurchaseOrderStore::FindOrder(selectedNumber) returning o
           if o::Status = "Recibido"
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Pedido completo."
                    "Pedidos a proveedores")
           end-if
           invoke self::Refresh
       end method.

      *> Closes a sent order the supplier won't complete; what never
      *> came stays on the order as the shortfall.
       method-id radButton6_Click final private.
       local-storage section.
       01 o type apo.PurchaseOrderRecord.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.PurchaseOrderStore::FindOrder(selectedNumber) returning o
           if o = null or (o::Status not = "Pedido" and o::Status not = "Parcial")
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Solo se cierra un pedido emitido que aun espera mercaderia."
                    "Pedidos a proveedores")
              goback
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Cerrar el pedido " & selectedNumber::ToString("00000000")
                 & " con lo que falte sin recibir?"
                 "Pedidos a proveedores"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           invoke type apo.PurchaseOrderStore::SetStatus(selectedNumber "Cerrado")
           invoke type apo.PurchaseOrderStore::SaveText(selectedNumber)
           invoke type apo.AuditLog::Record("Pedido cerrado" selectedNumber::ToString()
                 o::Supplier)
           invoke self::Refresh
       end method.

       end class.
