       class-id apo.Form49
                 is partial inherits type System.Windows.Forms.Form.

      *> Purchase orders: the reorder run, editing drafts, sending
      *> and receiving deliveries line by line.

       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radListControl2 type Telerik.WinControls.UI.RadListControl.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radButton6 type Telerik.WinControls.UI.RadButton.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radListControl2 to new Telerik.WinControls.UI.RadListControl
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radButton6 to new Telerik.WinControls.UI.RadButton
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1 (purchase orders)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 13)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(440 150)
       set radListControl1::TabIndex to 0
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radButton1 (run the low-stock reorder)
      *>
       set radButton1::Location to new System.Drawing.Point(13 169)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(140 24)
       set radButton1::TabIndex to 1
       set radButton1::Text to "Generar pedidos"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (open the supplier list)
      *>
       set radButton2::Location to new System.Drawing.Point(159 169)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(140 24)
       set radButton2::TabIndex to 2
       set radButton2::Text to "Proveedores"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (send or re-save the order)
      *>
       set radButton3::Location to new System.Drawing.Point(305 169)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(148 24)
       set radButton3::TabIndex to 3
       set radButton3::Text to "Emitir pedido"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radListControl2 (lines of the selected order)
      *>
       set radListControl2::Location to new System.Drawing.Point(13 199)
       set radListControl2::Name to "radListControl2"
       set radListControl2::Size to new System.Drawing.Size(440 110)
       set radListControl2::TabIndex to 4
       invoke radListControl2::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl2_SelectedIndexChanged))
      *>
      *> radDropDownList1 (product for a draft line)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 315)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(200 20)
       set radDropDownList1::TabIndex to 5
      *>
      *> radTextBox1 (quantity ordered)
      *>
       set radTextBox1::Location to new System.Drawing.Point(219 315)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(50 20)
       set radTextBox1::TabIndex to 6
      *>
      *> radButton4 (save the draft line)
      *>
       set radButton4::Location to new System.Drawing.Point(275 315)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(110 24)
       set radButton4::TabIndex to 7
       set radButton4::Text to "Guardar linea"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radTextBox2 (good units arrived)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 345)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(50 20)
       set radTextBox2::TabIndex to 8
      *>
      *> radTextBox3 (damaged units arrived)
      *>
       set radTextBox3::Location to new System.Drawing.Point(69 345)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(50 20)
       set radTextBox3::TabIndex to 9
      *>
      *> radButton5 (book the delivery)
      *>
       set radButton5::Location to new System.Drawing.Point(125 345)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(110 24)
       set radButton5::TabIndex to 10
       set radButton5::Text to "Recibir"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radButton6 (close the order short)
      *>
       set radButton6::Location to new System.Drawing.Point(241 345)
       set radButton6::Name to "radButton6"
       set radButton6::Size to new System.Drawing.Size(110 24)
       set radButton6::TabIndex to 11
       set radButton6::Text to "Cerrar pedido"
       invoke radButton6::add_Click(new System.EventHandler(self::radButton6_Click))
      *>
      *> radTextBox4 (overdue orders and products with no supplier)
      *>
       set radTextBox4::Location to new System.Drawing.Point(13 375)
       set radTextBox4::Multiline to true
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(440 60)
       set radTextBox4::TabIndex to 12
       set radTextBox4::ReadOnly to true
      *>
      *> Form49
      *>
       set self::ClientSize to new System.Drawing.Size(466 446)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radButton6)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radListControl2)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radListControl1)
       set self::Name to "Form49"
       set self::Text to "Pedidos a proveedores"
       invoke self::add_Load(new System.EventHandler(self::Form49_Load))
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.

      *> Clean up any resources being used.
       method-id Dispose override is protected.
       procedure division using by value disposing as condition-value.
           if disposing then
               if components not = null then
                   invoke components::Dispose()
               end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
