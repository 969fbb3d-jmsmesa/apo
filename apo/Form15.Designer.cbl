       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radButton6 type Telerik.WinControls.UI.RadButton.
       01 radButton7 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox5 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox6 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox7 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox8 type Telerik.WinControls.UI.RadTextBox.
       01 radButton8 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radButton6 to new Telerik.WinControls.UI.RadButton
       set radButton7 to new Telerik.WinControls.UI.RadButton
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox5 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox6 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox7 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox8 to new Telerik.WinControls.UI.RadTextBox
       set radButton8 to new Telerik.WinControls.UI.RadButton
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton8 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1
       set radButton7::Text to "Eliminar datos (RGPD)"
       invoke radButton7::add_Click(new System.EventHandler(self::radButton7_Click))
      *>
      *> radDropDownList1 (how the customer found the salon)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 515)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(164 20)
       set radDropDownList1::TabIndex to 12
      *>
      *> radTextBox5 (phone of the customer who referred them)
      *>
       set radTextBox5::Location to new System.Drawing.Point(183 515)
       set radTextBox5::Name to "radTextBox5"
       set radTextBox5::Size to new System.Drawing.Size(164 20)
       set radTextBox5::TabIndex to 13
      *>
      *> radDropDownList2 (language the customer's messages go out in)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(13 541)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(164 20)
       set radDropDownList2::TabIndex to 14
      *>
      *> radTextBox6 (company name a full invoice is made out to)
      *>
       set radTextBox6::Location to new System.Drawing.Point(13 567)
       set radTextBox6::Name to "radTextBox6"
       set radTextBox6::Size to new System.Drawing.Size(380 20)
       set radTextBox6::TabIndex to 15
      *>
      *> radTextBox7 (NIF for the invoice)
      *>
       set radTextBox7::Location to new System.Drawing.Point(13 593)
       set radTextBox7::Name to "radTextBox7"
       set radTextBox7::Size to new System.Drawing.Size(164 20)
       set radTextBox7::TabIndex to 16
      *>
      *> radTextBox8 (billing address for the invoice)
      *>
       set radTextBox8::Location to new System.Drawing.Point(13 619)
       set radTextBox8::Name to "radTextBox8"
       set radTextBox8::Size to new System.Drawing.Size(380 20)
       set radTextBox8::TabIndex to 17
      *>
      *> radButton8 (toggle invoicing the customer monthly)
      *>
       set radButton8::Location to new System.Drawing.Point(13 645)
       set radButton8::Name to "radButton8"
       set radButton8::Size to new System.Drawing.Size(164 33)
       set radButton8::TabIndex to 18
       set radButton8::Text to "Factura mensual si / no"
       invoke radButton8::add_Click(new System.EventHandler(self::radButton8_Click))
      *>
      *> Form15
      *>
       set self::ClientSize to new System.Drawing.Size(406 691)
       invoke self::Controls::Add(radButton8)
       invoke self::Controls::Add(radTextBox8)
       invoke self::Controls::Add(radTextBox7)
       invoke self::Controls::Add(radTextBox6)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radTextBox5)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radButton7)
       invoke self::Controls::Add(radButton6)
       invoke self::Controls::Add(radButton5)
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton8 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
