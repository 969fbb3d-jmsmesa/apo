       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox5 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox6 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList3 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList4 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox7 type Telerik.WinControls.UI.RadTextBox.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox5 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox6 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList3 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList4 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox7 to new Telerik.WinControls.UI.RadTextBox
       set radButton4 to new Telerik.WinControls.UI.RadButton
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox2 (turno being paid, read-only)
       set radButton3::Text to "Cobrar con bono de sesiones"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radTextBox4 (gift voucher code, for Vale regalo)
      *>
       set radTextBox4::Location to new System.Drawing.Point(183 67)
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(110 20)
       set radTextBox4::TabIndex to 8
      *>
      *> radTextBox5 (loyalty points to spend on this payment)
      *>
       set radTextBox5::Location to new System.Drawing.Point(183 40)
       set radTextBox5::Name to "radTextBox5"
       set radTextBox5::Size to new System.Drawing.Size(110 20)
       set radTextBox5::TabIndex to 9
      *>
      *> radTextBox6 (tip left on this payment)
      *>
       set radTextBox6::Location to new System.Drawing.Point(13 181)
       set radTextBox6::Name to "radTextBox6"
       set radTextBox6::Size to new System.Drawing.Size(164 20)
       set radTextBox6::TabIndex to 10
      *>
      *> radDropDownList3 (who the tip is for, or the pool)
      *>
       set radDropDownList3::Location to new System.Drawing.Point(183 181)
       set radDropDownList3::Name to "radDropDownList3"
       set radDropDownList3::Size to new System.Drawing.Size(110 20)
       set radDropDownList3::TabIndex to 11
      *>
      *> radDropDownList4 (promotions running right now)
      *>
       set radDropDownList4::Location to new System.Drawing.Point(13 208)
       set radDropDownList4::Name to "radDropDownList4"
       set radDropDownList4::Size to new System.Drawing.Size(164 20)
       set radDropDownList4::TabIndex to 12
      *>
      *> radTextBox7 (promotion code the customer brought)
      *>
       set radTextBox7::Location to new System.Drawing.Point(183 208)
       set radTextBox7::Name to "radTextBox7"
       set radTextBox7::Size to new System.Drawing.Size(110 20)
       set radTextBox7::TabIndex to 13
      *>
      *> radButton4 (apply the promotion)
      *>
       set radButton4::Location to new System.Drawing.Point(13 235)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(280 24)
       set radButton4::TabIndex to 14
       set radButton4::Text to "Aplicar promocion"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> Form11
      *>
       set self::ClientSize to new System.Drawing.Size(306 272)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radTextBox7)
       invoke self::Controls::Add(radDropDownList4)
       invoke self::Controls::Add(radDropDownList3)
       invoke self::Controls::Add(radTextBox6)
       invoke self::Controls::Add(radTextBox5)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radButton3)
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
