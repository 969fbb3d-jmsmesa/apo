       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDropDownList1 (customer segment)
       set radButton1::Text to "Enviar campana"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radDropDownList2 (promotion code sent with the campaign)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(179 208)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(200 20)
       set radDropDownList2::TabIndex to 4
      *>
      *> Form37
      *>
       set self::ClientSize to new System.Drawing.Size(406 243)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
