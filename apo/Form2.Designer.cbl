       01 radDropDownList6 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList7 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList8 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList9 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox8 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radDropDownList6 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList7 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList8 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList9 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox8 to new Telerik.WinControls.UI.RadTextBox
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList8 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList9 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *> 
      *> radTextBox1
       set radDropDownList5::Name to "radDropDownList5"
       set radDropDownList5::Size to new System.Drawing.Size(164 20)
       set radDropDownList5::TabIndex to 12
       invoke radDropDownList5::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList5_SelectedIndexChanged))
      *>
      *> radTextBox6 (customer email for confirmations/reminders)
      *>
       set radDropDownList6::Size to new System.Drawing.Size(98 20)
       set radDropDownList6::TabIndex to 15
      *>
      *> radDropDownList9 (how a new customer found the salon)
      *>
       set radDropDownList9::Location to new System.Drawing.Point(183 148)
       set radDropDownList9::Name to "radDropDownList9"
       set radDropDownList9::Size to new System.Drawing.Size(164 20)
       set radDropDownList9::TabIndex to 18
      *>
      *> radTextBox8 (phone of the customer who referred them)
      *>
       set radTextBox8::Location to new System.Drawing.Point(183 175)
       set radTextBox8::Name to "radTextBox8"
       set radTextBox8::Size to new System.Drawing.Size(164 20)
       set radTextBox8::TabIndex to 19
      *>
      *> Form2
      *>
       set self::ClientSize to new System.Drawing.Size(384 388)
       invoke self::Controls::Add(radTextBox8)
       invoke self::Controls::Add(radDropDownList9)
       invoke self::Controls::Add(radDropDownList8)
       invoke self::Controls::Add(radDropDownList7)
       invoke self::Controls::Add(radDropDownList6)
       invoke radDropDownList6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList8 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList9 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
