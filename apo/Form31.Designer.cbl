       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radTextBox6 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList3 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox7 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox8 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox9 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radTextBox6 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList3 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox7 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox8 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox9 to new Telerik.WinControls.UI.RadTextBox
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox9 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1 (the catalog)
      *>
      *> radDropDownList1 (product to sell)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 267)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(160 20)
       set radDropDownList1::TabIndex to 6
      *>
      *> radTextBox5 (quantity)
      *>
       set radTextBox5::Location to new System.Drawing.Point(179 267)
       set radTextBox5::Name to "radTextBox5"
       set radTextBox5::Size to new System.Drawing.Size(50 20)
       set radTextBox5::TabIndex to 7
      *>
      *> radDropDownList2 (payment method)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(235 267)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(120 20)
       set radDropDownList2::TabIndex to 8
      *>
      *> radButton2 (ring the sale)
      *>
       set radButton2::Location to new System.Drawing.Point(361 267)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(92 24)
       set radButton2::TabIndex to 9
      *>
      *> radTextBox6 (low-stock reorder list)
      *>
       set radTextBox6::Location to new System.Drawing.Point(13 301)
       set radTextBox6::Multiline to True
       set radTextBox6::Name to "radTextBox6"
       set radTextBox6::ReadOnly to true
       set radTextBox6::Size to new System.Drawing.Size(440 90)
       set radTextBox6::TabIndex to 10
      *>
      *> radDropDownList3 (supplier)
      *>
       set radDropDownList3::Location to new System.Drawing.Point(13 233)
       set radDropDownList3::Name to "radDropDownList3"
       set radDropDownList3::Size to new System.Drawing.Size(216 20)
       set radDropDownList3::TabIndex to 11
      *>
      *> radTextBox7 (reorder quantity)
      *>
       set radTextBox7::Location to new System.Drawing.Point(235 233)
       set radTextBox7::Name to "radTextBox7"
       set radTextBox7::Size to new System.Drawing.Size(64 20)
       set radTextBox7::TabIndex to 12
      *>
      *> radTextBox8 (cost price)
      *>
       set radTextBox8::Location to new System.Drawing.Point(305 233)
       set radTextBox8::Name to "radTextBox8"
       set radTextBox8::Size to new System.Drawing.Size(50 20)
       set radTextBox8::TabIndex to 13
      *>
      *> radTextBox9 (shelf location)
      *>
       set radTextBox9::Location to new System.Drawing.Point(361 233)
       set radTextBox9::Name to "radTextBox9"
       set radTextBox9::Size to new System.Drawing.Size(92 20)
       set radTextBox9::TabIndex to 14
      *>
      *> Form31
      *>
       set self::ClientSize to new System.Drawing.Size(466 404)
       invoke self::Controls::Add(radTextBox9)
       invoke self::Controls::Add(radTextBox8)
       invoke self::Controls::Add(radTextBox7)
       invoke self::Controls::Add(radDropDownList3)
       invoke self::Controls::Add(radTextBox6)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radDropDownList2)
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox8 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox9 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
