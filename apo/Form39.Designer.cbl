                 is partial inherits type System.Windows.Forms.Form.

      *> One customer's technical formula card: dated entries, add
      *> and remove, and the back-bar products the last turno of the
      *> chosen service used.

       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radListControl2 type Telerik.WinControls.UI.RadListControl.
       01 radDropDownList3 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radListControl2 to new Telerik.WinControls.UI.RadListControl
       set radDropDownList3 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radButton4 to new Telerik.WinControls.UI.RadButton
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1 (the card's entries)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(140 20)
       set radDropDownList1::TabIndex to 1
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radTextBox1 (the formula text)
      *>
       set radButton2::Text to "Quitar entrada"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radListControl2 (back-bar use on the last turno of that service)
      *>
       set radListControl2::Location to new System.Drawing.Point(13 290)
       set radListControl2::Name to "radListControl2"
       set radListControl2::Size to new System.Drawing.Size(460 100)
       set radListControl2::TabIndex to 6
      *>
      *> radDropDownList3 (product to correct)
      *>
       set radDropDownList3::Location to new System.Drawing.Point(13 397)
       set radDropDownList3::Name to "radDropDownList3"
       set radDropDownList3::Size to new System.Drawing.Size(140 20)
       set radDropDownList3::TabIndex to 7
      *>
      *> radTextBox2 (quantity really used)
      *>
       set radTextBox2::Location to new System.Drawing.Point(159 397)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(60 20)
       set radTextBox2::TabIndex to 8
      *>
      *> radButton3 (record the corrected amount)
      *>
       set radButton3::Location to new System.Drawing.Point(225 397)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(150 24)
       set radButton3::TabIndex to 9
       set radButton3::Text to "Ajustar consumo"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radButton4 (open the allergy file)
      *>
       set radButton4::Location to new System.Drawing.Point(13 430)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(250 24)
       set radButton4::TabIndex to 10
       set radButton4::Text to "Prueba de alergia y consentimiento"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> Form39
      *>
       set self::ClientSize to new System.Drawing.Size(486 467)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radDropDownList3)
       invoke self::Controls::Add(radListControl2)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDropDownList2)
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
