       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton5 to new Telerik.WinControls.UI.RadButton
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (receipt number)
       set radTextBox2::Size to new System.Drawing.Size(380 300)
       set radTextBox2::TabIndex to 3
      *>
      *> radButton3 (refund against the shown receipt)
      *>
       set radButton3::Location to new System.Drawing.Point(311 13)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(82 20)
       set radButton3::TabIndex to 4
       set radButton3::Text to "Devolver"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radTextBox3 (phone of the customer the invoice is made out to)
      *>
       set radTextBox3::Location to new System.Drawing.Point(13 346)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(100 20)
       set radTextBox3::TabIndex to 5
      *>
      *> radTextBox4 (receipt numbers to invoice, separated by spaces or commas)
      *>
       set radTextBox4::Location to new System.Drawing.Point(119 346)
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(180 20)
       set radTextBox4::TabIndex to 6
      *>
      *> radButton4 (invoice the receipts typed)
      *>
       set radButton4::Location to new System.Drawing.Point(305 346)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(88 20)
       set radButton4::TabIndex to 7
       set radButton4::Text to "Facturar"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radDateTimePicker1 (any day in the month of a monthly invoice)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(119 372)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(180 20)
       set radDateTimePicker1::TabIndex to 8
      *>
      *> radButton5 (the month's invoice for the customer)
      *>
       set radButton5::Location to new System.Drawing.Point(305 372)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(88 20)
       set radButton5::TabIndex to 9
       set radButton5::Text to "Mensual"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> Form28
      *>
       set self::ClientSize to new System.Drawing.Size(406 405)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
