       class-id apo.Form47
                 is partial inherits type System.Windows.Forms.Form.

      *> Enters and corrects expenses (rent, invoices, petty cash)
      *> and lists one month's ledger with its totals.

       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radTextBox5 type Telerik.WinControls.UI.RadTextBox.
       01 radDateTimePicker2 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radTextBox5 to new Telerik.WinControls.UI.RadTextBox
       set radDateTimePicker2 to new Telerik.WinControls.UI.RadDateTimePicker
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radButton4 to new Telerik.WinControls.UI.RadButton
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDateTimePicker1 (any date in the month to list)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(13 13)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(150 20)
       set radDateTimePicker1::TabIndex to 0
      *>
      *> radButton1 (list that month)
      *>
       set radButton1::Location to new System.Drawing.Point(169 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(100 20)
       set radButton1::TabIndex to 1
       set radButton1::Text to "Ver mes"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radListControl1 (the month's expenses)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 40)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(440 180)
       set radListControl1::TabIndex to 2
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radTextBox5 (month totals)
      *>
       set radTextBox5::Location to new System.Drawing.Point(13 226)
       set radTextBox5::Name to "radTextBox5"
       set radTextBox5::Size to new System.Drawing.Size(440 20)
       set radTextBox5::TabIndex to 3
       set radTextBox5::ReadOnly to true
      *>
      *> radDateTimePicker2 (date of the expense)
      *>
       set radDateTimePicker2::Location to new System.Drawing.Point(13 256)
       set radDateTimePicker2::Name to "radDateTimePicker2"
       set radDateTimePicker2::Size to new System.Drawing.Size(110 20)
       set radDateTimePicker2::TabIndex to 4
      *>
      *> radDropDownList1 (category)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(129 256)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(120 20)
       set radDropDownList1::TabIndex to 5
      *>
      *> radTextBox1 (supplier)
      *>
       set radTextBox1::Location to new System.Drawing.Point(255 256)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(198 20)
       set radTextBox1::TabIndex to 6
      *>
      *> radTextBox2 (amount paid, IVA included)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 283)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(80 20)
       set radTextBox2::TabIndex to 7
      *>
      *> radTextBox3 (IVA paid)
      *>
       set radTextBox3::Location to new System.Drawing.Point(99 283)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(70 20)
       set radTextBox3::TabIndex to 8
      *>
      *> radDropDownList2 (payment method)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(175 283)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(110 20)
       set radDropDownList2::TabIndex to 9
      *>
      *> radButton2 (save the expense)
      *>
       set radButton2::Location to new System.Drawing.Point(13 314)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(100 24)
       set radButton2::TabIndex to 10
       set radButton2::Text to "Guardar"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (clear for a new expense)
      *>
       set radButton3::Location to new System.Drawing.Point(119 314)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(100 24)
       set radButton3::TabIndex to 11
       set radButton3::Text to "Nuevo"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radButton4 (delete the selected expense)
      *>
       set radButton4::Location to new System.Drawing.Point(225 314)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(100 24)
       set radButton4::TabIndex to 12
       set radButton4::Text to "Eliminar"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> Form47
      *>
       set self::ClientSize to new System.Drawing.Size(466 352)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radDateTimePicker2)
       invoke self::Controls::Add(radTextBox5)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDateTimePicker1)
       set self::Name to "Form47"
       set self::Text to "Gastos"
       invoke self::add_Load(new System.EventHandler(self::Form47_Load))
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
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
