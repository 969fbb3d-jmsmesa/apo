       class-id apo.Form64
                 is partial inherits type System.Windows.Forms.Form.

      *> Stocktakes: count sheets per shelf location, counts against the
      *> system, posting, shrinkage and the shelf valuation.

       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radDateTimePicker2 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton6 type Telerik.WinControls.UI.RadButton.
       01 radButton7 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radDateTimePicker2 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton6 to new Telerik.WinControls.UI.RadButton
       set radButton7 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton7 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDropDownList1 (sheet to count)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 13)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(200 20)
       set radDropDownList1::TabIndex to 0
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radButton1 (show the count sheet)
      *>
       set radButton1::Location to new System.Drawing.Point(219 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(130 24)
       set radButton1::TabIndex to 1
       set radButton1::Text to "Hoja de recuento"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (save the count sheet to print)
      *>
       set radButton2::Location to new System.Drawing.Point(355 13)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(188 24)
       set radButton2::TabIndex to 2
       set radButton2::Text to "Guardar hoja"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radListControl1 (products on the sheet with their counts)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 45)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(336 300)
       set radListControl1::TabIndex to 3
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radTextBox1 (units counted)
      *>
       set radTextBox1::Location to new System.Drawing.Point(355 45)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(60 20)
       set radTextBox1::TabIndex to 4
      *>
      *> radButton3 (note the count)
      *>
       set radButton3::Location to new System.Drawing.Point(421 45)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(122 24)
       set radButton3::TabIndex to 5
       set radButton3::Text to "Anotar"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radButton4 (counts against the system)
      *>
       set radButton4::Location to new System.Drawing.Point(355 75)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(188 24)
       set radButton4::TabIndex to 6
       set radButton4::Text to "Diferencias"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radButton5 (post the counts)
      *>
       set radButton5::Location to new System.Drawing.Point(355 105)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(188 24)
       set radButton5::TabIndex to 7
       set radButton5::Text to "Registrar recuento"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radDateTimePicker1 (shrinkage from)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(355 155)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(188 20)
       set radDateTimePicker1::TabIndex to 8
      *>
      *> radDateTimePicker2 (shrinkage to)
      *>
       set radDateTimePicker2::Location to new System.Drawing.Point(355 181)
       set radDateTimePicker2::Name to "radDateTimePicker2"
       set radDateTimePicker2::Size to new System.Drawing.Size(188 20)
       set radDateTimePicker2::TabIndex to 9
      *>
      *> radButton6 (shrinkage across stocktakes)
      *>
       set radButton6::Location to new System.Drawing.Point(355 207)
       set radButton6::Name to "radButton6"
       set radButton6::Size to new System.Drawing.Size(188 24)
       set radButton6::TabIndex to 10
       set radButton6::Text to "Mermas"
       invoke radButton6::add_Click(new System.EventHandler(self::radButton6_Click))
      *>
      *> radButton7 (shelf valuation)
      *>
       set radButton7::Location to new System.Drawing.Point(355 237)
       set radButton7::Name to "radButton7"
       set radButton7::Size to new System.Drawing.Size(188 24)
       set radButton7::TabIndex to 11
       set radButton7::Text to "Valoracion"
       invoke radButton7::add_Click(new System.EventHandler(self::radButton7_Click))
      *>
      *> radTextBox2 (sheet, differences or report)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 351)
       set radTextBox2::Multiline to true
       set radTextBox2::ReadOnly to true
       set radTextBox2::ScrollBars to type System.Windows.Forms.ScrollBars::Both
       set radTextBox2::WordWrap to false
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(530 250)
       set radTextBox2::TabIndex to 12
      *>
      *> Form64
      *>
       set self::ClientSize to new System.Drawing.Size(556 614)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton7)
       invoke self::Controls::Add(radButton6)
       invoke self::Controls::Add(radDateTimePicker2)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDropDownList1)
       set self::Name to "Form64"
       set self::Text to "Inventario"
       invoke self::add_Load(new System.EventHandler(self::Form64_Load))
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton7 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
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
