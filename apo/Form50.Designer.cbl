       class-id apo.Form50
                 is partial inherits type System.Windows.Forms.Form.

      *> Back-bar products each service uses, and the month's
      *> standard against real consumption per employee.

       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton3 to new Telerik.WinControls.UI.RadButton
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDropDownList1 (service)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 13)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(200 20)
       set radDropDownList1::TabIndex to 0
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radListControl1 (products the service uses)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 40)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(440 140)
       set radListControl1::TabIndex to 1
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radDropDownList2 (product)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(13 186)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(200 20)
       set radDropDownList2::TabIndex to 2
      *>
      *> radTextBox1 (quantity per service, 0 takes it off)
      *>
       set radTextBox1::Location to new System.Drawing.Point(219 186)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(60 20)
       set radTextBox1::TabIndex to 3
      *>
      *> radButton1 (save the quantity)
      *>
       set radButton1::Location to new System.Drawing.Point(285 186)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(100 24)
       set radButton1::TabIndex to 4
       set radButton1::Text to "Guardar"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radDateTimePicker1 (any date in the month to report)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(13 222)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(150 20)
       set radDateTimePicker1::TabIndex to 5
      *>
      *> radButton2 (build the month's report)
      *>
       set radButton2::Location to new System.Drawing.Point(169 222)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(130 24)
       set radButton2::TabIndex to 6
       set radButton2::Text to "Informe del mes"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radTextBox2 (usage report)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 252)
       set radTextBox2::Multiline to true
       set radTextBox2::ReadOnly to true
       set radTextBox2::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(440 218)
       set radTextBox2::TabIndex to 7
      *>
      *> radButton3 (patch test required for the chosen service)
      *>
       set radButton3::Location to new System.Drawing.Point(219 13)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(234 24)
       set radButton3::TabIndex to 8
       set radButton3::Text to "Requiere prueba de alergia: No"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> Form50
      *>
       set self::ClientSize to new System.Drawing.Size(466 482)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radDropDownList1)
       set self::Name to "Form50"
       set self::Text to "Consumo de cabina"
       invoke self::add_Load(new System.EventHandler(self::Form50_Load))
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
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
