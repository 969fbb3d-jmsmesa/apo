       class-id apo.Form51
                 is partial inherits type System.Windows.Forms.Form.

      *> Staff clock-in and clock-out by name and PIN, and the
      *> week's hours against the roster for the gestoria.

       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDropDownList1 (employee)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 13)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(200 20)
       set radDropDownList1::TabIndex to 0
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radTextBox1 (PIN)
      *>
       set radTextBox1::Location to new System.Drawing.Point(219 13)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(80 20)
       set radTextBox1::TabIndex to 1
      *>
      *> radButton1 (clock in)
      *>
       set radButton1::Location to new System.Drawing.Point(13 40)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(110 24)
       set radButton1::TabIndex to 2
       set radButton1::Text to "Fichar entrada"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (clock out)
      *>
       set radButton2::Location to new System.Drawing.Point(129 40)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(110 24)
       set radButton2::TabIndex to 3
       set radButton2::Text to "Fichar salida"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (set the employee's PIN (administrator))
      *>
       set radButton3::Location to new System.Drawing.Point(343 40)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(110 24)
       set radButton3::TabIndex to 4
       set radButton3::Text to "Asignar PIN"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radListControl1 (today's punches for the employee)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 70)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(440 120)
       set radListControl1::TabIndex to 5
      *>
      *> radDateTimePicker1 (any date in the week to report)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(13 198)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(150 20)
       set radDateTimePicker1::TabIndex to 6
      *>
      *> radButton4 (build the week's report)
      *>
       set radButton4::Location to new System.Drawing.Point(169 198)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(130 24)
       set radButton4::TabIndex to 7
       set radButton4::Text to "Informe semanal"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radButton5 (export the week for the gestoria)
      *>
       set radButton5::Location to new System.Drawing.Point(305 198)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(148 24)
       set radButton5::TabIndex to 8
       set radButton5::Text to "Exportar para gestoria"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radTextBox2 (hours report)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 230)
       set radTextBox2::Multiline to true
       set radTextBox2::ReadOnly to true
       set radTextBox2::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(440 240)
       set radTextBox2::TabIndex to 9
      *>
      *> Form51
      *>
       set self::ClientSize to new System.Drawing.Size(466 482)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radDropDownList1)
       set self::Name to "Form51"
       set self::Text to "Fichajes"
       invoke self::add_Load(new System.EventHandler(self::Form51_Load))
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
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
