       class-id apo.Form65
                 is partial inherits type System.Windows.Forms.Form.

      *> VeriFactu: chain verification, the daily submission file and
      *> the agency's rejections.

       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radButton1 (verify the chain)
      *>
       set radButton1::Location to new System.Drawing.Point(13 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(170 24)
       set radButton1::TabIndex to 0
       set radButton1::Text to "Verificar cadena"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radDateTimePicker1 (day to submit)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(189 13)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(150 20)
       set radDateTimePicker1::TabIndex to 1
      *>
      *> radButton2 (write the submission file)
      *>
       set radButton2::Location to new System.Drawing.Point(345 13)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(198 24)
       set radButton2::TabIndex to 2
       set radButton2::Text to "Generar envio"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radTextBox1 (record number)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 45)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(120 20)
       set radTextBox1::TabIndex to 3
      *>
      *> radTextBox2 (rejection reason)
      *>
       set radTextBox2::Location to new System.Drawing.Point(139 45)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(200 20)
       set radTextBox2::TabIndex to 4
      *>
      *> radButton3 (note a rejection)
      *>
       set radButton3::Location to new System.Drawing.Point(345 45)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(96 24)
       set radButton3::TabIndex to 5
       set radButton3::Text to "Anotar rechazo"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radButton4 (send a rejected record again)
      *>
       set radButton4::Location to new System.Drawing.Point(447 45)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(96 24)
       set radButton4::TabIndex to 6
       set radButton4::Text to "Reenviar"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radButton5 (where the submissions stand)
      *>
       set radButton5::Location to new System.Drawing.Point(13 75)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(170 24)
       set radButton5::TabIndex to 7
       set radButton5::Text to "Estado de envios"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radTextBox3 (verification or submission report)
      *>
       set radTextBox3::Location to new System.Drawing.Point(13 105)
       set radTextBox3::Multiline to true
       set radTextBox3::ReadOnly to true
       set radTextBox3::ScrollBars to type System.Windows.Forms.ScrollBars::Both
       set radTextBox3::WordWrap to false
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(530 450)
       set radTextBox3::TabIndex to 8
      *>
      *> Form65
      *>
       set self::ClientSize to new System.Drawing.Size(556 568)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radButton1)
       set self::Name to "Form65"
       set self::Text to "VeriFactu"
       invoke self::add_Load(new System.EventHandler(self::Form65_Load))
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
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
