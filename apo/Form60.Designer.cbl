       class-id apo.Form60
                 is partial inherits type System.Windows.Forms.Form.

      *> Allergy file for one customer: patch tests and signed
      *> consents for chemical services, opened from the formula card.

       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1 (patch tests and consents on file)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 13)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(460 180)
       set radListControl1::TabIndex to 0
      *>
      *> radTextBox1 (where the customer stands today)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 199)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(460 20)
       set radTextBox1::TabIndex to 1
       set radTextBox1::ReadOnly to true
      *>
      *> radDateTimePicker1 (day the test was applied or the consent signed)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(13 229)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(110 20)
       set radDateTimePicker1::TabIndex to 2
      *>
      *> radTextBox2 (product tested, or what the consent covers)
      *>
       set radTextBox2::Location to new System.Drawing.Point(129 229)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(150 20)
       set radTextBox2::TabIndex to 3
      *>
      *> radDropDownList1 (test outcome)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(285 229)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(90 20)
       set radDropDownList1::TabIndex to 4
      *>
      *> radDropDownList2 (who did the test or witnessed the signature)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(381 229)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(92 20)
       set radDropDownList2::TabIndex to 5
      *>
      *> radButton1 (record a patch test)
      *>
       set radButton1::Location to new System.Drawing.Point(13 259)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(150 24)
       set radButton1::TabIndex to 6
       set radButton1::Text to "Registrar prueba"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (record a signed consent)
      *>
       set radButton2::Location to new System.Drawing.Point(169 259)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(150 24)
       set radButton2::TabIndex to 7
       set radButton2::Text to "Registrar consentimiento"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (remove the selected entry)
      *>
       set radButton3::Location to new System.Drawing.Point(325 259)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(148 24)
       set radButton3::TabIndex to 8
       set radButton3::Text to "Quitar entrada"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> Form60
      *>
       set self::ClientSize to new System.Drawing.Size(486 296)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radListControl1)
       set self::Name to "Form60"
       set self::Text to "Prueba de alergia y consentimiento"
       invoke self::add_Load(new System.EventHandler(self::Form60_Load))
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
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
