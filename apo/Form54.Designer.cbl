       class-id apo.Form54
                 is partial inherits type System.Windows.Forms.Form.

      *> New customers per acquisition source and top referrers,
      *> plus upkeep of the list of sources the desk picks from.

       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDateTimePicker1 (any date in the month to report)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(13 13)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(150 20)
       set radDateTimePicker1::TabIndex to 0
      *>
      *> radButton1 (build the month's report)
      *>
       set radButton1::Location to new System.Drawing.Point(169 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(130 24)
       set radButton1::TabIndex to 1
       set radButton1::Text to "Informe del mes"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radTextBox1 (new customer report)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 45)
       set radTextBox1::Multiline to true
       set radTextBox1::ReadOnly to true
       set radTextBox1::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(440 330)
       set radTextBox1::TabIndex to 2
      *>
      *> radListControl1 (acquisition sources offered on Form2/Form15)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 385)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(200 100)
       set radListControl1::TabIndex to 3
      *>
      *> radTextBox2 (name of a source to add)
      *>
       set radTextBox2::Location to new System.Drawing.Point(219 385)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(150 20)
       set radTextBox2::TabIndex to 4
      *>
      *> radButton2 (add the typed source)
      *>
       set radButton2::Location to new System.Drawing.Point(219 411)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(150 24)
       set radButton2::TabIndex to 5
       set radButton2::Text to "Agregar origen"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (remove the selected source)
      *>
       set radButton3::Location to new System.Drawing.Point(219 441)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(150 24)
       set radButton3::TabIndex to 6
       set radButton3::Text to "Quitar origen"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> Form54
      *>
       set self::ClientSize to new System.Drawing.Size(466 498)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDateTimePicker1)
       set self::Name to "Form54"
       set self::Text to "Clientes nuevos por origen"
       invoke self::add_Load(new System.EventHandler(self::Form54_Load))
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
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
