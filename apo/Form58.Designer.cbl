       class-id apo.Form58
                 is partial inherits type System.Windows.Forms.Form.

      *> Customer account balances: one customer's statement, taking
      *> money on account, and the receivables aged for the whole book.

       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (customer phone)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 13)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(150 20)
       set radTextBox1::TabIndex to 0
      *>
      *> radDateTimePicker1 (statement from)
      *>
       set radDateTimePicker1::Location to new System.Drawing.Point(169 13)
       set radDateTimePicker1::Name to "radDateTimePicker1"
       set radDateTimePicker1::Size to new System.Drawing.Size(120 20)
       set radDateTimePicker1::TabIndex to 1
      *>
      *> radButton1 (show the customer's statement)
      *>
       set radButton1::Location to new System.Drawing.Point(295 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(120 24)
       set radButton1::TabIndex to 2
       set radButton1::Text to "Estado de cuenta"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (take money against the balance)
      *>
       set radButton2::Location to new System.Drawing.Point(421 13)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(120 24)
       set radButton2::TabIndex to 3
       set radButton2::Text to "Cobrar a cuenta"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton4 (queue the statement to the customer)
      *>
       set radButton4::Location to new System.Drawing.Point(547 13)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(110 24)
       set radButton4::TabIndex to 4
       set radButton4::Text to "Enviar"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radButton5 (aged balances of every customer)
      *>
       set radButton5::Location to new System.Drawing.Point(13 43)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(150 24)
       set radButton5::TabIndex to 5
       set radButton5::Text to "Antiguedad de saldos"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radButton3 (save what is shown for printing)
      *>
       set radButton3::Location to new System.Drawing.Point(169 43)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(120 24)
       set radButton3::TabIndex to 6
       set radButton3::Text to "Guardar"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radTextBox2 (statement or aging report)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 75)
       set radTextBox2::Multiline to true
       set radTextBox2::ReadOnly to true
       set radTextBox2::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(760 445)
       set radTextBox2::TabIndex to 7
      *>
      *> Form58
      *>
       set self::ClientSize to new System.Drawing.Size(786 532)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke self::Controls::Add(radTextBox1)
       set self::Name to "Form58"
       set self::Text to "Cuentas de clientes"
       invoke self::add_Load(new System.EventHandler(self::Form58_Load))
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
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
