       class-id apo.Form46
                 is partial inherits type System.Windows.Forms.Form.

      *> Sells gift vouchers, looks one up by code and shows what is
      *> still owed on every voucher sold.

       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       set radButton2 to new Telerik.WinControls.UI.RadButton
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (voucher report)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 13)
       set radTextBox1::Multiline to true
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::ReadOnly to true
       set radTextBox1::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
       set radTextBox1::Size to new System.Drawing.Size(440 260)
       set radTextBox1::TabIndex to 0
      *>
      *> radTextBox2 (amount of a new voucher)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 286)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(90 20)
       set radTextBox2::TabIndex to 1
      *>
      *> radTextBox3 (buyer phone)
      *>
       set radTextBox3::Location to new System.Drawing.Point(109 286)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(120 20)
       set radTextBox3::TabIndex to 2
      *>
      *> radDropDownList1 (payment method for the sale)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(235 286)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(110 20)
       set radDropDownList1::TabIndex to 3
      *>
      *> radButton1 (sell the voucher)
      *>
       set radButton1::Location to new System.Drawing.Point(351 286)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(102 24)
       set radButton1::TabIndex to 4
       set radButton1::Text to "Vender vale"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radTextBox4 (voucher code to look up)
      *>
       set radTextBox4::Location to new System.Drawing.Point(13 320)
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(120 20)
       set radTextBox4::TabIndex to 5
      *>
      *> radButton2 (look up the balance)
      *>
       set radButton2::Location to new System.Drawing.Point(139 320)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(120 24)
       set radButton2::TabIndex to 6
       set radButton2::Text to "Consultar saldo"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> Form46
      *>
       set self::ClientSize to new System.Drawing.Size(466 358)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       set self::Name to "Form46"
       set self::Text to "Vales regalo"
       invoke self::add_Load(new System.EventHandler(self::Form46_Load))
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
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
