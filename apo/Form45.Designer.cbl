       class-id apo.Form45
                 is partial inherits type System.Windows.Forms.Form.

      *> Hands money back against one receipt.

       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox5 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox6 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
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
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox5 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox6 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (the receipt being refunded)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 13)
       set radTextBox1::Multiline to True
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::ReadOnly to true
       set radTextBox1::Size to new System.Drawing.Size(380 60)
       set radTextBox1::TabIndex to 0
      *>
      *> radTextBox2 (amount to hand back)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 80)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(100 20)
       set radTextBox2::TabIndex to 1
      *>
      *> radTextBox3 (units back on the shelf, product receipts only)
      *>
       set radTextBox3::Location to new System.Drawing.Point(119 80)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(50 20)
       set radTextBox3::TabIndex to 2
      *>
      *> radDropDownList1 (the reason)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 107)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(280 20)
       set radDropDownList1::TabIndex to 3
      *>
      *> radTextBox4 (optional detail)
      *>
       set radTextBox4::Location to new System.Drawing.Point(13 134)
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(380 20)
       set radTextBox4::TabIndex to 4
      *>
      *> radTextBox5 (authorising administrator)
      *>
       set radTextBox5::Location to new System.Drawing.Point(13 161)
       set radTextBox5::Name to "radTextBox5"
       set radTextBox5::Size to new System.Drawing.Size(164 20)
       set radTextBox5::TabIndex to 5
      *>
      *> radTextBox6 (their password)
      *>
       set radTextBox6::Location to new System.Drawing.Point(183 161)
       set radTextBox6::Name to "radTextBox6"
       set radTextBox6::Size to new System.Drawing.Size(164 20)
       set radTextBox6::TabIndex to 6
      *>
      *> radButton1 (hand the money back)
      *>
       set radButton1::Location to new System.Drawing.Point(13 188)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(134 24)
       set radButton1::TabIndex to 7
       set radButton1::Text to "Devolver"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (back out)
      *>
       set radButton2::Location to new System.Drawing.Point(159 188)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(134 24)
       set radButton2::TabIndex to 8
       set radButton2::Text to "Volver"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> Form45
      *>
       set self::ClientSize to new System.Drawing.Size(406 225)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox6)
       invoke self::Controls::Add(radTextBox5)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       set self::Name to "Form45"
       set self::Text to "Devolucion"
       invoke self::add_Load(new System.EventHandler(self::Form45_Load))
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox6 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
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
