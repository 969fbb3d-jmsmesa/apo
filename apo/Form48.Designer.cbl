       class-id apo.Form48
                 is partial inherits type System.Windows.Forms.Form.

      *> Supplier list: name, contact and usual delivery time.

       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radListControl1 (the suppliers)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 13)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(440 180)
       set radListControl1::TabIndex to 0
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radTextBox1 (supplier name)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 206)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(160 20)
       set radTextBox1::TabIndex to 1
      *>
      *> radTextBox2 (phone)
      *>
       set radTextBox2::Location to new System.Drawing.Point(179 206)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(110 20)
       set radTextBox2::TabIndex to 2
      *>
      *> radTextBox3 (e-mail)
      *>
       set radTextBox3::Location to new System.Drawing.Point(295 206)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(158 20)
       set radTextBox3::TabIndex to 3
      *>
      *> radTextBox4 (delivery lead time in days)
      *>
       set radTextBox4::Location to new System.Drawing.Point(13 233)
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(50 20)
       set radTextBox4::TabIndex to 4
       set radTextBox4::Text to "7"
      *>
      *> radButton1 (save the supplier)
      *>
       set radButton1::Location to new System.Drawing.Point(69 233)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(104 24)
       set radButton1::TabIndex to 5
       set radButton1::Text to "Guardar"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> Form48
      *>
       set self::ClientSize to new System.Drawing.Size(466 272)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radListControl1)
       set self::Name to "Form48"
       set self::Text to "Proveedores"
       invoke self::add_Load(new System.EventHandler(self::Form48_Load))
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
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
