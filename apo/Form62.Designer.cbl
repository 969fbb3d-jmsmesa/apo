       class-id apo.Form62
                 is partial inherits type System.Windows.Forms.Form.

      *> Message template editor: one wording per purpose and language.

       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDropDownList1 (what the message is for)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 13)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(200 20)
       set radDropDownList1::TabIndex to 0
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radDropDownList2 (language, or a new language code typed in)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(219 13)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(100 20)
       set radDropDownList2::TabIndex to 1
       invoke radDropDownList2::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList2_SelectedIndexChanged))
      *>
      *> radTextBox1 (the template being written)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 40)
       set radTextBox1::Multiline to True
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(420 120)
       set radTextBox1::TabIndex to 2
      *>
      *> radTextBox3 (placeholders this purpose has values for)
      *>
       set radTextBox3::Location to new System.Drawing.Point(13 166)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(420 20)
       set radTextBox3::TabIndex to 3
       set radTextBox3::ReadOnly to true
      *>
      *> radTextBox2 (the preview with sample values)
      *>
       set radTextBox2::Location to new System.Drawing.Point(13 192)
       set radTextBox2::Multiline to True
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(420 120)
       set radTextBox2::TabIndex to 4
       set radTextBox2::ReadOnly to true
      *>
      *> radButton1 (preview)
      *>
       set radButton1::Location to new System.Drawing.Point(13 318)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(134 24)
       set radButton1::TabIndex to 5
       set radButton1::Text to "Vista previa"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton2 (save)
      *>
       set radButton2::Location to new System.Drawing.Point(153 318)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(134 24)
       set radButton2::TabIndex to 6
       set radButton2::Text to "Guardar"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (back to the program's own wording)
      *>
       set radButton3::Location to new System.Drawing.Point(293 318)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(140 24)
       set radButton3::TabIndex to 7
       set radButton3::Text to "Texto original"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> Form62
      *>
       set self::ClientSize to new System.Drawing.Size(446 355)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radDropDownList1)
       set self::Name to "Form62"
       set self::Text to "Plantillas de mensajes"
       invoke self::add_Load(new System.EventHandler(self::Form62_Load))
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
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
