       class-id apo.Form57
                 is partial inherits type System.Windows.Forms.Form.

      *> Unresolved deposits, idle bonos and payments without a
      *> turno, each resolved by refund, forfeit or transfer.

       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radButton5 type Telerik.WinControls.UI.RadButton.
       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radButton5 to new Telerik.WinControls.UI.RadButton
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radButton1 (reload the list)
      *>
       set radButton1::Location to new System.Drawing.Point(13 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(110 24)
       set radButton1::TabIndex to 0
       set radButton1::Text to "Actualizar"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radButton5 (save the list as a report)
      *>
       set radButton5::Location to new System.Drawing.Point(129 13)
       set radButton5::Name to "radButton5"
       set radButton5::Size to new System.Drawing.Size(122 24)
       set radButton5::TabIndex to 1
       set radButton5::Text to "Guardar informe"
       invoke radButton5::add_Click(new System.EventHandler(self::radButton5_Click))
      *>
      *> radListControl1 (unresolved items, oldest first)
      *>
       set radListControl1::Location to new System.Drawing.Point(13 45)
       set radListControl1::Name to "radListControl1"
       set radListControl1::Size to new System.Drawing.Size(760 360)
       set radListControl1::TabIndex to 2
       invoke radListControl1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radListControl1_SelectedIndexChanged))
      *>
      *> radButton2 (refund the selected item)
      *>
       set radButton2::Location to new System.Drawing.Point(13 415)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(150 24)
       set radButton2::TabIndex to 3
       set radButton2::Text to "Devolver"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radButton3 (keep the money)
      *>
       set radButton3::Location to new System.Drawing.Point(169 415)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(150 24)
       set radButton3::TabIndex to 4
       set radButton3::Text to "Retener"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radDropDownList1 (turno to carry the item to)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 451)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(600 20)
       set radDropDownList1::TabIndex to 5
      *>
      *> radButton4 (carry the item to the chosen turno)
      *>
       set radButton4::Location to new System.Drawing.Point(619 449)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(154 24)
       set radButton4::TabIndex to 6
       set radButton4::Text to "Traspasar a turno"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radTextBox1 (what the selected item is)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 483)
       set radTextBox1::ReadOnly to true
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(760 20)
       set radTextBox1::TabIndex to 7
      *>
      *> Form57
      *>
       set self::ClientSize to new System.Drawing.Size(786 522)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radListControl1)
       invoke self::Controls::Add(radButton5)
       invoke self::Controls::Add(radButton1)
       set self::Name to "Form57"
       set self::Text to "Conciliacion de senas y pagos"
       invoke self::add_Load(new System.EventHandler(self::Form57_Load))
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton5 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
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
