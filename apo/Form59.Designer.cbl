       class-id apo.Form59
                 is partial inherits type System.Windows.Forms.Form.

      *> Branches: the salons, each one's rooms, this station's branch
      *> and the travel time between salons.

       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 radTextBox2 type Telerik.WinControls.UI.RadTextBox.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radButton3 type Telerik.WinControls.UI.RadButton.
       01 radTextBox3 type Telerik.WinControls.UI.RadTextBox.
       01 radButton4 type Telerik.WinControls.UI.RadButton.
       01 radTextBox4 type Telerik.WinControls.UI.RadTextBox.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
      *> the contents of this method with the code editor.
       method-id InitializeComponent private.
       procedure division.
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       set radTextBox2 to new Telerik.WinControls.UI.RadTextBox
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radButton3 to new Telerik.WinControls.UI.RadButton
       set radTextBox3 to new Telerik.WinControls.UI.RadTextBox
       set radButton4 to new Telerik.WinControls.UI.RadButton
       set radTextBox4 to new Telerik.WinControls.UI.RadTextBox
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (branch names, comma separated)
      *>
       set radTextBox1::Location to new System.Drawing.Point(13 13)
       set radTextBox1::Name to "radTextBox1"
       set radTextBox1::Size to new System.Drawing.Size(380 20)
       set radTextBox1::TabIndex to 0
      *>
      *> radButton1 (save the branch list)
      *>
       set radButton1::Location to new System.Drawing.Point(399 13)
       set radButton1::Name to "radButton1"
       set radButton1::Size to new System.Drawing.Size(134 24)
       set radButton1::TabIndex to 1
       set radButton1::Text to "Guardar sucursales"
       invoke radButton1::add_Click(new System.EventHandler(self::radButton1_Click))
      *>
      *> radDropDownList1 (branch whose rooms are shown)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(13 43)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(150 20)
       set radDropDownList1::TabIndex to 2
       invoke radDropDownList1::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList1_SelectedIndexChanged))
      *>
      *> radTextBox2 (its rooms, comma separated)
      *>
       set radTextBox2::Location to new System.Drawing.Point(169 43)
       set radTextBox2::Name to "radTextBox2"
       set radTextBox2::Size to new System.Drawing.Size(224 20)
       set radTextBox2::TabIndex to 3
      *>
      *> radButton2 (save the branch's rooms)
      *>
       set radButton2::Location to new System.Drawing.Point(399 43)
       set radButton2::Name to "radButton2"
       set radButton2::Size to new System.Drawing.Size(134 24)
       set radButton2::TabIndex to 4
       set radButton2::Text to "Guardar salas"
       invoke radButton2::add_Click(new System.EventHandler(self::radButton2_Click))
      *>
      *> radDropDownList2 (branch this station is at)
      *>
       set radDropDownList2::Location to new System.Drawing.Point(13 73)
       set radDropDownList2::Name to "radDropDownList2"
       set radDropDownList2::Size to new System.Drawing.Size(150 20)
       set radDropDownList2::TabIndex to 5
      *>
      *> radButton3 (set this station's branch)
      *>
       set radButton3::Location to new System.Drawing.Point(169 73)
       set radButton3::Name to "radButton3"
       set radButton3::Size to new System.Drawing.Size(150 24)
       set radButton3::TabIndex to 6
       set radButton3::Text to "Asignar a este puesto"
       invoke radButton3::add_Click(new System.EventHandler(self::radButton3_Click))
      *>
      *> radTextBox3 (travel minutes between branches)
      *>
       set radTextBox3::Location to new System.Drawing.Point(13 103)
       set radTextBox3::Name to "radTextBox3"
       set radTextBox3::Size to new System.Drawing.Size(60 20)
       set radTextBox3::TabIndex to 7
      *>
      *> radButton4 (save the travel time)
      *>
       set radButton4::Location to new System.Drawing.Point(79 103)
       set radButton4::Name to "radButton4"
       set radButton4::Size to new System.Drawing.Size(150 24)
       set radButton4::TabIndex to 8
       set radButton4::Text to "Guardar traslado"
       invoke radButton4::add_Click(new System.EventHandler(self::radButton4_Click))
      *>
      *> radTextBox4 (how things stand)
      *>
       set radTextBox4::Location to new System.Drawing.Point(13 133)
       set radTextBox4::Multiline to true
       set radTextBox4::ReadOnly to true
       set radTextBox4::Name to "radTextBox4"
       set radTextBox4::Size to new System.Drawing.Size(520 150)
       set radTextBox4::TabIndex to 9
      *>
      *> Form59
      *>
       set self::ClientSize to new System.Drawing.Size(546 296)
       invoke self::Controls::Add(radTextBox4)
       invoke self::Controls::Add(radButton4)
       invoke self::Controls::Add(radTextBox3)
       invoke self::Controls::Add(radButton3)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radTextBox2)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radTextBox1)
       set self::Name to "Form59"
       set self::Text to "Sucursales"
       invoke self::add_Load(new System.EventHandler(self::Form59_Load))
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton4 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox4 as type System.ComponentModel.ISupportInitialize::EndInit
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
