       01 radListControl1 type Telerik.WinControls.UI.RadListControl.
       01 radButton2 type Telerik.WinControls.UI.RadButton.
       01 radDropDownList2 type Telerik.WinControls.UI.RadDropDownList.
       01 radDropDownList3 type Telerik.WinControls.UI.RadDropDownList.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radListControl1 to new Telerik.WinControls.UI.RadListControl
       set radButton2 to new Telerik.WinControls.UI.RadButton
       set radDropDownList2 to new Telerik.WinControls.UI.RadDropDownList
       set radDropDownList3 to new Telerik.WinControls.UI.RadDropDownList
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radTextBox1 (duration in minutes)
       set radDropDownList2::Size to new System.Drawing.Size(160 20)
       set radDropDownList2::TabIndex to 6
      *>
      *> radDropDownList3 (catalog service to search for)
      *>
       set radDropDownList3::Location to new System.Drawing.Point(369 287)
       set radDropDownList3::Name to "radDropDownList3"
       set radDropDownList3::Size to new System.Drawing.Size(102 20)
       set radDropDownList3::TabIndex to 7
       invoke radDropDownList3::add_SelectedIndexChanged(new Telerik.WinControls.UI.Data.PositionChangedEventHandler(self::radDropDownList3_SelectedIndexChanged))
      *>
      *> Form24
      *>
       set self::ClientSize to new System.Drawing.Size(484 342)
       invoke self::Controls::Add(radDropDownList3)
       invoke self::Controls::Add(radDropDownList2)
       invoke self::Controls::Add(radButton2)
       invoke self::Controls::Add(radListControl1)
       invoke radListControl1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList2 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList3 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
