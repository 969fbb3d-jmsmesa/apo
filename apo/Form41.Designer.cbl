       class-id apo.Form41
                 is partial inherits type System.Windows.Forms.Form.

      *> Builds, saves and shows the month-end pack, one branch or all.

       01 radDateTimePicker1 type Telerik.WinControls.UI.RadDateTimePicker.
       01 radButton1 type Telerik.WinControls.UI.RadButton.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 radDropDownList1 type Telerik.WinControls.UI.RadDropDownList.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set radDateTimePicker1 to new Telerik.WinControls.UI.RadDateTimePicker
       set radButton1 to new Telerik.WinControls.UI.RadButton
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       set radDropDownList1 to new Telerik.WinControls.UI.RadDropDownList
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
      *> radDateTimePicker1 (any date in the month to close)
       set radTextBox1::Size to new System.Drawing.Size(560 400)
       set radTextBox1::TabIndex to 2
      *>
      *> radDropDownList1 (branch, or every branch together)
      *>
       set radDropDownList1::Location to new System.Drawing.Point(325 13)
       set radDropDownList1::Name to "radDropDownList1"
       set radDropDownList1::Size to new System.Drawing.Size(150 20)
       set radDropDownList1::TabIndex to 3
      *>
      *> Form41
      *>
       set self::ClientSize to new System.Drawing.Size(586 453)
       invoke self::Controls::Add(radDropDownList1)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radButton1)
       invoke self::Controls::Add(radDateTimePicker1)
       invoke radDateTimePicker1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radDropDownList1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       invoke self::PerformLayout
       end method.
