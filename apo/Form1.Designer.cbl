       01 radButton41 type Telerik.WinControls.UI.RadButton.
       01 radButton42 type Telerik.WinControls.UI.RadButton.
       01 radButton43 type Telerik.WinControls.UI.RadButton.
       01 radButton44 type Telerik.WinControls.UI.RadButton.
       01 radButton45 type Telerik.WinControls.UI.RadButton.
       01 radButton46 type Telerik.WinControls.UI.RadButton.
       01 radButton47 type Telerik.WinControls.UI.RadButton.
       01 radButton48 type Telerik.WinControls.UI.RadButton.
       01 radButton49 type Telerik.WinControls.UI.RadButton.
       01 radButton50 type Telerik.WinControls.UI.RadButton.
       01 radButton51 type Telerik.WinControls.UI.RadButton.
       01 radButton52 type Telerik.WinControls.UI.RadButton.
       01 radButton53 type Telerik.WinControls.UI.RadButton.
       01 radButton54 type Telerik.WinControls.UI.RadButton.
       01 radButton55 type Telerik.WinControls.UI.RadButton.
       01 radButton56 type Telerik.WinControls.UI.RadButton.
       01 radButton57 type Telerik.WinControls.UI.RadButton.
       01 radButton58 type Telerik.WinControls.UI.RadButton.
       01 radButton59 type Telerik.WinControls.UI.RadButton.
       01 radButton60 type Telerik.WinControls.UI.RadButton.
       01 radButton61 type Telerik.WinControls.UI.RadButton.
       01 radTextBox1 type Telerik.WinControls.UI.RadTextBox.
       01 schedulerDailyPrintStyle1 type Telerik.WinControls.UI.SchedulerDailyPrintStyle.
       01 reminderTimer type System.Windows.Forms.Timer.
       set radButton41 to new Telerik.WinControls.UI.RadButton
       set radButton42 to new Telerik.WinControls.UI.RadButton
       set radButton43 to new Telerik.WinControls.UI.RadButton
       set radButton44 to new Telerik.WinControls.UI.RadButton
       set radButton45 to new Telerik.WinControls.UI.RadButton
       set radButton46 to new Telerik.WinControls.UI.RadButton
       set radButton47 to new Telerik.WinControls.UI.RadButton
       set radButton48 to new Telerik.WinControls.UI.RadButton
       set radButton49 to new Telerik.WinControls.UI.RadButton
       set radButton50 to new Telerik.WinControls.UI.RadButton
       set radButton51 to new Telerik.WinControls.UI.RadButton
       set radButton52 to new Telerik.WinControls.UI.RadButton
       set radButton53 to new Telerik.WinControls.UI.RadButton
       set radButton54 to new Telerik.WinControls.UI.RadButton
       set radButton55 to new Telerik.WinControls.UI.RadButton
       set radButton56 to new Telerik.WinControls.UI.RadButton
       set radButton57 to new Telerik.WinControls.UI.RadButton
       set radButton58 to new Telerik.WinControls.UI.RadButton
       set radButton59 to new Telerik.WinControls.UI.RadButton
       set radButton60 to new Telerik.WinControls.UI.RadButton
       set radButton61 to new Telerik.WinControls.UI.RadButton
       set radTextBox1 to new Telerik.WinControls.UI.RadTextBox
       invoke radScheduler1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radCalendar1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton41 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton42 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton43 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton44 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton45 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton46 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton47 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton48 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton49 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton50 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton51 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton52 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton53 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton54 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton55 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton56 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton57 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton58 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton59 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton60 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radButton61 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *> 
       set radButton43::Text to "Cancelaciones del mes"
       invoke radButton43::add_Click(new System.EventHandler(self::radButton43_Click))
      *>
      *> radButton44
      *>
       set radButton44::Location to new System.Drawing.Point(1338 735)
       set radButton44::Name to "radButton44"
       set radButton44::Size to new System.Drawing.Size(257 42)
       set radButton44::TabIndex to 46
       set radButton44::Text to "Vales regalo"
       invoke radButton44::add_Click(new System.EventHandler(self::radButton44_Click))
      *>
      *> radButton45
      *>
       set radButton45::Location to new System.Drawing.Point(1338 783)
       set radButton45::Name to "radButton45"
       set radButton45::Size to new System.Drawing.Size(257 42)
       set radButton45::TabIndex to 47
       set radButton45::Text to "Gastos"
       invoke radButton45::add_Click(new System.EventHandler(self::radButton45_Click))
      *>
      *> radButton46
      *>
       set radButton46::Location to new System.Drawing.Point(1338 831)
       set radButton46::Name to "radButton46"
       set radButton46::Size to new System.Drawing.Size(257 42)
       set radButton46::TabIndex to 48
       set radButton46::Text to "Pedidos"
       invoke radButton46::add_Click(new System.EventHandler(self::radButton46_Click))
      *>
      *> radButton47
      *>
       set radButton47::Location to new System.Drawing.Point(1338 879)
       set radButton47::Name to "radButton47"
       set radButton47::Size to new System.Drawing.Size(257 42)
       set radButton47::TabIndex to 49
       set radButton47::Text to "Consumo de cabina"
       invoke radButton47::add_Click(new System.EventHandler(self::radButton47_Click))
      *>
      *> radButton48
      *>
       set radButton48::Location to new System.Drawing.Point(1338 927)
       set radButton48::Name to "radButton48"
       set radButton48::Size to new System.Drawing.Size(257 42)
       set radButton48::TabIndex to 50
       set radButton48::Text to "Fichajes"
       invoke radButton48::add_Click(new System.EventHandler(self::radButton48_Click))
      *>
      *> radButton49
      *>
       set radButton49::Location to new System.Drawing.Point(1608 399)
       set radButton49::Name to "radButton49"
       set radButton49::Size to new System.Drawing.Size(257 42)
       set radButton49::TabIndex to 51
       set radButton49::Text to "Libro de IVA"
       invoke radButton49::add_Click(new System.EventHandler(self::radButton49_Click))
      *>
      *> radButton50
      *>
       set radButton50::Location to new System.Drawing.Point(1608 447)
       set radButton50::Name to "radButton50"
       set radButton50::Size to new System.Drawing.Size(257 42)
       set radButton50::TabIndex to 52
       set radButton50::Text to "Encuestas"
       invoke radButton50::add_Click(new System.EventHandler(self::radButton50_Click))
      *>
      *> radButton51
      *>
       set radButton51::Location to new System.Drawing.Point(1608 495)
       set radButton51::Name to "radButton51"
       set radButton51::Size to new System.Drawing.Size(257 42)
       set radButton51::TabIndex to 53
       set radButton51::Text to "Clientes nuevos"
       invoke radButton51::add_Click(new System.EventHandler(self::radButton51_Click))
      *>
      *> radButton52
      *>
       set radButton52::Location to new System.Drawing.Point(1608 543)
       set radButton52::Name to "radButton52"
       set radButton52::Size to new System.Drawing.Size(257 42)
       set radButton52::TabIndex to 54
       set radButton52::Text to "Prevision de demanda"
       invoke radButton52::add_Click(new System.EventHandler(self::radButton52_Click))
      *>
      *> radButton53
      *>
       set radButton53::Location to new System.Drawing.Point(1608 591)
       set radButton53::Name to "radButton53"
       set radButton53::Size to new System.Drawing.Size(257 42)
       set radButton53::TabIndex to 55
       set radButton53::Text to "Productividad"
       invoke radButton53::add_Click(new System.EventHandler(self::radButton53_Click))
      *>
      *> radButton54
      *>
       set radButton54::Location to new System.Drawing.Point(1608 639)
       set radButton54::Name to "radButton54"
       set radButton54::Size to new System.Drawing.Size(257 42)
       set radButton54::TabIndex to 56
       set radButton54::Text to "Conciliacion de senas"
       invoke radButton54::add_Click(new System.EventHandler(self::radButton54_Click))
      *>
      *> radButton55
      *>
       set radButton55::Location to new System.Drawing.Point(1608 687)
       set radButton55::Name to "radButton55"
       set radButton55::Size to new System.Drawing.Size(257 42)
       set radButton55::TabIndex to 57
       set radButton55::Text to "Cuentas de clientes"
       invoke radButton55::add_Click(new System.EventHandler(self::radButton55_Click))
      *>
      *> radButton56
      *>
       set radButton56::Location to new System.Drawing.Point(1608 735)
       set radButton56::Name to "radButton56"
       set radButton56::Size to new System.Drawing.Size(257 42)
       set radButton56::TabIndex to 58
       set radButton56::Text to "Sucursales"
       invoke radButton56::add_Click(new System.EventHandler(self::radButton56_Click))
      *>
      *> radButton57
      *>
       set radButton57::Location to new System.Drawing.Point(1608 783)
       set radButton57::Name to "radButton57"
       set radButton57::Size to new System.Drawing.Size(257 42)
       set radButton57::TabIndex to 59
       set radButton57::Text to "Propinas"
       invoke radButton57::add_Click(new System.EventHandler(self::radButton57_Click))
      *>
      *> radButton58
      *>
       set radButton58::Location to new System.Drawing.Point(1608 831)
       set radButton58::Name to "radButton58"
       set radButton58::Size to new System.Drawing.Size(257 42)
       set radButton58::TabIndex to 60
       set radButton58::Text to "Plantillas"
       invoke radButton58::add_Click(new System.EventHandler(self::radButton58_Click))
      *>
      *> radButton59
      *>
       set radButton59::Location to new System.Drawing.Point(1608 879)
       set radButton59::Name to "radButton59"
       set radButton59::Size to new System.Drawing.Size(257 42)
       set radButton59::TabIndex to 61
       set radButton59::Text to "Retencion"
       invoke radButton59::add_Click(new System.EventHandler(self::radButton59_Click))
      *>
      *> radButton60
      *>
       set radButton60::Location to new System.Drawing.Point(1608 927)
       set radButton60::Name to "radButton60"
       set radButton60::Size to new System.Drawing.Size(257 42)
       set radButton60::TabIndex to 62
       set radButton60::Text to "Inventario"
       invoke radButton60::add_Click(new System.EventHandler(self::radButton60_Click))
      *>
      *> radButton61
      *>
       set radButton61::Location to new System.Drawing.Point(1878 399)
       set radButton61::Name to "radButton61"
       set radButton61::Size to new System.Drawing.Size(257 42)
       set radButton61::TabIndex to 63
       set radButton61::Text to "VeriFactu"
       invoke radButton61::add_Click(new System.EventHandler(self::radButton61_Click))
      *>
      *> radTextBox1 (today-at-a-glance dashboard under the scheduler)
      *>
       set radTextBox1::Location to new System.Drawing.Point(12 450)
      *>
      *> Form1
      *>
       set self::ClientSize to new System.Drawing.Size(2160 985)
       invoke self::Controls::Add(radTextBox1)
       invoke self::Controls::Add(radButton61)
       invoke self::Controls::Add(radButton60)
       invoke self::Controls::Add(radButton59)
       invoke self::Controls::Add(radButton58)
       invoke self::Controls::Add(radButton57)
       invoke self::Controls::Add(radButton56)
       invoke self::Controls::Add(radButton55)
       invoke self::Controls::Add(radButton54)
       invoke self::Controls::Add(radButton53)
       invoke self::Controls::Add(radButton52)
       invoke self::Controls::Add(radButton51)
       invoke self::Controls::Add(radButton50)
       invoke self::Controls::Add(radButton49)
       invoke self::Controls::Add(radButton48)
       invoke self::Controls::Add(radButton47)
       invoke self::Controls::Add(radButton46)
       invoke self::Controls::Add(radButton45)
       invoke self::Controls::Add(radButton44)
       invoke self::Controls::Add(radButton43)
       invoke self::Controls::Add(radButton42)
       invoke self::Controls::Add(radButton41)
       invoke radButton41 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton42 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton43 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton44 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton45 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton46 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton47 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton48 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton49 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton50 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton51 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton52 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton53 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton54 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton55 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton56 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton57 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton58 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton59 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton60 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radButton61 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke radTextBox1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       end method.
