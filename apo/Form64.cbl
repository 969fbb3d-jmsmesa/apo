       class-id apo.Form64 is partial
                 inherits type System.Windows.Forms.Form.

      *> Stocktake screen for Form1's "Inventario" button.  Pick a
      *> shelf location, save its count sheet to print, and once the
      *> shelf has been counted type each product's units against the
      *> list; "Diferencias" shows what posting would change, in units
      *> and at cost and retail, and "Registrar recuento" sets the
      *> counted products' stock (StocktakeStore).  Products left
      *> without a count are not touched, so a location can be done in
      *> two goes.  Underneath, the shrinkage across the stocktakes of
      *> a period and the shelf valued as it stands, for this
      *> station's branch; the month-end pack carries both as well.

       working-storage section.
      *> Units typed so far, by product -- kept while the sheet is
      *> changed, until they are posted.
       01 counts type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 sheetProducts type System.Collections.Generic.List[type apo.ProductRecord].
      *> True while the sheet selector is being filled.
       01 loading condition-value.

       method-id NEW.
       procedure division.
           set counts to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           invoke self::InitializeComponent()
           goback.
       end method.

      *> Lists the picked sheet's products with what has been counted.
       method-id ShowSheet final private.
       local-storage section.
       01 i type System.Int32.
       01 p type apo.ProductRecord.
       01 line string.
       procedure division.
           invoke type apo.StocktakeStore::SheetProducts(radDropDownList1::Text)
              returning sheetProducts
           invoke radListControl1::Items::Clear
           perform varying i from 1 by 1 until i > sheetProducts::Count
              set p to sheetProducts::Item(i - 1)
              set line to p::Name & " (" & type apo.StocktakeStore::SheetOf(p::Location) & ")"
              if counts::ContainsKey(p::Name)
                 set line to line & " - contado " & counts::Item(p::Name)::ToString()
              else
                 set line to line & " - sin contar"
              end-if
              invoke radListControl1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(line))
           end-perform
       end method.

       method-id Form64_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set loading to true
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.StocktakeStore::SheetNames::ToArray())
           set radDropDownList1::SelectedIndex to 0
           set loading to false
           set radDateTimePicker1::Value to new DateTime(type DateTime::Today::Year 1 1)
           set radDateTimePicker2::Value to type DateTime::Today
           if type apo.Session::IsReadOnly
              set radButton3::Enabled to false
              set radButton5::Enabled to false
           end-if
           invoke self::ShowSheet
           invoke self::radButton1_Click(sender e)
       end method.

       method-id radDropDownList1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if not loading
              invoke self::ShowSheet
              invoke self::radButton1_Click(sender e)
           end-if
       end method.

      *> Picking a product brings up its count, if it has one yet.
       method-id radListControl1_SelectedIndexChanged final private.
       procedure division using by value sender as object
                                 e as type Telerik.WinControls.UI.Data.PositionChangedEventArgs.
           if radListControl1::SelectedIndex < 0
              or radListControl1::SelectedIndex >= sheetProducts::Count
              goback
           end-if
           if counts::ContainsKey(sheetProducts::Item(radListControl1::SelectedIndex)::Name)
              invoke counts::Item(sheetProducts::Item(radListControl1::SelectedIndex)::Name)::ToString()
                 returning radTextBox1::Text
           else
              set radTextBox1::Text to ""
           end-if
       end method.

       method-id radButton1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.StocktakeStore::CountSheet(radDropDownList1::Text)
              returning radTextBox2::Text
       end method.

      *> Writes the count sheet out to a text file to print and take
      *> round the shelf.
       method-id radButton2_Click final private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::radButton1_Click(sender e)
           set dlg to new System.Windows.Forms.SaveFileDialog
           set dlg::Filter to "Texto (*.txt)|*.txt"
           set dlg::FileName to "recuento_"
              & type DateTime::Today::ToString("yyyyMMdd") & ".txt"
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
              invoke type System.IO.File::WriteAllText(dlg::FileName radTextBox2::Text)
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Hoja guardada en " & dlg::FileName
                    "Inventario")
           end-if
       end method.

      *> Notes the units counted for the selected product and moves on
      *> to the next one down the sheet.
       method-id radButton3_Click final private.
       local-storage section.
       01 qty type System.Int32.
       01 validQty condition-value.
       01 picked type System.Int32.
       01 name string.
       procedure division using by value sender as object e as type System.EventArgs.
           set picked to radListControl1::SelectedIndex
           if picked < 0 or picked >= sheetProducts::Count
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Elija un producto de la hoja."
                    "Inventario")
              goback
           end-if
           invoke type System.Int32::TryParse(radTextBox1::Text by reference qty)
              returning validQty
           if not validQty or qty < 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "Ingrese las unidades contadas (0 si no hay ninguna)."
                    "Inventario")
              goback
           end-if
           set name to sheetProducts::Item(picked)::Name
           if counts::ContainsKey(name)
              set counts::Item(name) to qty
           else
              invoke counts::Add(name qty)
           end-if
           invoke self::ShowSheet
           if picked + 1 < sheetProducts::Count
              set radListControl1::SelectedIndex to picked + 1
           else
              set radListControl1::SelectedIndex to picked
           end-if
       end method.

       method-id radButton4_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.StocktakeStore::Variance(radDropDownList1::Text counts)
              returning radTextBox2::Text
       end method.

      *> Posts the sheet's counts after one last look at the
      *> differences.
       method-id radButton5_Click final private.
       local-storage section.
       01 pending type System.Int32.
       01 posted type System.Int32.
       01 i type System.Int32.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object e as type System.EventArgs.
           set pending to 0
           perform varying i from 1 by 1 until i > sheetProducts::Count
              if counts::ContainsKey(sheetProducts::Item(i - 1)::Name)
                 add 1 to pending
              end-if
           end-perform
           if pending = 0
              invoke type System.Windows.Forms.MessageBox::Show(
                    "No hay ningun producto contado en esta hoja."
                    "Inventario")
              goback
           end-if
           invoke self::radButton4_Click(sender e)
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Se cambiara el stock de " & pending::ToString()
                 & " producto(s) a lo contado, como se ve en las diferencias."
                 & " Registrar el recuento?"
                 "Inventario"
                 type System.Windows.Forms.MessageBoxButtons::YesNo)
              returning confirm
           if confirm not = type System.Windows.Forms.DialogResult::Yes
              goback
           end-if
           invoke type apo.StocktakeStore::Post(radDropDownList1::Text counts)
              returning posted
           perform varying i from 1 by 1 until i > sheetProducts::Count
              invoke counts::Remove(sheetProducts::Item(i - 1)::Name)
           end-perform
           invoke self::ShowSheet
           invoke type System.Windows.Forms.MessageBox::Show(
                 "Recuento registrado: " & posted::ToString() & " producto(s)."
                 "Inventario")
       end method.

       method-id radButton6_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.InventoryReport::Shrinkage(radDateTimePicker1::Value
                 radDateTimePicker2::Value type apo.Branch::Current)
              returning radTextBox2::Text
       end method.

       method-id radButton7_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type apo.InventoryReport::Valuation(type apo.Branch::Current)
              returning radTextBox2::Text
       end method.

       end class.
