           if svc not = null
              set duration to svc::DurationMinutes
           end-if
           invoke type apo.SlotFinder::FindSlotsFor(duration Selected::ServiceName "" ""
                 type DateTime::Now 1)
              returning slots
           if slots::Count = 0
              invoke type System.Windows.Forms.MessageBox::Show(
           end-if

           set SelectedSlot to slots::Item(0)
           invoke type apo.WalkinStore::Remove(Selected::WalkinId true)
           set self::DialogResult to type System.Windows.Forms.DialogResult::OK
           invoke self::Close
       end method.
              or radListControl1::SelectedIndex >= entries::Count
              goback
           end-if
           invoke type apo.WalkinStore::Remove(entries::Item(radListControl1::SelectedIndex)::WalkinId
                 false)
           invoke self::Refresh
       end method.

