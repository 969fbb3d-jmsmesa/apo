      *> campaign reference ("campana:<name>:<phone>") so Form19
      *> shows what went out, and EnqueueOnce makes re-running a
      *> campaign harmless.  The marketing opt-out is respected
      *> always; inactive customers never hear from us.  A coded
      *> promotion (PromotionStore) picked beside the send button
      *> goes out at the foot of the message and is tied to the
      *> campaign, so the month-end pack can say what it brought in.

       working-storage section.
       01 SegmentInactive string value "Inactivos mas de 90 dias".
       01 SegmentRepeat   string value "Clientes habituales".
       01 SegmentEmail    string value "Todos con email".
       01 InactiveDays    type System.Int32 value 90.
       01 NoPromotion     string value "(Sin codigo)".

       method-id NEW.
       procedure division.
       end method.

       method-id Form37_Load final private.
       local-storage section.
       01 coded type System.Collections.Generic.List[type apo.PromotionRecord].
       01 i type System.Int32.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(SegmentInactive))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(SegmentRepeat))
           invoke radDropDownList1::Items::Add(new Telerik.WinControls.UI.RadListDataItem(SegmentEmail))
           set radDropDownList1::Text to SegmentInactive
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::Add(new Telerik.WinControls.UI.RadListDataItem(NoPromotion))
           invoke type apo.PromotionStore::Coded returning coded
           perform varying i from 1 by 1 until i > coded::Count
              invoke radDropDownList2::Items::Add(new Telerik.WinControls.UI.RadListDataItem(
                    coded::Item(i - 1)::Name))
           end-perform
           set radDropDownList2::Text to NoPromotion
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
           end-if
       01 channel string.
       01 i type System.Int32.
       01 queued type System.Int32.
       01 promo type apo.PromotionRecord.
       01 body string.
       01 tied condition-value.
       procedure division using by value sender as object e as type System.EventArgs.
           if radTextBox1::Text::Trim()::Length = 0
              invoke type System.Windows.Forms.MessageBox::Show(
           end-if

           set campaignName to radTextBox1::Text::Trim()::Replace(":" " ")
           set body to radTextBox2::Text

      *> A code belongs to one mailing -- sent out again with another
      *> campaign, nobody could tell which one brought the customer.
           if radDropDownList2::Text not = NoPromotion
              invoke type apo.PromotionStore::FindByName(radDropDownList2::Text)
                 returning promo
              if promo = null or promo::PromoCode::Length = 0
                 goback
              end-if
              invoke type apo.PromotionStore::SetCampaign(promo::Name campaignName)
                 returning tied
              if not tied
                 invoke type System.Windows.Forms.MessageBox::Show(
                       "El codigo " & promo::PromoCode & " ya salio con la campana "
                       & promo::Campaign & "; cree otra promocion para esta."
                       "Campanas")
                 goback
              end-if
              set body to body & type System.Environment::NewLine
                 & "Codigo de descuento: " & promo::PromoCode
           end-if
           set queued to 0
      *> Loaded once for the whole run -- the inactivity segment
      *> needs the archive, since by morning everything past lives
                       "campana:" & campaignName & ":" & cust::Phone
                       recipient
                       channel
                       body)
                 add 1 to queued
              end-if
           end-perform
