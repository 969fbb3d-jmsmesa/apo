      *> confirmations and reminders still go out -- those are about
      *> their own turno, not marketing.
       01 MarketingOptOut type System.Boolean property.
      *> How they found us (AcquisitionSource::Names) and, for a
      *> referral, the phone of the customer who sent them -- asked
      *> once, when the number is first seen.  CreatedAt is that
      *> moment; customers on file from before it was kept load with
      *> MinValue and an empty source, and Form15 can fill the
      *> source in later.
       01 SourceName  string property.
       01 ReferredBy  string property.
       01 CreatedAt   type DateTime property.
      *> The language their messages go out in (MessageTemplates),
      *> "" for the salon's own.
       01 PreferredLanguage string property.
      *> Who a full invoice (InvoiceRegister) is made out to -- the
      *> theatre company, the hotel -- with its NIF and address; all
      *> three "" for the ordinary customer, who only ever gets a
      *> receipt.
       01 BillingName    string property.
       01 TaxId          string property.
       01 BillingAddress string property.
      *> True for an account customer invoiced once a month
      *> (InvoiceRegister::Monthly): what they pay on account settles
      *> their invoices and takes no receipt of its own (Form11).
      *> Set on Form15; false for everyone else.
       01 MonthlyInvoice type System.Boolean property.

      *> Customers are active unless Form15 says otherwise -- records
      *> written before the flag existed load as active too, so
           set Active to true
           set Email to ""
           set MarketingOptOut to false
           set SourceName to ""
           set ReferredBy to ""
           set CreatedAt to type DateTime::MinValue
           set PreferredLanguage to ""
           set BillingName to ""
           set TaxId to ""
           set BillingAddress to ""
           set MonthlyInvoice to false
           goback.
       end method.

