       class-id apo.AcquisitionSource.

      *> How a new customer found the salon -- the list the desk picks
      *> from when a phone number is seen for the first time.  It is
      *> kept in settings.dat ("AcquisitionSources", names separated
      *> by ";") so a new campaign or a flyer drop is one more entry
      *> on Form54, not a code change.  Walk-in, Web and Recomendacion
      *> are always offered: the walk-in queue and the web inbox set
      *> them on their own, and a referral is what asks for the
      *> referring customer.

       working-storage section.
       01 SettingKey     string value "AcquisitionSources".
       01 Separator      string value ";".
       01 DefaultList    string value
             "Walk-in;Web;Instagram;Recomendacion;Folleto;Otros".
       01 WalkIn         string value "Walk-in".
       01 Web            string value "Web".
       01 Referral       string value "Recomendacion".

       method-id NEW.
       procedure division.
           goback.
       end method.

       method-id WalkInName static.
       procedure division returning result as string.
           set result to WalkIn
           goback.
       end method.

       method-id WebName static.
       procedure division returning result as string.
           set result to Web
           goback.
       end method.

       method-id ReferralName static.
       procedure division returning result as string.
           set result to Referral
           goback.
       end method.

      *> The sources in the order the desk sees them, the three fixed
      *> ones put back in front if someone edited them out of the
      *> file by hand.
       method-id Names static.
       local-storage section.
       01 raw string.
       01 f type string occurs any.
       01 i type System.Int32.
       01 trimmed string.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke result::Add(WalkIn)
           invoke result::Add(Web)
           invoke result::Add(Referral)
           invoke type apo.Settings::Get(SettingKey DefaultList) returning raw
           set f to raw::Split(Separator::ToCharArray())
           perform varying i from 1 by 1 until i > f::Length
              set trimmed to f(i)::Trim()
              if trimmed::Length > 0 and not result::Contains(trimmed)
                 invoke result::Add(trimmed)
              end-if
           end-perform
           goback.
       end method.

      *> Adds a source to the list.  False when it is blank or
      *> already there.
       method-id Add static.
       local-storage section.
       01 names type System.Collections.Generic.List[string].
       procedure division using by value name as string
                           returning result as condition-value.
           set name to name::Trim()::Replace(Separator " ")::Replace("|" " ")
           invoke self::Names returning names
           if name::Length = 0 or names::Contains(name)
              set result to false
              goback
           end-if
           invoke names::Add(name)
           invoke type apo.Settings::Set(SettingKey
                 type string::Join(Separator names::ToArray()))
           set result to true
           goback.
       end method.

      *> Takes a source off the list.  Customers already recorded
      *> under it keep it -- it only stops being offered.  The three
      *> fixed sources cannot be removed.
       method-id Remove static.
       local-storage section.
       01 names type System.Collections.Generic.List[string].
       procedure division using by value name as string
                           returning result as condition-value.
           if name = WalkIn or name = Web or name = Referral
              set result to false
              goback
           end-if
           invoke self::Names returning names
           if not names::Remove(name)
              set result to false
              goback
           end-if
           invoke type apo.Settings::Set(SettingKey
                 type string::Join(Separator names::ToArray()))
           set result to true
           goback.
       end method.

       end class.
