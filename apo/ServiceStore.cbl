      *> October money.
       01 PricePath  string value "prices.dat".
       01 Delimiter  string value "|".
      *> The consumption list rides in one trailing field of the
      *> service's line as product=qty pairs joined by ";", e.g.
      *> Color|90|4500|42|Tinte=1;Oxidante=60.
       01 PairDelimiter string value ";".
      *> A sixth field of "S" flags a service that needs a patch test
      *> and consent on file: Color|90|4500|42|Tinte=1;Oxidante=60|S.
       01 PatchTestFlag string value "S".

       method-id NEW.
       procedure division.
                           returning result as string.
           local-storage section.
           01 parts type System.Collections.Generic.List[string].
           01 pairs type System.Collections.Generic.List[string].
           01 i type System.Int32.
           procedure division.
           set parts to new System.Collections.Generic.List[string]()
           invoke parts::Add(s::Name::Replace(Delimiter " "))
           invoke parts::Add(s::DurationMinutes::ToString())
           invoke parts::Add(s::Price::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(s::RebookDays::ToString())
           set pairs to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > s::Consumption::Count
              invoke pairs::Add(s::Consumption::Item(i - 1)::ProductName
                    ::Replace(Delimiter " ")::Replace(PairDelimiter " ")::Replace("=" " ")
                 & "=" & s::Consumption::Item(i - 1)::Quantity::ToString())
           end-perform
           invoke parts::Add(type string::Join(PairDelimiter pairs::ToArray()))
           if s::RequiresPatchTest
              invoke parts::Add(PatchTestFlag)
           else
              invoke parts::Add("")
           end-if
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
                           returning result as type apo.ServiceRecord.
           local-storage section.
           01 f type string occurs any.
           01 pairs type string occurs any.
           01 pair type string occurs any.
           01 c type apo.ConsumptionLine.
           01 i type System.Int32.
           procedure division.
           set f to line::Split(Delimiter::ToCharArray())
           set result to new apo.ServiceRecord()
           else
              set result::RebookDays to 0
           end-if
           if f::Length > 4 and f(5)::Length > 0
              set pairs to f(5)::Split(PairDelimiter::ToCharArray())
              perform varying i from 1 by 1 until i > pairs::Length
                 set pair to pairs(i)::Split("="::ToCharArray())
                 if pair::Length = 2
                    set c to new apo.ConsumptionLine()
                    set c::ProductName to pair(1)
                    invoke type System.Int32::Parse(pair(2)) returning c::Quantity
                    invoke result::Consumption::Add(c)
                 end-if
              end-perform
           end-if
           if f::Length > 5 and f(6) = PatchTestFlag
              set result::RequiresPatchTest to true
           end-if
           goback.
       end method.

       procedure division.
           set lines to new System.Collections.Generic.List[string]()
           invoke lines::Add("Corte|30|1500|28")
           invoke lines::Add("Color|90|4500|42||S")
           invoke lines::Add("Peinado|45|2000|0")
           invoke lines::Add("Tratamiento completo|120|6000|56")
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           goback.
       end method.

      *> Sets how much of one product a service uses up: adds the
      *> product to the service's consumption list, changes its
      *> quantity, or takes it off at 0.  Returns false when the
      *> service isn't in the catalog.  Form50's one save path.
       method-id SetConsumption static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.ServiceRecord].
       01 svc type apo.ServiceRecord.
       01 c type apo.ConsumptionLine.
       01 i type System.Int32.
       01 k type System.Int32.
       01 found condition-value.
       procedure division using by value serviceName as string
                                 productName as string
                                 qty as type System.Int32
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set svc to records::Item(i - 1)
              if svc::Name = serviceName
                 set found to false
                 perform varying k from 1 by 1 until k > svc::Consumption::Count
                    if svc::Consumption::Item(k - 1)::ProductName = productName
                       if qty <= 0
                          invoke svc::Consumption::RemoveAt(k - 1)
                       else
                          set svc::Consumption::Item(k - 1)::Quantity to qty
                       end-if
                       set found to true
                       exit perform
                    end-if
                 end-perform
                 if not found and qty > 0
                    set c to new apo.ConsumptionLine()
                    set c::ProductName to productName
                    set c::Quantity to qty
                    invoke svc::Consumption::Add(c)
                 end-if
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Flags or unflags a service as needing a patch test and
      *> consent.  Returns false when the service isn't in the
      *> catalog.  Form50's toggle.
       method-id SetPatchTest static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.ServiceRecord].
       01 i type System.Int32.
       procedure division using by value serviceName as string
                                 needed as condition-value
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Name = serviceName
                 set records::Item(i - 1)::RequiresPatchTest to needed
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Looks a service up by its catalog name.  Returns null when
      *> there is no match, so callers (Form2) can tell a catalog
      *> booking from a free-text one.
