           invoke parts::Add(c::NoticeMinutes::ToString())
           invoke parts::Add(c::Reason::Replace(Delimiter " "))
           invoke parts::Add(c::FeeCharged::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(c::EmployeeName::Replace(Delimiter " "))
           invoke parts::Add(c::Price::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
           invoke type System.Decimal::Parse(f(8)
                 type System.Globalization.CultureInfo::InvariantCulture)
              returning result::FeeCharged
           if f::Length > 9
              set result::EmployeeName to f(9)
              invoke type System.Decimal::Parse(f(10)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning result::Price
           end-if
           goback.
       end method.

           set c::NoticeMinutes to notice as type System.Int32
           set c::Reason to reason
           set c::FeeCharged to feeCharged
           set c::EmployeeName to rec::EmployeeName
           set c::Price to rec::Price
           invoke self::Append(c)
           goback.
       end method.
