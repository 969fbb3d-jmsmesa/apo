           invoke radDropDownList1::Items::Clear
           invoke radDropDownList1::Items::AddRange(type apo.ServiceStore::Names::ToArray())
           invoke radDropDownList2::Items::Clear
           invoke radDropDownList2::Items::AddRange(type apo.PaymentStore::MoneyMethods::ToArray())
           set radDropDownList2::Text to "Efectivo"
           if type apo.Session::IsReadOnly
              set radButton1::Enabled to false
           set pay::Kind to "Bono"
           set pay::TakenBy to type apo.AuditLog::CurrentUser
           set pay::TakenAt to type DateTime::Now
      *> A bono sold at the counter has no turno to find the
      *> customer by, so their phone goes to the register directly
      *> for the points the sale earns.
           invoke type apo.ReceiptRegister::IssueForCustomer(pay "Bono - " & b::Name
                 b::CustomerPhone)
              returning pay::ReceiptNumber
           invoke type apo.PaymentStore::Append(pay)

