           goback.
       end method.

      *> Closes a bundle with sessions still on it -- refunded, or
      *> let lapse by the reconciliation.  SessionsLeft goes to 0
      *> so the till stops offering it.  False when it is unknown.
       method-id Close static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.BundleRecord].
       01 i type System.Int32.
       procedure division using by value bundleId as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::BundleId = bundleId
                 set records::Item(i - 1)::SessionsLeft to 0
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Takes sessions off a bundle whose sale is being refunded
      *> (Form45).  False when the bundle is unknown or has fewer
      *> left than that -- used at another till since the refund
      *> was opened.
       method-id RefundSessions static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.BundleRecord].
       01 b type apo.BundleRecord.
       01 i type System.Int32.
       procedure division using by value bundleId as string
                                 sessions as type System.Int32
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set b to records::Item(i - 1)
              if b::BundleId = bundleId
                 if b::SessionsLeft >= sessions
                    set b::SessionsLeft to b::SessionsLeft - sessions
                    invoke self::SaveAll(records)
                    set result to true
                 end-if
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Hands a bundle's remaining sessions to another customer --
      *> the one the sessions are really being used for.
       method-id Reassign static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.BundleRecord].
       01 i type System.Int32.
       procedure division using by value bundleId as string
                                 phone as string
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::BundleId = bundleId
                 set records::Item(i - 1)::CustomerPhone to phone
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

       end class.
