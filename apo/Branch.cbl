       class-id apo.Branch.

      *> The salons this system runs.  Customers, the service catalog
      *> and the staff are one list for the whole business, but a
      *> turno happens in a room and every room is in one branch, so
      *> a turno belongs to the branch of its room; opening hours,
      *> closed dates, shelf stock, the till and the receipt series
      *> are each kept per branch as well.
      *>
      *> Configured in settings.dat, maintained from Form59:
      *>   Branches|Principal,Norte   -- the first is the original
      *>                                 salon, whose files keep their
      *>                                 old names (hours.dat, ...)
      *>   Rooms.<branch>|Sala 1,...  -- room names, unique across the
      *>                                 business
      *>   Branch.<machine>|Norte     -- which branch a station is at
      *>   TravelMinutes|30           -- what a stylist needs to get
      *>                                 from one branch to the other
      *> With nothing configured there is the one branch with the
      *> three salas, and everything behaves as it always has.

       working-storage section.
       01 DefaultBranch   string value "Principal".
       01 DefaultRooms    string value "Sala 1,Sala 2,Sala 3".
      *> Each branch numbers its receipts in its own block of this
      *> many, so a number alone says which series it belongs to and
      *> the original salon's numbers stay as they were.
       01 SeriesSize      type System.Int32 value 10000000.
      *> Set by Use while a report is built for another branch; ""
      *> means the station's own.
       01 Working         string value "".

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> A comma-separated setting as a trimmed list, blanks dropped.
       method-id SplitList static private.
       local-storage section.
       01 parts type string occurs any.
       01 i type System.Int32.
       procedure division using by value raw as string
                           returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           set parts to raw::Split(",")
           perform varying i from 1 by 1 until i > parts::Length
              if parts(i)::Trim()::Length > 0
                 invoke result::Add(parts(i)::Trim())
              end-if
           end-perform
           goback.
       end method.

       method-id Names static.
       local-storage section.
       01 raw string.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke type apo.Settings::Get("Branches" DefaultBranch) returning raw
           invoke self::SplitList(raw) returning result
           if result::Count = 0
              invoke result::Add(DefaultBranch)
           end-if
           goback.
       end method.

      *> The original salon -- where lines written before there were
      *> branches belong.
       method-id Main static.
       procedure division returning result as string.
           set result to self::Names::Item(0)
           goback.
       end method.

       method-id IsMain static.
       procedure division using by value branchName as string
                           returning result as condition-value.
           if branchName = self::Main
              set result to true
           else
              set result to false
           end-if
           goback.
       end method.

      *> The branch this station is set to, the original salon until
      *> Form59 says otherwise (or when the name set is no longer a
      *> branch).
       method-id Station static.
       local-storage section.
       01 raw string.
       procedure division returning result as string.
           invoke type apo.Settings::Get("Branch." & type System.Environment::MachineName "")
              returning raw
           if raw::Length > 0 and self::Names::Contains(raw)
              set result to raw
           else
              invoke self::Main returning result
           end-if
           goback.
       end method.

       method-id SetStation static.
       procedure division using by value branchName as string.
           invoke type apo.Settings::Set("Branch." & type System.Environment::MachineName
                 branchName)
           goback.
       end method.

      *> The branch being worked on: the station's, unless a report
      *> for another branch is being built (Use).
       method-id Current static.
       procedure division returning result as string.
           if Working::Length > 0
              set result to Working
           else
              invoke self::Station returning result
           end-if
           goback.
       end method.

      *> Works as another branch -- its rooms, its hours -- until
      *> called again with "".  Only the month-end pack does this, to
      *> lay out each branch's occupancy from one station.
       method-id Use static.
       procedure division using by value branchName as string.
           if branchName = null
              set Working to ""
           else
              set Working to branchName
           end-if
           goback.
       end method.

       method-id Rooms static.
       local-storage section.
       01 raw string.
       01 fallback string.
       procedure division using by value branchName as string
                           returning result as
                type System.Collections.Generic.List[string].
           if self::IsMain(branchName)
              set fallback to DefaultRooms
           else
              set fallback to ""
           end-if
           invoke type apo.Settings::Get("Rooms." & branchName fallback) returning raw
           invoke self::SplitList(raw) returning result
           goback.
       end method.

      *> Every room of every branch, branch by branch.
       method-id AllRooms static.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           set result to new System.Collections.Generic.List[string]()
           invoke self::Names returning branches
           perform varying i from 1 by 1 until i > branches::Count
              invoke result::AddRange(self::Rooms(branches::Item(i - 1)))
           end-perform
           goback.
       end method.

      *> Room -> branch for every room, read once for callers that
      *> look up a whole file's worth of turnos.
       method-id RoomMap static.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 rooms type System.Collections.Generic.List[string].
       01 i type System.Int32.
       01 k type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.Dictionary[string, string].
           set result to new System.Collections.Generic.Dictionary[string, string]()
           invoke self::Names returning branches
           perform varying i from 1 by 1 until i > branches::Count
              invoke self::Rooms(branches::Item(i - 1)) returning rooms
              perform varying k from 1 by 1 until k > rooms::Count
                 if not result::ContainsKey(rooms::Item(k - 1))
                    invoke result::Add(rooms::Item(k - 1) branches::Item(i - 1))
                 end-if
              end-perform
           end-perform
           goback.
       end method.

      *> The branch a room is in; a room no branch lists any more
      *> (renamed since the turno was booked) counts as the original
      *> salon's.
       method-id OfRoom static.
       local-storage section.
       01 map type System.Collections.Generic.Dictionary[string, string].
       procedure division using by value room as string
                           returning result as string.
           invoke self::RoomMap returning map
           invoke self::InMap(map room) returning result
           goback.
       end method.

      *> OfRoom against a map already in hand.
       method-id InMap static.
       procedure division using by value map as
                type System.Collections.Generic.Dictionary[string, string]
                                 room as string
                           returning result as string.
           if room not = null and map::ContainsKey(room)
              set result to map::Item(room)
           else
              invoke self::Main returning result
           end-if
           goback.
       end method.

      *> The turnos of one branch out of a list; "" keeps them all.
       method-id Appointments static.
       local-storage section.
       01 map type System.Collections.Generic.Dictionary[string, string].
       01 mainName string.
       01 roomBranch string.
       01 i type System.Int32.
       procedure division using by value records as
                type System.Collections.Generic.List[type apo.AppointmentRecord]
                                 branchName as string
                           returning result as
                type System.Collections.Generic.List[type apo.AppointmentRecord].
           if branchName = null or branchName::Length = 0
              set result to records
              goback
           end-if
           set result to new System.Collections.Generic.List[type apo.AppointmentRecord]()
           invoke self::RoomMap returning map
           invoke self::Main returning mainName
           perform varying i from 1 by 1 until i > records::Count
              if map::ContainsKey(records::Item(i - 1)::ResourceId)
                 set roomBranch to map::Item(records::Item(i - 1)::ResourceId)
              else
                 set roomBranch to mainName
              end-if
              if roomBranch = branchName
                 invoke result::Add(records::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> The money taken at one branch's till out of a list; ""
      *> keeps it all.
       method-id Payments static.
       local-storage section.
       01 i type System.Int32.
       procedure division using by value payments as
                type System.Collections.Generic.List[type apo.PaymentRecord]
                                 branchName as string
                           returning result as
                type System.Collections.Generic.List[type apo.PaymentRecord].
           if branchName = null or branchName::Length = 0
              set result to payments
              goback
           end-if
           set result to new System.Collections.Generic.List[type apo.PaymentRecord]()
           perform varying i from 1 by 1 until i > payments::Count
              if payments::Item(i - 1)::Branch = branchName
                 invoke result::Add(payments::Item(i - 1))
              end-if
           end-perform
           goback.
       end method.

      *> A branch name fit for a file name: "Las Rozas" -> "las_rozas".
       method-id FileKey static.
       procedure division using by value branchName as string
                           returning result as string.
           set result to branchName::Trim()::ToLower()::Replace(" " "_")
           goback.
       end method.

      *> The per-branch name of a file: the original salon keeps
      *> "hours.dat", Norte gets "hours_norte.dat".
       method-id FileFor static.
       local-storage section.
       01 suffix string.
       01 extension string.
       procedure division using by value path as string
                                 branchName as string
                           returning result as string.
           if self::IsMain(branchName)
              set result to path
              goback
           end-if
           set suffix to "_" & self::FileKey(branchName)
           invoke type System.IO.Path::GetExtension(path) returning extension
           set result to path::Substring(0 path::Length - extension::Length)
              & suffix & extension
           goback.
       end method.

      *> The first receipt number of a branch's series (the original
      *> salon's starts at 0, so its numbers never moved).
       method-id SeriesStart static.
       local-storage section.
       01 seriesIndex type System.Int32.
       procedure division using by value branchName as string
                           returning result as type System.Int32.
           invoke self::Names::IndexOf(branchName) returning seriesIndex
           if seriesIndex < 0
              set seriesIndex to 0
           end-if
           compute result = seriesIndex * SeriesSize
           goback.
       end method.

      *> The branch whose series a receipt number is from.
       method-id OfReceipt static.
       local-storage section.
       01 branches type System.Collections.Generic.List[string].
       01 seriesIndex type System.Int32.
       procedure division using by value number as type System.Int32
                           returning result as string.
           invoke self::Names returning branches
           compute seriesIndex = number / SeriesSize
           if seriesIndex >= 0 and seriesIndex < branches::Count
              set result to branches::Item(seriesIndex)
           else
              set result to branches::Item(0)
           end-if
           goback.
       end method.

      *> One past the last number a branch's series can use.
       method-id SeriesEnd static.
       procedure division using by value branchName as string
                           returning result as type System.Int32.
           compute result = self::SeriesStart(branchName) + SeriesSize
           goback.
       end method.

      *> Minutes a stylist needs between a turno at one branch and a
      *> turno at the other, from TravelMinutes, 30 when unset.
       method-id TravelMinutes static.
       local-storage section.
       01 raw string.
       01 minutes type System.Int32.
       01 ok condition-value.
       procedure division returning result as type System.Int32.
           invoke type apo.Settings::Get("TravelMinutes" "30") returning raw
           invoke type System.Int32::TryParse(raw by reference minutes) returning ok
           if ok and minutes >= 0
              set result to minutes
           else
              set result to 30
           end-if
           goback.
       end method.

       end class.
