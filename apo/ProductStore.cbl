      *> Disk persistence for the retail product catalog, mirroring
      *> ServiceStore's flat pipe-delimited file.  The first time the
      *> app runs, before products.dat exists, the shelf staples are
      *> seeded so the selector is never empty; names, prices,
      *> reorder points, suppliers, cost prices and shelf locations
      *> are maintained from Form31, and the counts are corrected by
      *> a stocktake (StocktakeStore), not typed over.
      *> Stock moves under StoreLock, since both tills sell off the
      *> same shelf, deliveries land on it too, and completed turnos
      *> draw the back-bar products they use (UsageStore).
      *>
      *> The catalog is the whole business's, but each branch has its
      *> own shelf.  products.dat carries the original salon's counts,
      *> as it always has; another branch's live in stock_<branch>.dat
      *> (name|stock).  Load hands every caller the counts of the
      *> branch being worked on and SaveAll writes them back there, so
      *> a sale, a delivery or a back-bar draw moves this station's
      *> shelf and nobody else's.

       working-storage section.
       01 DataPath   string value "products.dat".
       01 StockPath  string value "stock.dat".
       01 Delimiter  string value "|".

       method-id NEW.
           invoke parts::Add(p::Price::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Stock::ToString())
           invoke parts::Add(p::MinStock::ToString())
           invoke parts::Add(p::Supplier::Replace(Delimiter " "))
           invoke parts::Add(p::ReorderQty::ToString())
           invoke parts::Add(p::CostPrice::ToString(type System.Globalization.CultureInfo::InvariantCulture))
           invoke parts::Add(p::Location::Replace(Delimiter " "))
           invoke type string::Join(Delimiter parts::ToArray()) returning result
           goback.
       end method.
              returning result::Price
           invoke type System.Int32::Parse(f(3)) returning result::Stock
           invoke type System.Int32::Parse(f(4)) returning result::MinStock
      *> Supplier and reorder quantity came later; older lines
      *> simply have neither.
           if f::Length > 5
              set result::Supplier to f(5)
              invoke type System.Int32::Parse(f(6)) returning result::ReorderQty
           end-if
      *> So did the cost price and shelf location.
           if f::Length > 7
              invoke type System.Decimal::Parse(f(7)
                    type System.Globalization.CultureInfo::InvariantCulture)
                 returning result::CostPrice
              set result::Location to f(8)
           end-if
           goback.
       end method.

                 invoke result::Add(self::FromLine(lines(i)))
              end-if
           end-perform
           if not type apo.Branch::IsMain(type apo.Branch::Current)
              invoke self::BranchStock(result)
           end-if
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Name -> count from one stock file; empty before it exists.
       method-id ReadCounts static private.
       local-storage section.
       01 lines type System.String occurs any.
       01 f type string occurs any.
       01 n type System.Int32.
       01 i type System.Int32.
       01 ok condition-value.
       procedure division using by value path as string
                                 fieldNumber as type System.Int32
                           returning result as
                type System.Collections.Generic.Dictionary[string, type System.Int32].
           set result to new System.Collections.Generic.Dictionary[string, type System.Int32]()
           if not type System.IO.File::Exists(path)
              goback
           end-if
           set lines to type System.IO.File::ReadAllLines(path)
           perform varying i from 1 by 1 until i > lines::Length
              if lines(i)::Length > 0
                 set f to lines(i)::Split(Delimiter::ToCharArray())
                 if f::Length >= fieldNumber and not result::ContainsKey(f(1))
                    invoke type System.Int32::TryParse(f(fieldNumber) by reference n)
                       returning ok
                    if ok
                       invoke result::Add(f(1) n)
                    end-if
                 end-if
              end-if
           end-perform
           goback.
       end method.

      *> Replaces the counts on a freshly loaded catalog with this
      *> branch's; a product its shelf has never had stands at 0.
       method-id BranchStock static private.
       local-storage section.
       01 counts type System.Collections.Generic.Dictionary[string, type System.Int32].
       01 i type System.Int32.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.ProductRecord].
           invoke self::ReadCounts(type apo.Branch::FileFor(StockPath type apo.Branch::Current) 2)
              returning counts
           perform varying i from 1 by 1 until i > list::Count
              if counts::ContainsKey(list::Item(i - 1)::Name)
                 set list::Item(i - 1)::Stock to counts::Item(list::Item(i - 1)::Name)
              else
                 set list::Item(i - 1)::Stock to 0
              end-if
           end-perform
           goback.
       end method.

       method-id SaveAll static.
       procedure division using by value list as
                type System.Collections.Generic.List[type apo.ProductRecord].
           local-storage section.
           01 gate type System.IO.FileStream.
           01 lines type System.Collections.Generic.List[string].
           01 shelf type System.Collections.Generic.List[string].
           01 mainCounts type System.Collections.Generic.Dictionary[string, type System.Int32].
           01 p type apo.ProductRecord.
           01 branchCount type System.Int32.
           01 i type System.Int32.
           procedure division.
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           set lines to new System.Collections.Generic.List[string]()
           if type apo.Branch::IsMain(type apo.Branch::Current)
              perform varying i from 1 by 1 until i > list::Count
                 invoke lines::Add(self::ToLine(list::Item(i - 1)))
              end-perform
           else
      *> Another branch's counts go to its own file; products.dat
      *> keeps the original salon's as they stand on disk.
              invoke self::ReadCounts(DataPath 3) returning mainCounts
              set shelf to new System.Collections.Generic.List[string]()
              perform varying i from 1 by 1 until i > list::Count
                 set p to list::Item(i - 1)
                 set branchCount to p::Stock
                 invoke shelf::Add(p::Name::Replace(Delimiter " ") & Delimiter
                       & branchCount::ToString())
                 if mainCounts::ContainsKey(p::Name)
                    set p::Stock to mainCounts::Item(p::Name)
                 else
                    set p::Stock to 0
                 end-if
                 invoke lines::Add(self::ToLine(p))
                 set p::Stock to branchCount
              end-perform
              invoke type apo.SafeFile::WriteAllLines(
                    type apo.Branch::FileFor(StockPath type apo.Branch::Current)
                    shelf::ToArray())
           end-if
           invoke type apo.SafeFile::WriteAllLines(DataPath lines::ToArray())
           invoke type apo.StoreLock::Release(gate)
           goback.
           goback.
       end method.

      *> Puts qty units back on the shelf count -- a returned,
      *> unopened product.  Returns false when the product is no
      *> longer in the catalog, so the caller can say the stock was
      *> not touched.
       method-id IncrementStock static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 i type System.Int32.
       procedure division using by value name as string
                                 qty as type System.Int32
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set p to records::Item(i - 1)
              if p::Name = name
                 set p::Stock to p::Stock + qty
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Moves the shelf count by delta, either way, for back-bar
      *> product used on customers.  Unlike a sale this is not
      *> refused when the count would go below zero: the tube was
      *> already mixed and on the head, so the count goes negative
      *> and shows up on the low-stock list until someone corrects
      *> it.  Returns false when the product isn't in the catalog.
       method-id AdjustStock static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 i type System.Int32.
       procedure division using by value name as string
                                 delta as type System.Int32
                           returning result as condition-value.
           set result to false
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set p to records::Item(i - 1)
              if p::Name = name
                 set p::Stock to p::Stock + delta
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> Replaces the shelf count with what a stocktake found, and
      *> hands back the count it replaced -- read and written under
      *> one lock, so a sale rung while the sheet was being counted
      *> is in the figure the variance is taken from.  Returns false
      *> when the product is no longer in the catalog.
       method-id SetCount static.
       local-storage section.
       01 gate type System.IO.FileStream.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 p type apo.ProductRecord.
       01 i type System.Int32.
       procedure division using by value name as string
                                 counted as type System.Int32
                                 by reference previous as type System.Int32
                           returning result as condition-value.
           set result to false
           set previous to 0
           invoke type apo.StoreLock::Acquire(DataPath) returning gate
           invoke self::Load returning records
           perform varying i from 1 by 1 until i > records::Count
              set p to records::Item(i - 1)
              if p::Name = name
                 set previous to p::Stock
                 set p::Stock to counted
                 invoke self::SaveAll(records)
                 set result to true
                 exit perform
              end-if
           end-perform
           invoke type apo.StoreLock::Release(gate)
           goback.
       end method.

      *> The shelf locations products have been given, in order, for
      *> the stocktake's sheet selector.
       method-id Locations static.
       local-storage section.
       01 records type System.Collections.Generic.List[type apo.ProductRecord].
       01 i type System.Int32.
       procedure division returning result as
                type System.Collections.Generic.List[string].
           invoke self::Load returning records
           set result to new System.Collections.Generic.List[string]()
           perform varying i from 1 by 1 until i > records::Count
              if records::Item(i - 1)::Location::Length > 0
                 and not result::Contains(records::Item(i - 1)::Location)
                 invoke result::Add(records::Item(i - 1)::Location)
              end-if
           end-perform
           invoke result::Sort()
           goback.
       end method.

      *> Every product at or below its reorder point -- the list to
      *> phone the distributor with before the shelf is empty.
       method-id LowStock static.
