      *> summary the branch managers actually read - one or two
      *> break fields, chosen amount fields summed per group with
      *> subtotal lines at each break and a grand total, detail
      *> optionally suppressed. Every export shows record values
      *> through DisplayValue, so sensitive fields go out masked;
      *> sorting, breaks and totals work on the real values.
       class-id FormsCobol.ReportEngine.

      *> Quotes aValue for a CSV field when it contains a comma or a
                           set row to row + ","
                       end-if
                       set row to row + self::CsvEscape(
                           field::DisplayValue(aRecord))
                   end-perform
                   invoke writer::WriteLine(row)
               end-perform
       01 level2Key type System.String.
       01 currentKey1 type System.String.
       01 currentKey2 type System.String.
      *> the break values as printed on the subtotal lines - masked
      *> when the break field is sensitive, while the keys above
      *> still group on the real values
       01 currentLabel1 type System.String.
       01 currentLabel2 type System.String.
       01 level1Count type System.Int32.
       01 level2Count type System.Int32.
       01 grandCount type System.Int32.
           set grandCount to 0
           set currentKey1 to ""
           set currentKey2 to ""
           set currentLabel1 to ""
           set currentLabel2 to ""

           set dataRecords to self::SortByBreaks(
               type FormsCobol.CopybookLayout::ReadRecords(
      *> major group after it - classic control-break order
               if grandCount > 0 and level2Key not = currentKey2
                   if haveTwoLevels
      *> the level-2 subtotal is labelled with its own break value
                       invoke reportLines::Add(self::TotalLine(
                           "  subtotal " + currentLabel2
                           level2Count level2Totals))
                   end-if
                   invoke self::ZeroTotals(level2Totals)
               end-if
               if grandCount > 0 and level1Key not = currentKey1
                   invoke reportLines::Add(self::TotalLine(
                       "subtotal " + currentLabel1
                       level1Count level1Totals))
                   invoke reportLines::Add("")
                   invoke self::ZeroTotals(level1Totals)
               end-if
               set currentKey1 to level1Key
               set currentKey2 to level2Key
               set field to type FormsCobol.CopybookField(
                   breakFields::Item(0))
               set currentLabel1 to field::DisplayValue(aRecord)::Trim()
               if haveTwoLevels
                   set field to type FormsCobol.CopybookField(
                       breakFields::Item(1))
                   set currentLabel2 to
                       field::DisplayValue(aRecord)::Trim()
               end-if

               if aShowDetail
                   set row to ""
                       set field to type FormsCobol.CopybookField(
                           breakFields::Item(fidx))
                       set row to row +
                           field::DisplayValue(aRecord)::PadRight(16)
                   end-perform
                   set row to row::PadRight(40)
                   perform varying fidx from 0 by 1
                       set field to type FormsCobol.CopybookField(
                           sumFields::Item(fidx))
                       set row to row +
                           field::DisplayValue(aRecord)::PadLeft(18)
                   end-perform
                   invoke reportLines::Add(row)
               end-if
           if grandCount > 0
               if haveTwoLevels
                   invoke reportLines::Add(self::TotalLine(
                       "  subtotal " + currentLabel2
                       level2Count level2Totals))
               end-if
               invoke reportLines::Add(self::TotalLine(
                   "subtotal " + currentLabel1
                   level1Count level1Totals))
               invoke reportLines::Add("")
           end-if
                   set field to type FormsCobol.CopybookField(
                       fields::Item(fidx))
                   set row to row +
                       field::DisplayValue(aRecord)::PadRight(16)
               end-perform
               invoke reportLines::Add(row)
           end-perform
