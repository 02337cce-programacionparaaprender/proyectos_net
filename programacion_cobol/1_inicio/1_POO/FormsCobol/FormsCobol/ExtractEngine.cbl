       end method.

      *> Writes extracted records as CSV - one header row of field
      *> names, one row per record, values rendered readable and
      *> sensitive fields masked (the CSVs travel by email).
       method-id WriteCsv static.
       local-storage section.
       01 csvRows type System.Collections.ArrayList.
                   end-if
                   set row to row +
                       type FormsCobol.ReportEngine::CsvEscape(
                           field::DisplayValue(aRecord))
               end-perform
               invoke csvRows::Add(row)
           end-perform
