      *> The first record of the file is the header, the last is the
      *> trailer, and everything between is detail. The last
      *> verification per job is kept in CONTROLRESULTS.TXT for the
      *> Job Control screen:
      *>   job|stamp|OK or FAIL|summary|record count|amount total
      *> the count and total being what the file actually holds -
      *> the figures the variance check compares with history.
       class-id FormsCobol.ControlTotalEngine.

       method-id GetSpecsPath static.
           set newLine to aJobName::ToUpper() + "|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss") + "|" +
               verdict + "|" + aResult::GetSummary() + "|" +
               aResult::GetActualCount() + "|" +
               aResult::GetActualTotal()

           set resultLines to new System.Collections.ArrayList()
           if type System.IO.File::Exists(resultsFile)
           goback.
       end method.

      *> The record count and amount total of the named job's latest
      *> verification, when it stands at OK. Returns False when the
      *> job has no verified result on file.
       method-id FindVerifiedTotals static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 resultsFile type System.String.
       procedure division using by value aJobName as type System.String
                            by reference aCount as type System.Decimal
                            by reference aAmount as type System.Decimal
                            returning result as condition-value.
           set result to False
           set resultsFile to self::GetResultsPath()
           if not type System.IO.File::Exists(resultsFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(resultsFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   set parts to self::SplitPipes(aLine)
                   if parts::Count >= 6
                       if self::PartAsText(parts 0)::ToUpper() =
                           aJobName::Trim()::ToUpper()
                           if self::PartAsText(parts 2) = "OK" and
                               self::TryParseDecimal(
                                   self::PartAsText(parts 4) aCount)
                               and self::TryParseDecimal(
                                   self::PartAsText(parts 5) aAmount)
                               set result to True
                           end-if
                           exit perform
                       end-if
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Runs the whole after-job check: when the named job has a
      *> control-total declaration, verify its output, narrate the
      *> outcome through the worker's progress channel (pass null
