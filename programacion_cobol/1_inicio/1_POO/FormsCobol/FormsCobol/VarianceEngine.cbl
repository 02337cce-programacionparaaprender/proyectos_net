      *> VarianceEngine - catches the output that is internally
      *> perfect but wrong in size: tonight's payments file agreeing
      *> with its own trailer while holding 40% fewer records than
      *> any normal Tuesday, because the upstream extract lost a
      *> branch. Every run whose control totals verify has its
      *> record count and amount total kept by job and business date
      *> in VOLUMES.TXT in the status directory, one "|"-separated
      *> line per job and date (a rerun of the date replaces it):
      *>   job|busdate|day type|record count|amount total|stamp|
      *>   verdict|summary|clean status|released by|released stamp
      *> day type is ProcessingCalendar's ORDINARY, MONTH-END or
      *> AFTER-HOLIDAY, and a run is compared only with the job's
      *> recent runs on the same kind of day. A job is compared when
      *> it has a tolerance declared in VARIANCE.TXT (under
      *> definition change control), one line per job:
      *>   job name|count tolerance %|amount tolerance %
      *> verdict is OK, VARIANCE (out of tolerance - the run shows
      *> VARIANCE, opens an exception, and its outbound delivery is
      *> held), RELEASED (a supervisor accepted the variance; the run
      *> goes back to the clean status kept on the line and its
      *> feeds deliver),
      *> NO-BASIS (too few like days on file to judge yet) or
      *> UNCHECKED (no tolerance declared - kept as history only).
       class-id FormsCobol.VarianceEngine.

       working-storage section.
      *> How many of the job's recent like days a run is compared
      *> with, and how many there must be before it is judged at
      *> all - two odd days are no history.
       01 RecentSamples  is static type System.Int32 value 10.
       01 MinimumSamples is static type System.Int32 value 3.

       method-id GetTolerancesPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "VARIANCE.TXT")
           goback.
       end method.

       method-id GetVolumesPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "VOLUMES.TXT")
           goback.
       end method.

      *> Splits aText on "|" into its parts.
       method-id SplitPipes static private.
       local-storage section.
       01 remaining type System.String.
       01 pipePos type System.Int32.
       procedure division using by value aText as type System.String
           returning parts as type System.Collections.ArrayList.
           set parts to new System.Collections.ArrayList()
           set remaining to aText
           perform until exit
               set pipePos to remaining::IndexOf("|")
               if pipePos < 0
                   invoke parts::Add(remaining)
                   exit perform
               end-if
               invoke parts::Add(remaining::Substring(0 pipePos))
               set remaining to remaining::Substring(pipePos + 1)
           end-perform
           goback.
       end method.

       method-id PartAsText static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.String.
           set result to ""
           if aIndex < parts::Count
               set result to type System.String(
                   parts::Item(aIndex))::Trim()
           end-if
           goback.
       end method.

      *> The part at aIndex as a decimal (invariant culture), or 0.
       method-id PartAsDecimal static private.
       local-storage section.
       01 parsed type System.Decimal.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.Decimal.
           set result to 0
           if type System.Decimal::TryParse(
               self::PartAsText(parts aIndex)
               type System.Globalization.NumberStyles::Number
               type System.Globalization.CultureInfo::
                   InvariantCulture
               parsed)
               set result to parsed
           end-if
           goback.
       end method.

      *> Every line of aPath, blanks dropped; empty when the file is
      *> not there yet.
       method-id ReadLines static private.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       procedure division using by value aPath as type System.String
           returning fileLines as type System.Collections.ArrayList.
           set fileLines to new System.Collections.ArrayList()
           if not type System.IO.File::Exists(aPath)
               goback
           end-if
           set reader to type FormsCobol.SharedFile::OpenReader(aPath)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke fileLines::Add(aLine)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> The named job's declared tolerances in percent. Returns
      *> False when the job has none, so is not compared.
       method-id FindTolerance static.
       local-storage section.
       01 toleranceLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aLine type System.String.
       procedure division using by value aJobName as type System.String
                            by reference aCountPct
                               as type System.Decimal
                            by reference aAmountPct
                               as type System.Decimal
                            returning result as condition-value.
           set result to False
           set toleranceLines to
               self::ReadLines(self::GetTolerancesPath())
           perform varying idx from 0 by 1
                     until idx >= toleranceLines::Count
               set aLine to
                   type System.String(toleranceLines::Item(idx))
               if aLine::Trim()::StartsWith("*")
                   exit perform cycle
               end-if
               set parts to self::SplitPipes(aLine)
               if parts::Count >= 3
                   if self::PartAsText(parts 0)::ToUpper() =
                       aJobName::Trim()::ToUpper()
                       set aCountPct to self::PartAsDecimal(parts 1)
                       set aAmountPct to self::PartAsDecimal(parts 2)
                       set result to True
                       exit perform
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> The named job's tolerances as the Job Control screen shows
      *> them - "count 20% / amount 25%", or "" when none.
       method-id DescribeTolerance static.
       local-storage section.
       01 countPct type System.Decimal.
       01 amountPct type System.Decimal.
       procedure division using by value aJobName as type System.String
                            returning result as type System.String.
           set result to ""
           if self::FindTolerance(aJobName countPct amountPct)
               set result to "count " +
                   countPct::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "% / amount " +
                   amountPct::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "%"
           end-if
           goback.
       end method.

      *> Submits the named job's tolerances, replacing any prior
      *> line for it in VARIANCE.TXT, for a second supervisor's
      *> approval - aClear removes the line, so the job is no longer
      *> compared. Returns DefinitionChangeStore::Submit's change
      *> number.
       method-id SetTolerance static.
       local-storage section.
       01 toleranceLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 newLine type System.String.
       01 description type System.String.
       01 replaced as condition-value.
       procedure division using by value aJobName as type System.String
                            aCountPct as type System.Decimal
                            aAmountPct as type System.Decimal
                            aClear as condition-value
                            returning changeNo as type System.Int32.
           set newLine to aJobName::Trim()::ToUpper() + "|" +
               aCountPct::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "|" +
               aAmountPct::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture)
           set toleranceLines to
               self::ReadLines(self::GetTolerancesPath())
           set replaced to False
           perform varying idx from 0 by 1
                     until idx >= toleranceLines::Count
               set parts to self::SplitPipes(
                   type System.String(toleranceLines::Item(idx)))
               if self::PartAsText(parts 0)::ToUpper() =
                   aJobName::Trim()::ToUpper()
                   if aClear
                       invoke toleranceLines::RemoveAt(idx)
                   else
                       set toleranceLines::Item(idx) to newLine
                   end-if
                   set replaced to True
                   exit perform
               end-if
           end-perform
           if not replaced and not aClear
               invoke toleranceLines::Add(newLine)
           end-if

           if aClear
               set description to
                   "Stop variance checks for " +
                   aJobName::Trim()::ToUpper()
           else
               set description to
                   "Variance tolerance for " +
                   aJobName::Trim()::ToUpper() + " = count " +
                   aCountPct::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "% / amount " +
                   aAmountPct::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "%"
           end-if
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "VARIANCE.TXT" toleranceLines description)
           goback.
       end method.

      *> Every volume line on file.
       method-id ReadVolumes static.
       procedure division
           returning volumeLines as type System.Collections.ArrayList.
           set volumeLines to self::ReadLines(self::GetVolumesPath())
           goback.
       end method.

      *> Writes aLine as the job's line for its business date,
      *> replacing any earlier one. Concurrent runs may finish
      *> together, so the read-modify-write is serialized.
       method-id StoreVolume static private.
       local-storage section.
       01 volumeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 newParts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 replaced as condition-value.
       01 volumesFile type System.String.
       01 volumesDir type System.String.
       01 writer type System.IO.StreamWriter.
       01 gate type System.Type.
       procedure division using by value aLine as type System.String.
           set gate to type System.Type::GetType(
               "FormsCobol.VarianceEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set volumesFile to self::GetVolumesPath()
           set volumesDir to
               type System.IO.Path::GetDirectoryName(volumesFile)
           if volumesDir::Length > 0
               if not type System.IO.Directory::Exists(volumesDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           volumesDir)
               end-if
           end-if
           set newParts to self::SplitPipes(aLine)
           set volumeLines to self::ReadVolumes()
           set replaced to False
           perform varying idx from 0 by 1
                     until idx >= volumeLines::Count
               set parts to self::SplitPipes(
                   type System.String(volumeLines::Item(idx)))
               if self::PartAsText(parts 0) =
                   self::PartAsText(newParts 0) and
                   self::PartAsText(parts 1) =
                   self::PartAsText(newParts 1)
                   set volumeLines::Item(idx) to aLine
                   set replaced to True
                   exit perform
               end-if
           end-perform
           if not replaced
               invoke volumeLines::Add(aLine)
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(
                   volumesFile False)
           try
               perform varying idx from 0 by 1
                         until idx >= volumeLines::Count
                   invoke writer::WriteLine(
                       type System.String(volumeLines::Item(idx)))
               end-perform
           finally
               invoke writer::Close()
           end-try
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> How far aActual lies from aAverage, in percent - signed,
      *> so "-40.0" reads as forty per cent short. An average of
      *> zero makes any actual but zero a hundred per cent out.
       method-id DeviationPct static private.
       local-storage section.
       01 difference type System.Decimal.
       procedure division using by value aActual as type System.Decimal
                            aAverage as type System.Decimal
                            returning result as type System.Decimal.
           set result to 0
           set difference to aActual - aAverage
           if aAverage = 0
               if difference not = 0
                   set result to 100
               end-if
               goback
           end-if
           set result to difference * 100
           set result to result / aAverage
           set result to type System.Decimal::Round(result 1)
           goback.
       end method.

      *> aPct as "+12.5%" / "-40.0%".
       method-id FormatPct static private.
       procedure division using by value aPct as type System.Decimal
                            returning result as type System.String.
           set result to aPct::ToString("0.0"
               type System.Globalization.CultureInfo::
                   InvariantCulture) + "%"
           if aPct >= 0
               set result to "+" + result
           end-if
           goback.
       end method.

      *> True when aPct lies outside the tolerance either way.
       method-id OutOfLine static private.
       local-storage section.
       01 magnitude type System.Decimal.
       procedure division using by value aPct as type System.Decimal
                            aTolerance as type System.Decimal
                            returning result as condition-value.
           set magnitude to aPct
           if magnitude < 0
               set magnitude to 0 - magnitude
           end-if
           set result to magnitude > aTolerance
           goback.
       end method.

      *> Compares a run's count and amount with the job's recent
      *> runs on the same kind of day before aBusDate - variances
      *> not yet released are no baseline. Returns the verdict (OK,
      *> VARIANCE or NO-BASIS) with its explanation in aSummary.
       method-id CompareWithHistory static private.
       local-storage section.
       01 volumeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 likeDays type System.Collections.Hashtable.
       01 likeDates type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 used type System.Int32.
       01 lineVerdict type System.String.
       01 lineDate type System.String.
       01 countSum type System.Decimal.
       01 amountSum type System.Decimal.
       01 countAverage type System.Decimal.
       01 amountAverage type System.Decimal.
       01 countPct type System.Decimal.
       01 amountPct type System.Decimal.
       01 countOut as condition-value.
       01 amountOut as condition-value.
       procedure division using by value aJobName as type System.String
                            aBusDate as type System.String
                            aDayType as type System.String
                            aCount as type System.Decimal
                            aAmount as type System.Decimal
                            aCountTolerance as type System.Decimal
                            aAmountTolerance as type System.Decimal
                            by reference aSummary
                               as type System.String
                            returning verdict as type System.String.
           set likeDays to new System.Collections.Hashtable()
           set likeDates to new System.Collections.ArrayList()
           set volumeLines to self::ReadVolumes()
           perform varying idx from 0 by 1
                     until idx >= volumeLines::Count
               set parts to self::SplitPipes(
                   type System.String(volumeLines::Item(idx)))
               if parts::Count < 7
                   exit perform cycle
               end-if
               set lineDate to self::PartAsText(parts 1)
               set lineVerdict to self::PartAsText(parts 6)
               if self::PartAsText(parts 0) =
                   aJobName::Trim()::ToUpper() and
                   self::PartAsText(parts 2) = aDayType and
                   lineDate::CompareTo(aBusDate) < 0 and
                   lineVerdict not = "VARIANCE"
                   if not likeDays::ContainsKey(lineDate)
                       invoke likeDates::Add(lineDate)
                       invoke likeDays::Add(lineDate parts)
                   end-if
               end-if
           end-perform

           if likeDates::Count < MinimumSamples
               set verdict to "NO-BASIS"
               set aSummary to
                   likeDates::Count::ToString() + " earlier " +
                   aDayType + " day(s) on file, " +
                   MinimumSamples::ToString() + " needed to judge"
               goback
           end-if

      *> the most recent like days, newest first
           invoke likeDates::Sort()
           invoke likeDates::Reverse()
           set countSum to 0
           set amountSum to 0
           set used to 0
           perform varying idx from 0 by 1
                     until idx >= likeDates::Count
                        or used >= RecentSamples
               set parts to type System.Collections.ArrayList(
                   likeDays::Item(likeDates::Item(idx)))
               set countSum to countSum + self::PartAsDecimal(parts 3)
               set amountSum to
                   amountSum + self::PartAsDecimal(parts 4)
               set used to used + 1
           end-perform
           set countAverage to countSum / used
           set countAverage to
               type System.Decimal::Round(countAverage 0)
           set amountAverage to amountSum / used
           set amountAverage to
               type System.Decimal::Round(amountAverage 2)

           set countPct to self::DeviationPct(aCount countAverage)
           set amountPct to self::DeviationPct(aAmount amountAverage)
           set countOut to self::OutOfLine(countPct aCountTolerance)
           set amountOut to
               self::OutOfLine(amountPct aAmountTolerance)
           if countOut or amountOut
               set verdict to "VARIANCE"
           else
               set verdict to "OK"
           end-if
           set aSummary to
               "count " + aCount::ToString() + " vs " +
               countAverage::ToString() + " (" +
               self::FormatPct(countPct) + ", tol " +
               aCountTolerance::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "%), amount " +
               aAmount::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + " vs " +
               amountAverage::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + " (" +
               self::FormatPct(amountPct) + ", tol " +
               aAmountTolerance::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "%) - average of " +
               used::ToString() + " " + aDayType + " day(s)"
           goback.
       end method.

      *> The after-job check, run once a job's control totals have
      *> verified: keeps the verified count and amount for the
      *> job's business date, compares them with history for the
      *> same kind of day when the job has a tolerance, narrates
      *> the outcome through the worker's progress channel (null
      *> for none) and says whether the run stayed in line. aClean
      *> Status is what the run shows when it does - SUCCESS, or
      *> RESTARTED for a restart - and what a release restores.
       method-id CheckAfterRun static.
       local-storage section.
       01 busDate type System.String.
       01 businessDay type System.DateTime.
       01 dayType type System.String.
       01 verifiedCount type System.Decimal.
       01 verifiedAmount type System.Decimal.
       01 countTolerance type System.Decimal.
       01 amountTolerance type System.Decimal.
       01 verdict type System.String.
       01 summary type System.String.
       procedure division using by value aJobName as type System.String
                            aBusDate as type System.String
                            aCleanStatus as type System.String
           worker as type System.ComponentModel.BackgroundWorker
           returning passed as condition-value.
           set passed to True
           if not type FormsCobol.ControlTotalEngine::
               FindVerifiedTotals(
                   aJobName verifiedCount verifiedAmount)
               goback
           end-if
           set busDate to aBusDate
           if busDate = null or busDate::Trim()::Length = 0
               set busDate to
                   type FormsCobol.JobParameters::DefaultBusinessDate()
           end-if
           set busDate to busDate::Trim()
           if type FormsCobol.ServiceLevelReport::TryParseDate(
               busDate businessDay)
               set dayType to type FormsCobol.ProcessingCalendar::
                   DayType(businessDay)
           else
               set dayType to "ORDINARY"
           end-if

           if self::FindTolerance(
               aJobName countTolerance amountTolerance)
               set summary to ""
               set verdict to self::CompareWithHistory(
                   aJobName busDate dayType
                   verifiedCount verifiedAmount
                   countTolerance amountTolerance summary)
           else
               set verdict to "UNCHECKED"
               set summary to "no variance tolerance declared"
           end-if

           invoke self::StoreVolume(
               aJobName::Trim()::ToUpper() + "|" + busDate + "|" +
               dayType + "|" +
               verifiedCount::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "|" +
               verifiedAmount::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss") + "|" +
               verdict + "|" + summary + "|" + aCleanStatus + "||")

           if worker not = null
               invoke worker::ReportProgress(0
                   "Volume check " + verdict + ": " + summary)
           end-if
           if verdict = "VARIANCE"
               invoke type FormsCobol.AuditLog::Write(
                   "VOLUME VARIANCE"
                   aJobName::Trim()::ToUpper() + " " + busDate +
                   " " + summary)
               set passed to False
           end-if
           goback.
       end method.

      *> The named job's most recent volume line as parts, or null.
       method-id LatestVolume static private.
       local-storage section.
       01 volumeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aJobName as type System.String
           returning latest as type System.Collections.ArrayList.
           set latest to null
           set volumeLines to self::ReadVolumes()
           perform varying idx from 0 by 1
                     until idx >= volumeLines::Count
               set parts to self::SplitPipes(
                   type System.String(volumeLines::Item(idx)))
               if parts::Count < 11
                   exit perform cycle
               end-if
               if self::PartAsText(parts 0) not =
                   aJobName::Trim()::ToUpper()
                   exit perform cycle
               end-if
               if latest = null
                   set latest to parts
               else
                   if self::PartAsText(parts 5)::CompareTo(
                       self::PartAsText(latest 5)) >= 0
                       set latest to parts
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> The named job's latest volume check as one line for the
      *> Job Control screen, or "" when it has none.
       method-id FindResultText static.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       procedure division using by value aJobName as type System.String
                            returning result as type System.String.
           set result to ""
           set parts to self::LatestVolume(aJobName)
           if parts = null
               goback
           end-if
           set result to self::PartAsText(parts 6) + " " +
               self::PartAsText(parts 1) + " " +
               self::PartAsText(parts 2) + ": " +
               self::PartAsText(parts 7)
           if self::PartAsText(parts 6) = "RELEASED"
               set result to result + " (released by " +
                   self::PartAsText(parts 9) + " " +
                   self::PartAsText(parts 10) + ")"
           end-if
           goback.
       end method.

      *> True while the named job's latest run stands at VARIANCE -
      *> its outbound delivery is held until a supervisor releases
      *> it.
       method-id IsHeld static.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       procedure division using by value aJobName as type System.String
                            returning result as condition-value.
           set result to False
           set parts to self::LatestVolume(aJobName)
           if parts not = null
               if self::PartAsText(parts 6) = "VARIANCE"
                   set result to True
               end-if
           end-if
           goback.
       end method.

      *> A supervisor's acceptance of the named job's variance: the
      *> volume line is marked RELEASED (who and when - it then
      *> counts as history like any other day), the run goes back
      *> to its clean status so the outbound watcher delivers it, a
      *> clean run's generations are kept, and the release is
      *> audited. Returns False when the job has no variance
      *> awaiting release. The caller checks the operator's
      *> authority.
       method-id Release static.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       01 statusLine type System.String.
       01 checkpoint type System.String.
       01 returnCode type System.String.
       01 cleanStatus type System.String.
       01 releasedLine type System.String.
       procedure division using by value aJobName as type System.String
                            returning result as condition-value.
           set result to False
           set parts to self::LatestVolume(aJobName)
           if parts = null
               goback
           end-if
           if self::PartAsText(parts 6) not = "VARIANCE"
               goback
           end-if
           set cleanStatus to self::PartAsText(parts 8)
           if cleanStatus::Length = 0
               set cleanStatus to "SUCCESS"
           end-if
           set releasedLine to
               self::PartAsText(parts 0) + "|" +
               self::PartAsText(parts 1) + "|" +
               self::PartAsText(parts 2) + "|" +
               self::PartAsText(parts 3) + "|" +
               self::PartAsText(parts 4) + "|" +
               self::PartAsText(parts 5) + "|RELEASED|" +
               self::PartAsText(parts 7) + "|" + cleanStatus + "|" +
               type FormsCobol.OperatorSession::
                   GetCurrentOperatorId() + "|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss")
           invoke self::StoreVolume(releasedLine)

           set checkpoint to ""
           set returnCode to ""
           set statusLine to
               type FormsCobol.JobStatusReader::FindJobLine(
                   aJobName::Trim()::ToUpper())
           if statusLine not = null
               set checkpoint to type FormsCobol.JobStatusReader::
                   ExtractCheckpoint(statusLine)
               set returnCode to type FormsCobol.JobStatusReader::
                   ExtractReturnCode(statusLine)
           end-if
           invoke type FormsCobol.JobStatusReader::RecordStatus(
               aJobName::Trim()::ToUpper() checkpoint returnCode
               cleanStatus)
           invoke type FormsCobol.GenerationStore::ArchiveAfterRun(
               aJobName::Trim()::ToUpper()
               type FormsCobol.JobParameters::Build(
                   self::PartAsText(parts 1) "NORMAL"))
           invoke type FormsCobol.AuditLog::Write(
               "VARIANCE RELEASED"
               aJobName::Trim()::ToUpper() + " " +
               self::PartAsText(parts 1) + " " +
               self::PartAsText(parts 7))
           set result to True
           goback.
       end method.

       end class.
