      *> ServiceLevelReport - the monthly service-level report the
      *> business asks for, built from the evidence the console
      *> already keeps instead of by hand from the logs: the run
      *> history (RunHistoryStore - RUNHISTORY.TXT or the
      *> RUN_HISTORY table), the exception queue, the outbound
      *> delivery log, the inbound arrival log and the day-close
      *> sign-offs. For a month or any business-date range it gives
      *> per job the runs, on-time percentage, failures, reruns,
      *> average and worst elapsed time, and the exceptions raised
      *> with their time to disposition; per outbound feed the
      *> business days its delivery met the cutoff; per inbound feed
      *> the business days it arrived by the latest time - a feed is
      *> due once every business day of the processing calendar, and
      *> a day it never came counts against it; and the business
      *> dates closed. Every percentage stands beside the agreed
      *> target and the previous period's figure.
      *> A run is on time when it ended with RC 0 by its deadline on
      *> the night it started - the night running from the batch
      *> window end to the next one. A job's deadline is its target
      *> finish time, or the batch window end when none is agreed.
      *> A run's period is its BUSDATE parameter, or the date it
      *> started when it carries none.
      *> The targets are declared once (SLATARGETS.TXT, one
      *> "|"-separated line per job or feed: name|deadline|target
      *> percent - deadline blank for a feed) under the same
      *> four-eyes change control as the other definition files.
      *> The previous month's report is filed into the report pack
      *> on the first business day of each month.
       class-id FormsCobol.ServiceLevelReport.

       method-id GetTargetsPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "SLATARGETS.TXT")
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

      *> Every declared service target, in file order.
       method-id LoadTargets static.
       local-storage section.
       01 fileLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 percent type System.Decimal.
       procedure division
           returning targets as type System.Collections.ArrayList.
           set targets to new System.Collections.ArrayList()
           set fileLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   self::GetTargetsPath())
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               set parts to self::SplitPipes(
                   type System.String(fileLines::Item(idx)))
               if parts::Count < 3
                   exit perform cycle
               end-if
               if not type System.Decimal::TryParse(
                   type System.String(parts::Item(2))::Trim()
                   type System.Globalization.NumberStyles::Number
                   type System.Globalization.CultureInfo::
                       InvariantCulture
                   percent)
                   exit perform cycle
               end-if
               invoke targets::Add(new FormsCobol.ServiceTarget(
                   type System.String(parts::Item(0))
                       ::Trim()::ToUpper()
                   type System.String(parts::Item(1))::Trim()
                   percent))
           end-perform
           goback.
       end method.

      *> The file lines for targets, one "|"-separated line each.
       method-id FormatTargets static private.
       local-storage section.
       01 idx type System.Int32.
       01 target type FormsCobol.ServiceTarget.
       procedure division using by value targets
                               as type System.Collections.ArrayList
           returning targetLines as type System.Collections.ArrayList.
           set targetLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set target to type FormsCobol.ServiceTarget(
                   targets::Item(idx))
               invoke targetLines::Add(
                   target::GetTargetName() + "|" +
                   target::GetDeadline() + "|" +
                   target::GetTargetPercent()::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture))
           end-perform
           goback.
       end method.

      *> Submits a new (or replacement) target for a second
      *> supervisor's approval - a name already declared has its
      *> old target replaced. Returns DefinitionChangeStore::
      *> Submit's change number.
       method-id AddTarget static.
       local-storage section.
       01 targets type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 existing type FormsCobol.ServiceTarget.
       procedure division
           using by value target as type FormsCobol.ServiceTarget
           returning changeNo as type System.Int32.
           set targets to self::LoadTargets()
           perform varying idx from targets::Count by -1
                     until idx <= 0
               set existing to type FormsCobol.ServiceTarget(
                   targets::Item(idx - 1))
               if existing::GetTargetName() = target::GetTargetName()
                   invoke targets::RemoveAt(idx - 1)
               end-if
           end-perform
           invoke targets::Add(target)
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "SLATARGETS.TXT" self::FormatTargets(targets)
                   "Service target for " + target::GetTargetName())
           goback.
       end method.

      *> Submits the removal of the target at aIndex (as listed by
      *> LoadTargets) for approval; returns the change number, or -1
      *> when aIndex names no target.
       method-id RemoveTarget static.
       local-storage section.
       01 targets type System.Collections.ArrayList.
       01 target type FormsCobol.ServiceTarget.
       procedure division using by value aIndex as type System.Int32
                            returning changeNo as type System.Int32.
           set changeNo to -1
           set targets to self::LoadTargets()
           if aIndex >= 0 and aIndex < targets::Count
               set target to type FormsCobol.ServiceTarget(
                   targets::Item(aIndex))
               invoke targets::RemoveAt(aIndex)
               set changeNo to
                   type FormsCobol.DefinitionChangeStore::Submit(
                       "SLATARGETS.TXT" self::FormatTargets(targets)
                       "Remove service target for " +
                       target::GetTargetName())
           end-if
           goback.
       end method.

      *> The target declared for the named job or feed, or null.
       method-id FindTarget static.
       local-storage section.
       01 targets type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 target type FormsCobol.ServiceTarget.
       procedure division using by value aName as type System.String
           returning result as type FormsCobol.ServiceTarget.
           set result to null
           set targets to self::LoadTargets()
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set target to type FormsCobol.ServiceTarget(
                   targets::Item(idx))
               if target::GetTargetName() = aName::Trim()::ToUpper()
                   set result to target
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> aText (yyyyMMdd) as a date; False when it is not one.
       method-id TryParseDate static.
       procedure division using by value aText as type System.String
                            by reference aDate as type System.DateTime
                            returning result as condition-value.
           set result to type System.DateTime::TryParseExact(
               aText::Trim() "yyyyMMdd"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               aDate)
           goback.
       end method.

      *> aText ("yyyy-MM-dd HH:mm:ss") as a timestamp; False when it
      *> is not one.
       method-id TryParseStamp static private.
       procedure division using by value aText as type System.String
                            by reference aStamp as type System.DateTime
                            returning result as condition-value.
           set result to type System.DateTime::TryParseExact(
               aText::Trim() "yyyy-MM-dd HH:mm:ss"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               aStamp)
           goback.
       end method.

      *> The stamp's date as yyyyMMdd, "" when it carries none.
       method-id StampDate static private.
       procedure division using by value aStamp as type System.String
                            returning result as type System.String.
           set result to ""
           if aStamp::Trim()::Length >= 10
               set result to
                   aStamp::Trim()::Substring(0 10)::Replace("-" "")
           end-if
           goback.
       end method.

      *> True when aFrom..aTo is one whole calendar month.
       method-id IsWholeMonth static.
       local-storage section.
       01 fromDate type System.DateTime.
       01 toDate type System.DateTime.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
                            returning result as condition-value.
           set result to False
           if not self::TryParseDate(aFrom fromDate)
               goback
           end-if
           if not self::TryParseDate(aTo toDate)
               goback
           end-if
           if fromDate::Day = 1 and
               toDate = fromDate::AddMonths(1)::AddDays(-1)
               set result to True
           end-if
           goback.
       end method.

      *> The start (yyyyMMdd) of the period compared against: the
      *> month before for a whole month, otherwise a period of the
      *> same length ending the day before aFrom.
       method-id PreviousFrom static.
       local-storage section.
       01 fromDate type System.DateTime.
       01 toDate type System.DateTime.
       01 days type System.Int32.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
                            returning result as type System.String.
           set result to ""
           if not self::TryParseDate(aFrom fromDate)
               goback
           end-if
           if not self::TryParseDate(aTo toDate)
               goback
           end-if
           if self::IsWholeMonth(aFrom aTo)
               set result to
                   fromDate::AddMonths(-1)::ToString("yyyyMMdd")
               goback
           end-if
           set days to toDate::Subtract(fromDate)::Days + 1
           set result to
               fromDate::AddDays(0 - days)::ToString("yyyyMMdd")
           goback.
       end method.

      *> The end (yyyyMMdd) of the period compared against - always
      *> the day before aFrom.
       method-id PreviousTo static.
       local-storage section.
       01 fromDate type System.DateTime.
       procedure division using by value aFrom as type System.String
                            returning result as type System.String.
           set result to ""
           if self::TryParseDate(aFrom fromDate)
               set result to fromDate::AddDays(-1)::ToString("yyyyMMdd")
           end-if
           goback.
       end method.

      *> The business date a run belongs to (yyyyMMdd) - its BUSDATE
      *> parameter, or the date it started.
       method-id RunBusinessDate static private.
       local-storage section.
       01 busDate type System.String.
       procedure division
           using by value aRun as type FormsCobol.RunHistoryEntry
           returning result as type System.String.
           set busDate to type FormsCobol.JobParameters::GetValue(
               aRun::GetParameters() "BUSDATE")
           if busDate::Length = 8
               set result to busDate
           else
               set result to self::StampDate(aRun::GetStartStamp())
           end-if
           goback.
       end method.

      *> True when the run ended by aDeadline ("HH:mm") on the night
      *> it started. The night opens at the batch window end; a
      *> deadline at or before the window end falls after midnight.
       method-id EndedBy static private.
       local-storage section.
       01 startStamp type System.DateTime.
       01 endStamp type System.DateTime.
       01 windowEnd type System.Int32.
       01 startMinutes type System.Int32.
       01 deadlineMinutes type System.Int32.
       01 nightOf type System.DateTime.
       procedure division
           using by value aRun as type FormsCobol.RunHistoryEntry
                          aDeadline as type System.String
           returning result as condition-value.
           set result to False
           if aDeadline::Length < 5
               goback
           end-if
           if not self::TryParseStamp(aRun::GetStartStamp() startStamp)
               goback
           end-if
           if not self::TryParseStamp(aRun::GetEndStamp() endStamp)
               goback
           end-if
           set windowEnd to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   type FormsCobol.AppConfig::GetBatchWindowEnd())
           set startMinutes to
               startStamp::Hour * 60 + startStamp::Minute
           set nightOf to startStamp::Date
           if startMinutes <= windowEnd
               set nightOf to nightOf::AddDays(-1)
           end-if
           set deadlineMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(aDeadline)
           if deadlineMinutes <= windowEnd
               set deadlineMinutes to deadlineMinutes + 1440
           end-if
           set result to (endStamp::CompareTo(
               nightOf::AddMinutes(deadlineMinutes)) <= 0)
           goback.
       end method.

      *> True when an arrival at aMinutes (past midnight) falls
      *> inside the feed's earliest..latest window - the window may
      *> cross midnight, as FeedWatcher allows.
       method-id ArrivedBy static private.
       local-storage section.
       01 earliestMinutes type System.Int32.
       01 latestMinutes type System.Int32.
       procedure division
           using by value feed as type FormsCobol.FeedDefinition
                          aMinutes as type System.Int32
           returning result as condition-value.
           set earliestMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   feed::GetEarliest())
           set latestMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   feed::GetLatest())
           if latestMinutes >= earliestMinutes
               set result to (aMinutes <= latestMinutes)
           else
               set result to (aMinutes <= latestMinutes or
                   aMinutes >= earliestMinutes)
           end-if
           goback.
       end method.

      *> The figures for aName in aTable, created (and its name
      *> added to aNames) the first time it is seen.
       method-id StatsFor static private.
       procedure division
           using by value aTable as type System.Collections.Hashtable
                          aNames as type System.Collections.ArrayList
                          aSection as type System.String
                          aName as type System.String
           returning stats as type FormsCobol.ServiceLevelStats.
           if aTable::ContainsKey(aName)
               set stats to type FormsCobol.ServiceLevelStats(
                   aTable::Item(aName))
               goback
           end-if
           set stats to new FormsCobol.ServiceLevelStats(aSection aName)
           invoke aTable::Add(aName stats)
           invoke aNames::Add(aName)
           goback.
       end method.

      *> Per-job figures for aFrom..aTo, jobs in name order: runs
      *> from the run history, exceptions from the queue.
       method-id CollectJobs static private.
       local-storage section.
       01 jobTable type System.Collections.Hashtable.
       01 jobNames type System.Collections.ArrayList.
       01 runs type System.Collections.ArrayList.
       01 runEntry type FormsCobol.RunHistoryEntry.
       01 stats type FormsCobol.ServiceLevelStats.
       01 target type FormsCobol.ServiceTarget.
       01 idx type System.Int32.
       01 busDate type System.String.
       01 deadline type System.String.
       01 modeText type System.String.
       01 failed as condition-value.
       01 rerun as condition-value.
       01 onTime as condition-value.
       01 queueLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 openedStamp type System.DateTime.
       01 closedStamp type System.DateTime.
       01 minutes type System.Int32.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           set jobTable to new System.Collections.Hashtable()
           set jobNames to new System.Collections.ArrayList()

           set runs to
               type FormsCobol.RunHistoryStore::HistoryFor("")
           perform varying idx from 0 by 1
                     until idx >= runs::Count
               set runEntry to
                   type FormsCobol.RunHistoryEntry(runs::Item(idx))
               set busDate to self::RunBusinessDate(runEntry)
               if busDate::CompareTo(aFrom) < 0 or
                   busDate::CompareTo(aTo) > 0
                   exit perform cycle
               end-if
               set stats to self::StatsFor(jobTable jobNames "JOB"
                   runEntry::GetJobName()::Trim()::ToUpper())
               if stats::GetDeadline()::Length = 0
                   set target to self::FindTarget(stats::GetItemName())
                   set deadline to ""
                   if target not = null
                       set deadline to target::GetDeadline()
                   end-if
                   if deadline::Length < 5
                       set deadline to type FormsCobol.AppConfig::
                           GetBatchWindowEnd()
                   end-if
                   invoke stats::SetDeadline(deadline)
               end-if
               set failed to
                   (runEntry::GetReturnCode()::Trim() not = "0")
               set modeText to type FormsCobol.JobParameters::GetValue(
                   runEntry::GetParameters() "MODE")
               set rerun to (modeText = "RERUN" or
                   modeText = "RESTART")
               set onTime to False
               if not failed
                   set onTime to
                       self::EndedBy(runEntry stats::GetDeadline())
               end-if
               invoke stats::AddRun(onTime failed rerun
                   runEntry::GetElapsedSeconds())
           end-perform

      *> exceptions count against the period they opened in; one
      *> still open has no time to disposition yet
           set queueLines to type FormsCobol.ExceptionQueue::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= queueLines::Count
               set parts to self::SplitPipes(
                   type System.String(queueLines::Item(idx)))
               if parts::Count < 6
                   exit perform cycle
               end-if
               set busDate to self::StampDate(
                   type System.String(parts::Item(4)))
               if busDate::CompareTo(aFrom) < 0 or
                   busDate::CompareTo(aTo) > 0
                   exit perform cycle
               end-if
               set stats to self::StatsFor(jobTable jobNames "JOB"
                   type System.String(parts::Item(1))
                       ::Trim()::ToUpper())
               set minutes to -1
               if parts::Count >= 10 and
                   type System.String(parts::Item(5))::Trim() =
                       "CLOSED"
                   if self::TryParseStamp(
                       type System.String(parts::Item(4))
                       openedStamp) and
                       self::TryParseStamp(
                           type System.String(parts::Item(9))
                           closedStamp)
                       set minutes to type System.Convert::ToInt32(
                           closedStamp::Subtract(openedStamp)
                               ::TotalMinutes)
                   end-if
               end-if
               invoke stats::AddException(minutes)
           end-perform

           invoke jobNames::Sort()
           perform varying idx from 0 by 1
                     until idx >= jobNames::Count
               invoke result::Add(jobTable::Item(jobNames::Item(idx)))
           end-perform
           goback.
       end method.

      *> The business days of aFrom..aTo (yyyyMMdd, in order) by the
      *> processing calendar, up to and including today - the days a
      *> feed is expected on.
       method-id BusinessDates static private.
       local-storage section.
       01 dayDate type System.DateTime.
       01 toDate type System.DateTime.
       01 dayText type System.String.
       01 today type System.String.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           if not self::TryParseDate(aFrom dayDate)
               goback
           end-if
           if not self::TryParseDate(aTo toDate)
               goback
           end-if
           set today to
               type System.DateTime::Today::ToString("yyyyMMdd")
           perform until dayDate::CompareTo(toDate) > 0
               set dayText to dayDate::ToString("yyyyMMdd")
               if dayText::CompareTo(today) > 0
                   exit perform
               end-if
               if type FormsCobol.ProcessingCalendar::IsBusinessDay(
                   dayDate)
                   invoke result::Add(dayText)
               end-if
               set dayDate to dayDate::AddDays(1)
           end-perform
           goback.
       end method.

      *> Per outbound feed, in declaration order: one delivery due
      *> every business day of aFrom..aTo, and how many were in by
      *> the cutoff. Only the day's first delivery counts - a
      *> redelivery is not a second one - and a day with none (never
      *> released, held, not sent) is a miss. Today only counts once
      *> its cutoff has passed or the file has gone.
       method-id CollectOutbound static private.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.OutboundFeed.
       01 stats type FormsCobol.ServiceLevelStats.
       01 logLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 firstSent type System.Collections.Hashtable.
       01 reported type System.Collections.Hashtable.
       01 dueDates type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 dayIdx type System.Int32.
       01 feedName type System.String.
       01 dayText type System.String.
       01 sentKey type System.String.
       01 sentTime type System.String.
       01 today type System.String.
       01 nowTime type System.String.
       01 onTime as condition-value.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           set today to
               type System.DateTime::Today::ToString("yyyyMMdd")
           set nowTime to
               type System.DateTime::Now::ToString("HH:mm")

      *> the first delivery logged per feed and date - the log is
      *> written in time order
           set firstSent to new System.Collections.Hashtable()
           set logLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   type FormsCobol.OutboundWatcher::GetOutLogPath())
           perform varying idx from 0 by 1
                     until idx >= logLines::Count
               set parts to self::SplitPipes(
                   type System.String(logLines::Item(idx)))
               if parts::Count < 4
                   exit perform cycle
               end-if
               set sentTime to
                   type System.String(parts::Item(3))::Trim()
               if sentTime::Length < 16
                   exit perform cycle
               end-if
               set sentKey to
                   type System.String(parts::Item(0))::Trim()::ToUpper()
                   + "|" + self::StampDate(sentTime)
               if not firstSent::ContainsKey(sentKey)
                   invoke firstSent::Add(sentKey sentTime)
               end-if
           end-perform

           set reported to new System.Collections.Hashtable()
           set dueDates to self::BusinessDates(aFrom aTo)
           set feeds to type FormsCobol.OutboundWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to type FormsCobol.OutboundFeed(
                   feeds::Item(idx))
               set feedName to feed::GetFeedName()::Trim()::ToUpper()
               if reported::ContainsKey(feedName)
                   exit perform cycle
               end-if
               invoke reported::Add(feedName feedName)
               set stats to new FormsCobol.ServiceLevelStats(
                   "OUTBOUND" feed::GetFeedName())
               invoke stats::SetDeadline(feed::GetCutoff())
               perform varying dayIdx from 0 by 1
                         until dayIdx >= dueDates::Count
                   set dayText to
                       type System.String(dueDates::Item(dayIdx))
                   set sentKey to feedName + "|" + dayText
                   if firstSent::ContainsKey(sentKey)
      *> the cutoff is a time on the delivery day, as the watch pass
      *> judges it
                       set sentTime to type System.String(
                           firstSent::Item(sentKey))::Substring(11 5)
                       set onTime to (sentTime::CompareTo(
                           stats::GetDeadline()) <= 0)
                       invoke stats::AddRun(onTime False False 0)
                   else
                       if dayText = today and
                           nowTime::CompareTo(
                               stats::GetDeadline()) <= 0
                           exit perform cycle
                       end-if
                       invoke stats::AddRun(False True False 0)
                   end-if
               end-perform
               invoke result::Add(stats)
           end-perform
           goback.
       end method.

      *> Per inbound feed, in declaration order: one arrival due every
      *> business day of aFrom..aTo, and how many landed by the latest
      *> time. An arrival belongs to the day its window closes on - in
      *> a window crossing midnight, one landing at or after the
      *> earliest time is the next day's, as the watch pass takes it.
      *> Only the day's first arrival counts, and a day with none is
      *> missed. Today only counts once its latest time has passed or
      *> the file has landed.
       method-id CollectInbound static private.
       local-storage section.
       01 definitions type System.Collections.Hashtable.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.FeedDefinition.
       01 stats type FormsCobol.ServiceLevelStats.
       01 logLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 firstArrived type System.Collections.Hashtable.
       01 reported type System.Collections.Hashtable.
       01 dueDates type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 dayIdx type System.Int32.
       01 feedName type System.String.
       01 dayText type System.String.
       01 arrivedKey type System.String.
       01 arrivedTime type System.String.
       01 arrivedDate type System.DateTime.
       01 arrivedMinutes type System.Int32.
       01 earliestMinutes type System.Int32.
       01 latestMinutes type System.Int32.
       01 today type System.String.
       01 nowTime type System.String.
       01 onTime as condition-value.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           set today to
               type System.DateTime::Today::ToString("yyyyMMdd")
           set nowTime to
               type System.DateTime::Now::ToString("HH:mm")
           set definitions to new System.Collections.Hashtable()
           set feeds to type FormsCobol.FeedWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to type FormsCobol.FeedDefinition(
                   feeds::Item(idx))
               set feedName to feed::GetFeedName()::Trim()::ToUpper()
               if not definitions::ContainsKey(feedName)
                   invoke definitions::Add(feedName feed)
               end-if
           end-perform

      *> the first arrival logged per feed and window day - the log
      *> is written in time order
           set firstArrived to new System.Collections.Hashtable()
           set logLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   type FormsCobol.FeedWatcher::GetFeedLogPath())
           perform varying idx from 0 by 1
                     until idx >= logLines::Count
               set parts to self::SplitPipes(
                   type System.String(logLines::Item(idx)))
               if parts::Count < 4
                   exit perform cycle
               end-if
               set feedName to
                   type System.String(parts::Item(0))::Trim()::ToUpper()
               if not definitions::ContainsKey(feedName)
                   exit perform cycle
               end-if
               set arrivedTime to
                   type System.String(parts::Item(3))::Trim()
               if arrivedTime::Length < 16
                   exit perform cycle
               end-if
               if not self::TryParseDate(
                   self::StampDate(arrivedTime) arrivedDate)
                   exit perform cycle
               end-if
               set feed to type FormsCobol.FeedDefinition(
                   definitions::Item(feedName))
               set arrivedMinutes to
                   type FormsCobol.SchedulerEngine::ParseMinutes(
                       arrivedTime::Substring(11 5))
               set earliestMinutes to
                   type FormsCobol.SchedulerEngine::ParseMinutes(
                       feed::GetEarliest())
               set latestMinutes to
                   type FormsCobol.SchedulerEngine::ParseMinutes(
                       feed::GetLatest())
               if latestMinutes < earliestMinutes and
                   arrivedMinutes >= earliestMinutes
                   set arrivedDate to arrivedDate::AddDays(1)
               end-if
               set arrivedKey to feedName + "|" +
                   arrivedDate::ToString("yyyyMMdd")
               if not firstArrived::ContainsKey(arrivedKey)
                   invoke firstArrived::Add(arrivedKey
                       arrivedMinutes::ToString())
               end-if
           end-perform

           set reported to new System.Collections.Hashtable()
           set dueDates to self::BusinessDates(aFrom aTo)
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to type FormsCobol.FeedDefinition(
                   feeds::Item(idx))
               set feedName to feed::GetFeedName()::Trim()::ToUpper()
               if reported::ContainsKey(feedName)
                   exit perform cycle
               end-if
               invoke reported::Add(feedName feedName)
               set stats to new FormsCobol.ServiceLevelStats(
                   "INBOUND" feed::GetFeedName())
               invoke stats::SetDeadline(feed::GetLatest())
               perform varying dayIdx from 0 by 1
                         until dayIdx >= dueDates::Count
                   set dayText to
                       type System.String(dueDates::Item(dayIdx))
                   set arrivedKey to feedName + "|" + dayText
                   if firstArrived::ContainsKey(arrivedKey)
                       set arrivedMinutes to type System.Int32::Parse(
                           type System.String(
                               firstArrived::Item(arrivedKey)))
                       set onTime to
                           self::ArrivedBy(feed arrivedMinutes)
                       invoke stats::AddRun(onTime False False 0)
                   else
                       if dayText = today and
                           nowTime::CompareTo(feed::GetLatest()) <= 0
                           exit perform cycle
                       end-if
                       invoke stats::AddRun(False True False 0)
                   end-if
               end-perform
               invoke result::Add(stats)
           end-perform
           goback.
       end method.

      *> Jobs, then outbound feeds, then inbound feeds for
      *> aFrom..aTo.
       method-id Collect static private.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to self::CollectJobs(aFrom aTo)
           invoke result::AddRange(self::CollectOutbound(aFrom aTo))
           invoke result::AddRange(self::CollectInbound(aFrom aTo))
           goback.
       end method.

      *> The figures for aFrom..aTo, each with its declared target
      *> and the previous period's figures attached.
       method-id Build static.
       local-storage section.
       01 previous type System.Collections.ArrayList.
       01 previousTable type System.Collections.Hashtable.
       01 stats type FormsCobol.ServiceLevelStats.
       01 target type FormsCobol.ServiceTarget.
       01 idx type System.Int32.
       01 statsKey type System.String.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to self::Collect(aFrom aTo)
           set previous to self::Collect(
               self::PreviousFrom(aFrom aTo) self::PreviousTo(aFrom))
           set previousTable to new System.Collections.Hashtable()
           perform varying idx from 0 by 1
                     until idx >= previous::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   previous::Item(idx))
               set statsKey to
                   stats::GetSection() + ":" + stats::GetItemName()
               if not previousTable::ContainsKey(statsKey)
                   invoke previousTable::Add(statsKey stats)
               end-if
           end-perform
           perform varying idx from 0 by 1
                     until idx >= result::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   result::Item(idx))
               set statsKey to
                   stats::GetSection() + ":" + stats::GetItemName()
               if previousTable::ContainsKey(statsKey)
                   invoke stats::SetPrevious(
                       type FormsCobol.ServiceLevelStats(
                           previousTable::Item(statsKey)))
               end-if
               set target to self::FindTarget(stats::GetItemName())
               if target not = null
                   invoke stats::SetTargetPercent(
                       target::GetTargetPercent())
               end-if
           end-perform
           goback.
       end method.

      *> A percentage to one decimal place.
       method-id PercentText static private.
       procedure division using by value aValue as type System.Decimal
                            returning result as type System.String.
           set result to aValue::ToString("0.0"
               type System.Globalization.CultureInfo::InvariantCulture)
           goback.
       end method.

      *> The declared target, "-" when there is none.
       method-id TargetText static private.
       procedure division
           using by value stats as type FormsCobol.ServiceLevelStats
           returning result as type System.String.
           set result to "-"
           if stats::GetTargetPercent() >= 0
               set result to
                   self::PercentText(stats::GetTargetPercent())
           end-if
           goback.
       end method.

      *> The previous period's on-time percentage, "-" when nothing
      *> ran then.
       method-id PreviousText static private.
       procedure division
           using by value stats as type FormsCobol.ServiceLevelStats
           returning result as type System.String.
           set result to "-"
           if stats::GetPrevious() = null
               goback
           end-if
           if stats::GetPrevious()::GetRuns() = 0
               goback
           end-if
           set result to self::PercentText(
               stats::GetPrevious()::OnTimePercent())
           goback.
       end method.

      *> The movement since the previous period in points, signed;
      *> "-" when either period has nothing to compare.
       method-id ChangeText static private.
       local-storage section.
       01 change type System.Decimal.
       procedure division
           using by value stats as type FormsCobol.ServiceLevelStats
           returning result as type System.String.
           set result to "-"
           if stats::GetPrevious() = null or stats::GetRuns() = 0
               goback
           end-if
           if stats::GetPrevious()::GetRuns() = 0
               goback
           end-if
           set change to stats::OnTimePercent() -
               stats::GetPrevious()::OnTimePercent()
           set result to change::ToString("+0.0;-0.0;0.0"
               type System.Globalization.CultureInfo::InvariantCulture)
           goback.
       end method.

      *> One business date per line in aFrom..aTo with who closed it
      *> and when; a date never signed off is flagged.
       method-id DayCloseLines static private.
       local-storage section.
       01 closeLines type System.Collections.ArrayList.
       01 closes type System.Collections.Hashtable.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 fromDate type System.DateTime.
       01 toDate type System.DateTime.
       01 busDate type System.DateTime.
       01 dateText type System.String.
       01 businessDays type System.Int32.
       01 closedDays type System.Int32.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           set closes to new System.Collections.Hashtable()
           set closeLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   type FormsCobol.DayCloseEngine::GetClosePath())
           perform varying idx from 0 by 1
                     until idx >= closeLines::Count
               set parts to self::SplitPipes(
                   type System.String(closeLines::Item(idx)))
               if parts::Count < 3
                   exit perform cycle
               end-if
               set dateText to
                   type System.String(parts::Item(0))::Trim()
               if not closes::ContainsKey(dateText)
                   invoke closes::Add(dateText
                       "closed " +
                       type System.String(parts::Item(2))::Trim() +
                       " by " +
                       type System.String(parts::Item(1))::Trim())
               end-if
           end-perform

           if not self::TryParseDate(aFrom fromDate) or
               not self::TryParseDate(aTo toDate)
               goback
           end-if
           set businessDays to 0
           set closedDays to 0
           set busDate to fromDate
           perform until busDate::CompareTo(toDate) > 0
               if type FormsCobol.ProcessingCalendar::IsBusinessDay(
                   busDate)
                   set businessDays to businessDays + 1
                   set dateText to busDate::ToString("yyyyMMdd")
                   if closes::ContainsKey(dateText)
                       set closedDays to closedDays + 1
                       invoke result::Add("   " + dateText + "  " +
                           type System.String(closes::Item(dateText)))
                   else
                       invoke result::Add(
                           "** " + dateText + "  NOT CLOSED")
                   end-if
               end-if
               set busDate to busDate::AddDays(1)
           end-perform
           invoke result::Add("   " + closedDays::ToString() +
               " of " + businessDays::ToString() +
               " business date(s) closed")
           goback.
       end method.

      *> The report as printable lines.
       method-id BuildLines static.
       local-storage section.
       01 reportLines type System.Collections.ArrayList.
       01 figures type System.Collections.ArrayList.
       01 stats type FormsCobol.ServiceLevelStats.
       01 idx type System.Int32.
       01 marker type System.String.
       01 sectionName type System.String.
       01 shownCount type System.Int32.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set figures to self::Build(aFrom aTo)
           set sectionName to ""

           invoke reportLines::Add("SERVICE-LEVEL REPORT")
           invoke reportLines::Add(
               "PERIOD " + aFrom + " TO " + aTo +
               "   COMPARED WITH " +
               self::PreviousFrom(aFrom aTo) + " TO " +
               self::PreviousTo(aFrom))
           invoke reportLines::Add(
               "PREPARED " +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm") + " BY " +
               type FormsCobol.OperatorSession::
                   GetCurrentOperatorId())
           invoke reportLines::Add("")

      *> --- jobs ---
           invoke reportLines::Add(
               "JOBS (** on-time below target)")
           invoke reportLines::Add(
               "   JOB                 DUE   RUNS ONTIME   ON% " +
               " TGT%  PREV%  CHNG FAIL RERUN AVG-SECS WORST-SECS")
           set shownCount to 0
           perform varying idx from 0 by 1
                     until idx >= figures::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   figures::Item(idx))
               if stats::GetSection() not = "JOB" or
                   stats::GetRuns() = 0
                   exit perform cycle
               end-if
               if stats::MissedTarget()
                   set marker to "** "
               else
                   set marker to "   "
               end-if
               invoke reportLines::Add(
                   marker + stats::GetItemName()::PadRight(20) +
                   stats::GetDeadline()::PadRight(5) +
                   stats::GetRuns()::ToString()::PadLeft(7) +
                   stats::GetOnTime()::ToString()::PadLeft(7) +
                   self::PercentText(stats::OnTimePercent())
                       ::PadLeft(6) +
                   self::TargetText(stats)::PadLeft(6) +
                   self::PreviousText(stats)::PadLeft(7) +
                   self::ChangeText(stats)::PadLeft(6) +
                   stats::GetFailures()::ToString()::PadLeft(5) +
                   stats::GetReruns()::ToString()::PadLeft(6) +
                   stats::AverageSeconds()::ToString()::PadLeft(9) +
                   stats::GetWorstSeconds()::ToString()::PadLeft(11))
               set shownCount to shownCount + 1
           end-perform
           if shownCount = 0
               invoke reportLines::Add("   (no runs in period)")
           end-if
           invoke reportLines::Add("")

      *> --- exceptions ---
           invoke reportLines::Add(
               "EXCEPTIONS AND TIME TO DISPOSITION")
           invoke reportLines::Add(
               "   JOB                 RAISED DISPOSED AVG-MINS " +
               "WORST-MINS")
           set shownCount to 0
           perform varying idx from 0 by 1
                     until idx >= figures::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   figures::Item(idx))
               if stats::GetSection() not = "JOB" or
                   stats::GetExceptions() = 0
                   exit perform cycle
               end-if
               if stats::GetDispositioned() < stats::GetExceptions()
                   set marker to "** "
               else
                   set marker to "   "
               end-if
               invoke reportLines::Add(
                   marker + stats::GetItemName()::PadRight(20) +
                   stats::GetExceptions()::ToString()::PadLeft(6) +
                   stats::GetDispositioned()::ToString()::PadLeft(9) +
                   stats::AverageDispositionMinutes()::ToString()
                       ::PadLeft(9) +
                   stats::GetWorstDispositionMinutes()::ToString()
                       ::PadLeft(11))
               set shownCount to shownCount + 1
           end-perform
           if shownCount = 0
               invoke reportLines::Add("   (none raised)")
           end-if
           invoke reportLines::Add("")

      *> --- feeds, outbound then inbound ---
           perform varying idx from 0 by 1
                     until idx >= figures::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   figures::Item(idx))
               if stats::GetSection() = "JOB"
                   exit perform cycle
               end-if
               if stats::GetSection() not = sectionName
                   if sectionName::Length > 0
                       invoke reportLines::Add("")
                   end-if
                   set sectionName to stats::GetSection()
                   if sectionName = "OUTBOUND"
                       invoke reportLines::Add(
                           "OUTBOUND DELIVERIES MEETING CUTOFF " +
                           "(** below target)")
                       invoke reportLines::Add(
                           "   FEED                CUTOFF   DUE " +
                           "ONTIME   ON%  TGT%  PREV%  CHNG")
                   else
                       invoke reportLines::Add(
                           "INBOUND FEEDS ARRIVING BY LATEST " +
                           "(** below target)")
                       invoke reportLines::Add(
                           "   FEED                LATEST   DUE " +
                           "ONTIME   ON%  TGT%  PREV%  CHNG")
                   end-if
               end-if
               if stats::MissedTarget()
                   set marker to "** "
               else
                   set marker to "   "
               end-if
               invoke reportLines::Add(
                   marker + stats::GetItemName()::PadRight(20) +
                   stats::GetDeadline()::PadRight(6) +
                   stats::GetRuns()::ToString()::PadLeft(6) +
                   stats::GetOnTime()::ToString()::PadLeft(7) +
                   self::PercentText(stats::OnTimePercent())
                       ::PadLeft(6) +
                   self::TargetText(stats)::PadLeft(6) +
                   self::PreviousText(stats)::PadLeft(7) +
                   self::ChangeText(stats)::PadLeft(6))
           end-perform
           if sectionName::Length > 0
               invoke reportLines::Add("")
           end-if

      *> --- day close ---
           invoke reportLines::Add("BUSINESS DATES CLOSED")
           invoke reportLines::AddRange(self::DayCloseLines(aFrom aTo))

           set result to reportLines
           goback.
       end method.

      *> The same figures as CSV rows, one per job or feed with
      *> every column, then one per business date's close.
       method-id BuildCsvRows static.
       local-storage section.
       01 csvRows type System.Collections.ArrayList.
       01 figures type System.Collections.ArrayList.
       01 closeLines type System.Collections.ArrayList.
       01 stats type FormsCobol.ServiceLevelStats.
       01 idx type System.Int32.
       01 aLine type System.String.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning result as type System.Collections.ArrayList.
           set csvRows to new System.Collections.ArrayList()
           invoke csvRows::Add(
               "SECTION,NAME,PERIOD FROM,PERIOD TO,DEADLINE,RUNS," +
               "ON TIME,ON TIME %,TARGET %,PREVIOUS %,CHANGE," +
               "FAILURES,RERUNS,AVG ELAPSED SECS," +
               "WORST ELAPSED SECS,EXCEPTIONS,DISPOSITIONED," +
               "AVG MINS TO DISPOSITION,WORST MINS TO DISPOSITION")
           set figures to self::Build(aFrom aTo)
           perform varying idx from 0 by 1
                     until idx >= figures::Count
               set stats to type FormsCobol.ServiceLevelStats(
                   figures::Item(idx))
               if stats::GetRuns() = 0 and stats::GetExceptions() = 0
                   and stats::GetSection() = "JOB"
                   exit perform cycle
               end-if
               invoke csvRows::Add(
                   stats::GetSection() + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       stats::GetItemName()) + "," +
                   aFrom + "," + aTo + "," +
                   stats::GetDeadline() + "," +
                   stats::GetRuns()::ToString() + "," +
                   stats::GetOnTime()::ToString() + "," +
                   self::PercentText(stats::OnTimePercent()) + "," +
                   self::TargetText(stats) + "," +
                   self::PreviousText(stats) + "," +
                   self::ChangeText(stats) + "," +
                   stats::GetFailures()::ToString() + "," +
                   stats::GetReruns()::ToString() + "," +
                   stats::AverageSeconds()::ToString() + "," +
                   stats::GetWorstSeconds()::ToString() + "," +
                   stats::GetExceptions()::ToString() + "," +
                   stats::GetDispositioned()::ToString() + "," +
                   stats::AverageDispositionMinutes()::ToString() +
                   "," +
                   stats::GetWorstDispositionMinutes()::ToString())
           end-perform
           set closeLines to self::DayCloseLines(aFrom aTo)
           perform varying idx from 0 by 1
                     until idx >= closeLines::Count
               set aLine to
                   type System.String(closeLines::Item(idx))::Trim()
               if aLine::StartsWith("**")
                   set aLine to aLine::Substring(2)::Trim()
               end-if
               invoke csvRows::Add("DAYCLOSE," +
                   type FormsCobol.ReportEngine::CsvEscape(aLine))
           end-perform
           set result to csvRows
           goback.
       end method.

      *> Writes the report for aFrom..aTo into aDirectory as both
      *> text and CSV (SLA-<from>-<to>) and returns the text file's
      *> path.
       method-id WriteFiles static.
       local-storage section.
       01 baseName type System.String.
       01 textPath type System.String.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
                            aDirectory as type System.String
                            returning result as type System.String.
           if not type System.IO.Directory::Exists(aDirectory)
               invoke type System.IO.Directory::CreateDirectory(
                   aDirectory)
           end-if
           set baseName to "SLA-" + aFrom + "-" + aTo
           set textPath to type System.IO.Path::Combine(
               aDirectory baseName + ".TXT")
           invoke type FormsCobol.ReportEngine::WriteLines(
               self::BuildLines(aFrom aTo) textPath)
           invoke type FormsCobol.ReportEngine::WriteLines(
               self::BuildCsvRows(aFrom aTo)
               type System.IO.Path::Combine(
                   aDirectory baseName + ".CSV"))
           set result to textPath
           goback.
       end method.

      *> On the first business day of a month, files the previous
      *> month's report into that day's pack folder and returns the
      *> narration line; "" on any other day.
       method-id FileMonthly static.
       local-storage section.
       01 busDate type System.DateTime.
       01 monthStart type System.DateTime.
       01 reportPath type System.String.
       procedure division using by value aBusDate
                                             as type System.String
                            aPackDir as type System.String
                            returning result as type System.String.
           set result to ""
           if not self::TryParseDate(aBusDate busDate)
               goback
           end-if
           if not type FormsCobol.ProcessingCalendar::
               IsFirstBusinessDayOfMonth(busDate)
               goback
           end-if
           set monthStart to
               busDate::AddDays(1 - busDate::Day)::AddMonths(-1)
           set reportPath to self::WriteFiles(
               monthStart::ToString("yyyyMMdd")
               monthStart::AddMonths(1)::AddDays(-1)::ToString(
                   "yyyyMMdd")
               aPackDir)
           invoke type FormsCobol.AuditLog::Write(
               "AUTO SERVICE LEVEL"
               monthStart::ToString("yyyy-MM") + " into " +
               reportPath)
           set result to
               "Service-level report for " +
               monthStart::ToString("yyyy-MM") + " filed as " +
               type System.IO.Path::GetFileName(reportPath)
           goback.
       end method.

       end class.
