      *> ImpactAnalyzer - works out what a failed job (or a late
      *> inbound feed) takes down with it, so nobody has to trace it
      *> by hand at 02:00. From the chosen name it follows every
      *> declared link outward:
      *>   - schedule entries that depend on it (SchedulerEngine's
      *>     depends-on column), or that fire on a feed's arrival
      *>     (FEED=<name> in their stored parameters);
      *>   - the later steps of any job stream it is a step of, and
      *>     whatever depends on that stream;
      *>   - outbound feeds (OUTFEEDS.TXT) it is the producing job of;
      *>   - its own proof, and proofs (PROVING.TXT) and cross-file
      *>     checks (XREFCHECKS.TXT) of other jobs that read one of
      *>     its output files;
      *>   - report-pack entries (REPORTPACK.TXT) built from one of
      *>     its output files.
      *> A job's output files are the ones the console knows it
      *> writes: its control-totalled output (CONTROLS.TXT), the new
      *> master its proof checks, and the source of any outbound
      *> feed it produces. Every job reached is walked in turn, so a
      *> chain EXTRACT -> POST -> BANKFILE is followed to its end.
      *> Each item carries its due or cutoff time and BatchForecast's
      *> projected end, as ImpactItems; the same list is rendered for
      *> the alert email and condensed onto the exception line.
       class-id FormsCobol.ImpactAnalyzer.

      *> Adds one item unless the same kind and name is already
      *> listed - two links to one thing are one impact.
       method-id AddItem static private.
       local-storage section.
       01 itemKey type System.String.
       procedure division using by value items
                               as type System.Collections.ArrayList
                            seen as type System.Collections.ArrayList
                            aKind as type System.String
                            aName as type System.String
                            aLink as type System.String
                            aDueTime as type System.String
                            aProjectedEnd as type System.String.
           set itemKey to aKind + ":" + aName
           if seen::Contains(itemKey)
               goback
           end-if
           invoke seen::Add(itemKey)
           invoke items::Add(new FormsCobol.ImpactItem(
               aKind aName aLink aDueTime aProjectedEnd))
           goback.
       end method.

      *> Queues a job to be walked, once.
       method-id Enqueue static private.
       procedure division using by value queue
                               as type System.Collections.ArrayList
                            aJobName as type System.String.
           if aJobName::Length > 0 and not queue::Contains(aJobName)
               invoke queue::Add(aJobName)
           end-if
           goback.
       end method.

      *> The index of the schedule entry that runs aJobName (or the
      *> stream of that name), or -1 when it is not scheduled.
       method-id ScheduleIndex static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value entries
                               as type System.Collections.ArrayList
                            aJobName as type System.String
                            returning result as type System.Int32.
           set result to -1
           perform varying idx from 0 by 1
                     until idx >= entries::Count
               if type FormsCobol.BatchForecast::TargetName(
                   type FormsCobol.ScheduledJob(entries::Item(idx)))::
                   ToUpper() = aJobName
                   set result to idx
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> aJobName's due time on the schedule, or "".
       method-id DueFor static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value entries
                               as type System.Collections.ArrayList
                            aJobName as type System.String
                            returning result as type System.String.
           set result to ""
           set idx to self::ScheduleIndex(entries aJobName)
           if idx >= 0
               set result to type FormsCobol.ScheduledJob(
                   entries::Item(idx))::GetTime()
           end-if
           goback.
       end method.

      *> aJobName's projected end tonight, or "" when the schedule
      *> does not carry it.
       method-id EndFor static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value entries
                               as type System.Collections.ArrayList
                            forecasts
                               as type System.Collections.ArrayList
                            aJobName as type System.String
                            returning result as type System.String.
           set result to ""
           set idx to self::ScheduleIndex(entries aJobName)
           if idx >= 0 and idx < forecasts::Count
               set result to type FormsCobol.ForecastEntry(
                   forecasts::Item(idx))::GetProjectedEnd()
           end-if
           goback.
       end method.

      *> The output files the console knows aJobName writes, as
      *> upper-cased paths for matching.
       method-id OutputsOf static private.
       local-storage section.
       01 controlSpec type FormsCobol.ControlTotalSpec.
       01 proofSpec type FormsCobol.ProvingSpec.
       01 outFeeds type System.Collections.ArrayList.
       01 outFeed type FormsCobol.OutboundFeed.
       01 idx type System.Int32.
       procedure division using by value aJobName
                                             as type System.String
           returning outputs as type System.Collections.ArrayList.
           set outputs to new System.Collections.ArrayList()
           set controlSpec to
               type FormsCobol.ControlTotalEngine::FindSpec(aJobName)
           if controlSpec not = null
               invoke outputs::Add(
                   controlSpec::GetOutputPath()::Trim()::ToUpper())
           end-if
           set proofSpec to
               type FormsCobol.ProvingEngine::FindSpec(aJobName)
           if proofSpec not = null
               invoke outputs::Add(
                   proofSpec::GetNewMasterPath()::Trim()::ToUpper())
           end-if
           set outFeeds to type FormsCobol.OutboundWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= outFeeds::Count
               set outFeed to
                   type FormsCobol.OutboundFeed(outFeeds::Item(idx))
               if outFeed::GetProducingJob() = aJobName
                   invoke outputs::Add(
                       outFeed::GetSourcePath()::Trim()::ToUpper())
               end-if
           end-perform
           goback.
       end method.

      *> True when aPath is one of outputs.
       method-id ReadsOutput static private.
       procedure division using by value outputs
                               as type System.Collections.ArrayList
                            aPath as type System.String
                            returning result as condition-value.
           set result to False
           if aPath::Trim()::Length > 0
               set result to outputs::Contains(aPath::Trim()::ToUpper())
           end-if
           goback.
       end method.

      *> Walks every link out of one job, adding what it reaches to
      *> items and queueing the jobs among them to be walked next.
       method-id WalkJob static private.
       local-storage section.
       01 idx type System.Int32.
       01 sidx type System.Int32.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 targetName type System.String.
       01 steps type System.Collections.ArrayList.
       01 streamStep type FormsCobol.JobStreamStep.
       01 laterStep type FormsCobol.JobStreamStep.
       01 streamName type System.String.
       01 stepName type System.String.
       01 outputs type System.Collections.ArrayList.
       01 outFeeds type System.Collections.ArrayList.
       01 outFeed type FormsCobol.OutboundFeed.
       01 proofs type System.Collections.ArrayList.
       01 proofSpec type FormsCobol.ProvingSpec.
       01 checks type System.Collections.ArrayList.
       01 checkSpec type FormsCobol.CrossFileSpec.
       01 packEntries type System.Collections.ArrayList.
       01 packEntry type FormsCobol.ReportPackEntry.
       procedure division using by value aJobName
                                             as type System.String
                            entries as type System.Collections.ArrayList
                            forecasts
                               as type System.Collections.ArrayList
                            items as type System.Collections.ArrayList
                            seen as type System.Collections.ArrayList
                            queue as type System.Collections.ArrayList.
      *> schedule entries waiting on it
           perform varying idx from 0 by 1
                     until idx >= entries::Count
               set scheduleEntry to
                   type FormsCobol.ScheduledJob(entries::Item(idx))
               if scheduleEntry::GetDependsOn()::Trim()::ToUpper() =
                   aJobName
                   set targetName to
                       type FormsCobol.BatchForecast::TargetName(
                           scheduleEntry)::ToUpper()
                   invoke self::AddItem(items seen "SCHEDULE"
                       targetName "depends on " + aJobName
                       scheduleEntry::GetTime()
                       self::EndFor(entries forecasts targetName))
                   invoke self::Enqueue(queue targetName)
               end-if
           end-perform

      *> the later steps of every stream it is a step of - and the
      *> stream itself, which will not complete cleanly either
           set steps to type FormsCobol.JobStreamEngine::LoadSteps()
           perform varying idx from 0 by 1
                     until idx >= steps::Count
               set streamStep to
                   type FormsCobol.JobStreamStep(steps::Item(idx))
               set stepName to type System.IO.Path::
                   GetFileNameWithoutExtension(
                       streamStep::GetExePath())::ToUpper()
               if stepName = aJobName
                   set streamName to
                       streamStep::GetStreamName()::Trim()::ToUpper()
                   perform varying sidx from idx + 1 by 1
                             until sidx >= steps::Count
                       set laterStep to type FormsCobol.JobStreamStep(
                           steps::Item(sidx))
                       if laterStep::GetStreamName()::Trim()::
                           ToUpper() = streamName
                           set targetName to type System.IO.Path::
                               GetFileNameWithoutExtension(
                                   laterStep::GetExePath())::ToUpper()
                           invoke self::AddItem(items seen
                               "STREAM STEP" targetName
                               "after " + aJobName + " in " +
                               streamName
                               self::DueFor(entries streamName)
                               self::EndFor(
                                   entries forecasts streamName))
                           invoke self::Enqueue(queue targetName)
                       end-if
                   end-perform
                   invoke self::Enqueue(queue streamName)
               end-if
           end-perform

      *> outbound feeds it produces
           set outFeeds to type FormsCobol.OutboundWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= outFeeds::Count
               set outFeed to
                   type FormsCobol.OutboundFeed(outFeeds::Item(idx))
               if outFeed::GetProducingJob() = aJobName
                   invoke self::AddItem(items seen "OUTBOUND"
                       outFeed::GetFeedName()
                       "produced by " + aJobName
                       outFeed::GetCutoff()
                       self::EndFor(entries forecasts aJobName))
               end-if
           end-perform

           set outputs to self::OutputsOf(aJobName)

      *> its own proof, and other jobs' proofs reading its output
           set proofs to type FormsCobol.ProvingEngine::LoadSpecs()
           perform varying idx from 0 by 1
                     until idx >= proofs::Count
               set proofSpec to
                   type FormsCobol.ProvingSpec(proofs::Item(idx))
               set targetName to proofSpec::GetJobName()::ToUpper()
               if targetName = aJobName
                   invoke self::AddItem(items seen "PROVING"
                       targetName "proves " + aJobName + "'s master"
                       "" self::EndFor(entries forecasts aJobName))
               else
                   if self::ReadsOutput(
                       outputs proofSpec::GetPriorMasterPath()) or
                       self::ReadsOutput(
                       outputs proofSpec::GetTranDataPath())
                       invoke self::AddItem(items seen "PROVING"
                           targetName "reads " + aJobName +
                           "'s output"
                           self::DueFor(entries targetName)
                           self::EndFor(
                               entries forecasts targetName))
                       invoke self::Enqueue(queue targetName)
                   end-if
               end-if
           end-perform

      *> other jobs' pre-flight cross-file checks reading its output
           set checks to type FormsCobol.CrossFileEngine::LoadSpecs()
           perform varying idx from 0 by 1
                     until idx >= checks::Count
               set checkSpec to
                   type FormsCobol.CrossFileSpec(checks::Item(idx))
               set targetName to checkSpec::GetJobName()::ToUpper()
               if targetName not = aJobName and
                   (self::ReadsOutput(
                       outputs checkSpec::GetTranDataPath()) or
                    self::ReadsOutput(
                       outputs checkSpec::GetMasterDataPath()))
                   invoke self::AddItem(items seen "CROSS-FILE"
                       targetName
                       "pre-flight reads " + aJobName + "'s output"
                       self::DueFor(entries targetName)
                       self::EndFor(entries forecasts targetName))
                   invoke self::Enqueue(queue targetName)
               end-if
           end-perform

      *> report-pack entries built from its output
           set packEntries to
               type FormsCobol.ReportPackEngine::LoadEntries()
           perform varying idx from 0 by 1
                     until idx >= packEntries::Count
               set packEntry to type FormsCobol.ReportPackEntry(
                   packEntries::Item(idx))
               if self::ReadsOutput(outputs packEntry::GetDataPath())
                   invoke self::AddItem(items seen "REPORT PACK"
                       packEntry::GetEntryName()
                       "built from " + aJobName + "'s output"
                       "" "")
               end-if
           end-perform
           goback.
       end method.

      *> Everything downstream of aName - a job, a stream, or a
      *> declared inbound feed - as ImpactItems in the order the
      *> walk reached them (nearest first).
       method-id Downstream static.
       local-storage section.
       01 startName type System.String.
       01 entries type System.Collections.ArrayList.
       01 forecasts type System.Collections.ArrayList.
       01 seen type System.Collections.ArrayList.
       01 queue type System.Collections.ArrayList.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.FeedDefinition.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 targetName type System.String.
       01 idx type System.Int32.
       01 eidx type System.Int32.
       01 qidx type System.Int32.
       procedure division using by value aName as type System.String
           returning items as type System.Collections.ArrayList.
           set items to new System.Collections.ArrayList()
           if aName = null
               goback
           end-if
           set startName to aName::Trim()::ToUpper()
           if startName::Length = 0
               goback
           end-if
           set seen to new System.Collections.ArrayList()
           set queue to new System.Collections.ArrayList()
           set entries to type FormsCobol.SchedulerEngine::LoadEntries()
           set forecasts to
               type FormsCobol.BatchForecast::Project(entries)

      *> a late inbound feed holds back every entry that fires on
      *> its arrival
           set feeds to type FormsCobol.FeedWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to
                   type FormsCobol.FeedDefinition(feeds::Item(idx))
               if feed::GetFeedName()::Trim()::ToUpper() = startName
                   perform varying eidx from 0 by 1
                             until eidx >= entries::Count
                       set scheduleEntry to
                           type FormsCobol.ScheduledJob(
                               entries::Item(eidx))
                       if type FormsCobol.JobParameters::GetValue(
                           scheduleEntry::GetParameters() "FEED")::
                           ToUpper() = startName
                           set targetName to
                               type FormsCobol.BatchForecast::
                                   TargetName(scheduleEntry)::ToUpper()
                           invoke self::AddItem(items seen "SCHEDULE"
                               targetName "waits for feed " + startName
                               feed::GetLatest()
                               self::EndFor(
                                   entries forecasts targetName))
                           invoke self::Enqueue(queue targetName)
                       end-if
                   end-perform
               end-if
           end-perform

           invoke self::Enqueue(queue startName)
           set qidx to 0
           perform until qidx >= queue::Count
               invoke self::WalkJob(
                   type System.String(queue::Item(qidx))
                   entries forecasts items seen queue)
               set qidx to qidx + 1
           end-perform
           goback.
       end method.

      *> One printable line per downstream item, for the alert email
      *> - the cutoffs already at risk are marked so they are read
      *> first.
       method-id DescribeLines static.
       local-storage section.
       01 items type System.Collections.ArrayList.
       01 impact type FormsCobol.ImpactItem.
       01 idx type System.Int32.
       01 aLine type System.String.
       procedure division using by value aName as type System.String
           returning impactLines as type System.Collections.ArrayList.
           set impactLines to new System.Collections.ArrayList()
           set items to self::Downstream(aName)
           if items::Count = 0
               invoke impactLines::Add(
                   "Nothing is declared downstream of " +
                   aName::Trim() + ".")
               goback
           end-if
           invoke impactLines::Add(
               "Downstream of " + aName::Trim() + ": " +
               items::Count::ToString() + " item(s).")
           perform varying idx from 0 by 1
                     until idx >= items::Count
               set impact to
                   type FormsCobol.ImpactItem(items::Item(idx))
               set aLine to "  " + impact::GetKind()::PadRight(12) +
                   impact::GetItemName()::PadRight(20) +
                   impact::GetLink()
               if impact::GetDueTime()::Length > 0
                   set aLine to aLine + "; due " +
                       impact::GetDueTime()
               end-if
               if impact::GetProjectedEnd()::Length > 0
                   set aLine to aLine + "; projected end " +
                       impact::GetProjectedEnd()
               end-if
               if impact::IsAtRisk()
                   set aLine to aLine + "  ** CUTOFF AT RISK"
               end-if
               invoke impactLines::Add(aLine)
           end-perform
           goback.
       end method.

      *> The same list as one paragraph, ready to append to an
      *> alert body.
       method-id DescribeText static.
       local-storage section.
       01 impactLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aName as type System.String
                            returning result as type System.String.
           set result to ""
           set impactLines to self::DescribeLines(aName)
           perform varying idx from 0 by 1
                     until idx >= impactLines::Count
               set result to result +
                   type System.Environment::NewLine +
                   type System.String(impactLines::Item(idx))
           end-perform
           goback.
       end method.

      *> The downstream list condensed to one line for the
      *> exception queue - names only, with the due time of anything
      *> already at risk - never containing the "|" the queue file
      *> separates on. "" when nothing is downstream.
       method-id Summary static.
       local-storage section.
       01 items type System.Collections.ArrayList.
       01 impact type FormsCobol.ImpactItem.
       01 idx type System.Int32.
       procedure division using by value aName as type System.String
                            returning result as type System.String.
           set result to ""
           set items to self::Downstream(aName)
           perform varying idx from 0 by 1
                     until idx >= items::Count
               set impact to
                   type FormsCobol.ImpactItem(items::Item(idx))
               if idx > 0
                   set result to result + ", "
               end-if
               set result to result + impact::GetItemName()
               if impact::IsAtRisk()
                   set result to result + " (due " +
                       impact::GetDueTime() + " AT RISK)"
               end-if
           end-perform
           set result to result::Replace("|" "/")
           goback.
       end method.

       end class.
