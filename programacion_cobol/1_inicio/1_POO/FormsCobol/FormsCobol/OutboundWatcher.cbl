      *> the files our jobs produce for the bank and the bureau are
      *> declared once (OUTFEEDS.TXT, one "|"-separated line per
      *> feed: name|source file|destination dir|cutoff|producing
      *> job, optionally followed by |ack dir|ack pattern|ack
      *> deadline|ack copybook|accepted field|rejected field for a
      *> feed the far end acknowledges - see AckTracker), and the
      *> console delivers each one on its scheduler tick the moment
      *> the producing job's last run today shows SUCCESS with its
      *> control totals verified OK - no more xcopy from a sticky
      *> note. Every delivery is logged (OUTLOG.TXT:
      *> feed|file|size|stamp|initiator), stamped SENT on the
      *> dashboard and, for an acknowledged feed, registered with
      *> AckTracker to await its answer, and its payments taken into
      *> any payment matching that names the feed (see
      *> PaymentMatchEngine); a cutoff that passes with nothing
      *> delivered is stamped NOT-SENT instead, once per day. A
      *> producing run held at VARIANCE (its volume out of line with
      *> history) stamps the feed HELD until a supervisor releases
      *> the run. Redelivery on demand (the far end lost the file)
      *> goes through the same path with the operator as initiator,
      *> and is refused while the run is held or unverified.
       class-id FormsCobol.OutboundWatcher.

       method-id GetOutboundPath static.
       01 aLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 feedsFile type System.String.
       01 ackParts type System.Collections.ArrayList.
       01 ackIdx type System.Int32.
       procedure division
           returning feeds as type System.Collections.ArrayList.
           set feeds to new System.Collections.ArrayList()
                   end-if
                   set parts to self::SplitPipes(aLine)
                   if parts::Count >= 5
      *> the acknowledgement columns arrived later - a five-part
      *> line is a feed declared before them, expecting no ack
                       set ackParts to
                           new System.Collections.ArrayList()
                       perform varying ackIdx from 5 by 1
                                 until ackIdx > 10
                           if ackIdx < parts::Count
                               invoke ackParts::Add(
                                   type System.String(
                                       parts::Item(ackIdx))::Trim())
                           else
                               invoke ackParts::Add("")
                           end-if
                       end-perform
                       invoke feeds::Add(
                           new FormsCobol.OutboundFeed(
                               type System.String(parts::Item(0))
                               type System.String(parts::Item(3))
                                   ::Trim()
                               type System.String(parts::Item(4))
                                   ::Trim()::ToUpper()
                               type System.String(ackParts::Item(0))
                               type System.String(ackParts::Item(1))
                               type System.String(ackParts::Item(2))
                               type System.String(ackParts::Item(3))
                               type System.String(ackParts::Item(4))
                                   ::ToUpper()
                               type System.String(ackParts::Item(5))
                                   ::ToUpper()))
                   end-if
               end-perform
           finally
           goback.
       end method.

      *> The file lines for feeds, one "|"-separated line each.
       method-id FormatFeeds static private.
       local-storage section.
       01 idx type System.Int32.
       01 feed type FormsCobol.OutboundFeed.
       procedure division using by value feeds
                               as type System.Collections.ArrayList
           returning feedLines as type System.Collections.ArrayList.
           set feedLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to type FormsCobol.OutboundFeed(
                   feeds::Item(idx))
               if feed::ExpectsAck()
                   invoke feedLines::Add(
                       feed::GetFeedName() + "|" +
                       feed::GetSourcePath() + "|" +
                       feed::GetDestinationDir() + "|" +
                       feed::GetCutoff() + "|" +
                       feed::GetProducingJob() + "|" +
                       feed::GetAckDir() + "|" +
                       feed::GetAckPattern() + "|" +
                       feed::GetAckDeadline() + "|" +
                       feed::GetAckCopybook() + "|" +
                       feed::GetAcceptedField() + "|" +
                       feed::GetRejectedField())
               else
                   invoke feedLines::Add(
                       feed::GetFeedName() + "|" +
                       feed::GetSourcePath() + "|" +
                       feed::GetDestinationDir() + "|" +
                       feed::GetCutoff() + "|" +
                       feed::GetProducingJob())
               end-if
           end-perform
           goback.
       end method.

      *> Submits a new outbound feed declaration for a second
      *> supervisor's approval; returns DefinitionChangeStore::
      *> Submit's change number.
       method-id AddFeed static.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed
           returning changeNo as type System.Int32.
           set feeds to self::LoadFeeds()
           invoke feeds::Add(feed)
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "OUTFEEDS.TXT" self::FormatFeeds(feeds)
                   "Declare outbound feed " + feed::GetFeedName())
           goback.
       end method.

      *> Submits the removal of the feed at aIndex (as listed by
      *> LoadFeeds) for approval; returns the change number, or -1
      *> when aIndex names no feed.
       method-id RemoveFeed static.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.OutboundFeed.
       procedure division using by value aIndex as type System.Int32
                            returning changeNo as type System.Int32.
           set changeNo to -1
           set feeds to self::LoadFeeds()
           if aIndex >= 0 and aIndex < feeds::Count
               set feed to type FormsCobol.OutboundFeed(
                   feeds::Item(aIndex))
               invoke feeds::RemoveAt(aIndex)
               set changeNo to
                   type FormsCobol.DefinitionChangeStore::Submit(
                       "OUTFEEDS.TXT" self::FormatFeeds(feeds)
                       "Remove outbound feed " + feed::GetFeedName())
           end-if
           goback.
       end method.
      *> True when the producing job's latest control-total
      *> verification stands at OK - or when its output carries no
      *> control-total declaration at all, which (like CheckAfterRun)
      *> passes by definition. A redelivery on demand is held to the
      *> same test.
       method-id ControlsVerified static.
       local-storage section.
       01 resultText type System.String.
       procedure division using by value aJobName
               "OUTBOUND SENT"
               feed::GetFeedName() + " -> " +
               feed::GetDestinationDir())
      *> the far end's answer is now owed - from this delivery
           if feed::ExpectsAck()
               invoke type FormsCobol.AckTracker::ExpectAck(feed)
           end-if
      *> and the payments in it wait for the bank's statement
           invoke type FormsCobol.PaymentMatchEngine::CaptureDelivery(
               feed)
           goback.
       end method.

           goback.
       end method.

      *> True when the feed is already stamped HELD today on the
      *> dashboard, so a held delivery is raised once, not on every
      *> tick while it waits for the release.
       method-id HeldAlreadyStamped static private.
       local-storage section.
       01 statusLine type System.String.
       procedure division using by value aFeedName
                                             as type System.String
                            returning result as condition-value.
           set result to False
           set statusLine to
               type FormsCobol.JobStatusReader::FindJobLine(
                   aFeedName)
           if statusLine = null
               goback
           end-if
           if type FormsCobol.JobStatusReader::ExtractStatus(
               statusLine) = "HELD" and
               type FormsCobol.JobStatusReader::ExtractLastRun(
                   statusLine)::StartsWith(
                       type System.DateTime::Now::ToString(
                           "yyyy-MM-dd"))
               set result to True
           end-if
           goback.
       end method.

      *> One watch pass over every declared outbound feed - called
      *> on the scheduler tick. A feed not yet delivered today goes
      *> out the moment its producing job shows a SUCCESS run today
                   end-if
               end-if

      *> produced but held at VARIANCE - shown as HELD until the
      *> release, or until the cutoff passes and it is NOT-SENT
               if nowTime::CompareTo(feed::GetCutoff()) <= 0 and
                   type FormsCobol.VarianceEngine::IsHeld(
                       feed::GetProducingJob())
                   if not self::HeldAlreadyStamped(
                       feed::GetFeedName())
                       invoke type FormsCobol.JobStatusReader::
                           RecordStatus(
                               feed::GetFeedName() "variance hold"
                               "" "HELD")
                       invoke type FormsCobol.AuditLog::Write(
                           "OUTBOUND HELD"
                           feed::GetFeedName() + " " +
                           feed::GetProducingJob() + " at VARIANCE")
                       invoke narration::Add(
                           "Outbound " + feed::GetFeedName() +
                           " held: " + feed::GetProducingJob() +
                           " is at VARIANCE awaiting release.")
                   end-if
                   exit perform cycle
               end-if

      *> not released yet - past the cutoff that becomes a missed
      *> delivery on the dashboard, once
               if nowTime::CompareTo(feed::GetCutoff()) > 0
                               feed::GetFeedName() "" "" "NOT-SENT")
                       invoke type FormsCobol.AuditLog::Write(
                           "OUTBOUND MISSED" feed::GetFeedName())
                       invoke type FormsCobol.EventPublisher::Publish(
                           "BC5001" feed::GetFeedName()
                           feed::GetFeedName() + " NOT-SENT at its " +
                           feed::GetCutoff() + " cutoff")
                       invoke narration::Add(
                           "Outbound " + feed::GetFeedName() +
                           " missed its " + feed::GetCutoff() +
