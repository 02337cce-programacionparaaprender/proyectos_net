      *> when every FREQ=B schedule entry carries that date's
      *> run-today stamp, every declared inbound feed either has an
      *> arrival logged for the date or an operator-recorded waiver,
      *> every outbound delivery for the date whose feed expects an
      *> acknowledgement has been answered (or a supervisor waived
      *> the answer), and no job on the dashboard stands FAILED,
      *> ABENDED, HUNG, CTL-FAIL or VARIANCE. A supervisor then
      *> signs the date off; closes live in DAYCLOSE.TXT (busdate|
      *> closed by|stamp) and feed waivers in FEEDWAIVERS.TXT (feed|
      *> busdate|operator|reason|stamp), both in the status
      *> directory; acknowledgement waivers are kept by AckTracker.
      *> Once the first close is on file the scheduler holds the
      *> new date's entries while the previous business date is
      *> still open - today half-running
      *> on top of an unfinished yesterday is the worst failure
      *> mode we have. The post-midnight tail of the night in
      *> flight (due times at or before the batch window end) is
      *> never held: it is finishing the very date awaiting the
      *> sign-off. The checklist also shows what the date put into
      *> suspense, count and amount, for the sign-off to see.
       class-id FormsCobol.DayCloseEngine.

       method-id GetClosePath static.
           finally
               invoke writer::Close()
           end-try
           invoke type FormsCobol.EventPublisher::Publish("BC6001"
               aBusDate "business date " + aBusDate +
               " closed by " + aSupervisorId)
           goback.
       end method.

               when "ABENDED"
               when "HUNG"
               when "CTL-FAIL"
               when "VARIANCE"
                   set result to True
               when other
                   set result to False
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.FeedDefinition.
       01 outFeeds type System.Collections.ArrayList.
       01 outFeed type FormsCobol.OutboundFeed.
       01 ackState type System.String.
       01 statusLines type System.Collections.ArrayList.
       01 aLine type System.String.
       01 idx type System.Int32.
       01 windowEndMinutes type System.Int32.
       01 dayAfter type System.String.
       01 entryRan as condition-value.
       01 suspenseCount type System.Int32.
       01 suspenseAmount type System.Decimal.
       01 outstandingCount type System.Int32.
       01 outstandingAmount type System.Decimal.
       procedure division using by value aBusDate
                                             as type System.String
           returning checkLines as type System.Collections.ArrayList.
               end-if
           end-perform

      *> every delivery for the date the far end should answer must
      *> have been answered, or its answer waived by a supervisor -
      *> a rejected answer is an exception for the queue, not a
      *> blocker
           set outFeeds to
               type FormsCobol.OutboundWatcher::LoadFeeds()
           perform varying idx from 0 by 1
                     until idx >= outFeeds::Count
               set outFeed to type FormsCobol.OutboundFeed(
                   outFeeds::Item(idx))
               if not outFeed::ExpectsAck()
                   exit perform cycle
               end-if
               set ackState to
                   type FormsCobol.AckTracker::StateOnDate(
                       outFeed::GetFeedName() aBusDate)
               if ackState::Length = 0
                   exit perform cycle
               end-if
               if ackState = "AWAITING" or ackState = "NO-ACK"
                   invoke checkLines::Add(
                       "** unacked  " + outFeed::GetFeedName())
                   set blockers to blockers + 1
               else
                   invoke checkLines::Add(
                       "   " + ackState::ToLower()::PadRight(9) +
                       outFeed::GetFeedName())
               end-if
           end-perform

      *> nothing on the dashboard may be left in a bad state
           set statusLines to
               type FormsCobol.JobStatusReader::ReadAll()
               end-if
           end-perform

      *> what the date put into suspense and what of it still waits
      *> - information for the sign-off, not a blocker: an item may
      *> wait across dates for its repair by design
           invoke type FormsCobol.SuspenseStore::Totals("" aBusDate
               False by reference suspenseCount
               by reference suspenseAmount)
           if suspenseCount > 0
               invoke type FormsCobol.SuspenseStore::Totals(""
                   aBusDate True by reference outstandingCount
                   by reference outstandingAmount)
               invoke checkLines::Add(
                   "   suspense " + suspenseCount::ToString() +
                   " item(s), amount " +
                   suspenseAmount::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "; outstanding " +
                   outstandingCount::ToString() + ", amount " +
                   outstandingAmount::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture))
           else
               invoke checkLines::Add("   suspense none")
           end-if

           if blockers = 0
               invoke checkLines::Add("")
               invoke checkLines::Add(
