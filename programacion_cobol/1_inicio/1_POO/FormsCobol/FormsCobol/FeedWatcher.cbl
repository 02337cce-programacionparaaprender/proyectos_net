      *> file is never called complete, logs the arrival
      *> (FEEDLOG.TXT) and stamps ARRIVED on the dashboard - which
      *> is what lets a schedule entry carrying FEED=<name> fire on
      *> arrival instead of a fixed HH:mm, and what runs the payment
      *> matching of a bank statement feed. When a feed's latest time
      *> passes with no file, the dashboard gets a MISSED status
      *> instead. A sequence-checked feed must arrive exactly one
      *> past the last sequence processed (FEEDSEQ.TXT); a
           goback.
       end method.

      *> The file lines for feeds, one "|"-separated line each.
       method-id FormatFeeds static private.
       local-storage section.
       01 idx type System.Int32.
       01 feed type FormsCobol.FeedDefinition.
       procedure division using by value feeds
                               as type System.Collections.ArrayList
           returning feedLines as type System.Collections.ArrayList.
           set feedLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set feed to type FormsCobol.FeedDefinition(
                   feeds::Item(idx))
               invoke feedLines::Add(
                   feed::GetFeedName() + "|" +
                   feed::GetLandingDir() + "|" +
                   feed::GetFilePattern() + "|" +
                   feed::GetEarliest() + "|" +
                   feed::GetLatest() + "|" +
                   feed::GetSeqStart()::ToString() + "|" +
                   feed::GetSeqLength()::ToString())
           end-perform
           goback.
       end method.

      *> Submits a new inbound feed declaration for a second
      *> supervisor's approval; returns DefinitionChangeStore::
      *> Submit's change number.
       method-id AddFeed static.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
       procedure division
           using by value feed as type FormsCobol.FeedDefinition
           returning changeNo as type System.Int32.
           set feeds to self::LoadFeeds()
           invoke feeds::Add(feed)
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "FEEDS.TXT" self::FormatFeeds(feeds)
                   "Declare inbound feed " + feed::GetFeedName())
           goback.
       end method.

      *> Submits the removal of the feed at aIndex (as listed by
      *> LoadFeeds) for approval; returns the change number, or -1
      *> when aIndex names no feed.
       method-id RemoveFeed static.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.FeedDefinition.
       procedure division using by value aIndex as type System.Int32
                            returning changeNo as type System.Int32.
           set changeNo to -1
           set feeds to self::LoadFeeds()
           if aIndex >= 0 and aIndex < feeds::Count
               set feed to type FormsCobol.FeedDefinition(
                   feeds::Item(aIndex))
               invoke feeds::RemoveAt(aIndex)
               set changeNo to
                   type FormsCobol.DefinitionChangeStore::Submit(
                       "FEEDS.TXT" self::FormatFeeds(feeds)
                       "Remove inbound feed " + feed::GetFeedName())
           end-if
           goback.
       end method.
               feed::GetFeedName() + " " +
               type System.IO.Path::GetFileName(aFilePath) + " - " +
               aReason)
           invoke type FormsCobol.EventPublisher::Publish("BC4002"
               feed::GetFeedName()
               feed::GetFeedName() + " " +
               type System.IO.Path::GetFileName(aFilePath) +
               " quarantined - " + aReason)
           set narrationLine to
               "Feed " + feed::GetFeedName() + " quarantined (" +
               aReason + "): " +
                           " arrived: " +
                           type System.IO.Path::GetFileName(
                               landedFile))
      *> a bank statement runs its payment matching on arrival
                       invoke narration::AddRange(
                           type FormsCobol.PaymentMatchEngine::
                               RunForArrival(
                                   feed::GetFeedName() landedFile))
                   else
                       set PendingSizes::Item(feed::GetFeedName())
                           to currentSize::ToString()
                               feed::GetFeedName() "" "" "MISSED")
                       invoke type FormsCobol.AuditLog::Write(
                           "FEED MISSED" feed::GetFeedName())
                       invoke type FormsCobol.EventPublisher::Publish(
                           "BC4001" feed::GetFeedName()
                           feed::GetFeedName() + " missed its " +
                           feed::GetLatest() + " cutoff")
                       invoke narration::Add(
                           "Feed " + feed::GetFeedName() +
                           " missed its " + feed::GetLatest() +
