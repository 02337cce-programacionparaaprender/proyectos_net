      *> AckTracker - the far end's answer to each outbound delivery.
      *> The bank and the bureau send back an acknowledgement (or
      *> reject) file for what we deliver; a feed declaring one in
      *> OUTFEEDS.TXT has each delivery registered here the moment it
      *> goes out, and the scheduler tick matches the next
      *> acknowledgement to land in the feed's ack directory under
      *> its pattern - written after the delivery, held still for a
      *> whole tick, not already matched - to the oldest delivery
      *> still waiting. Its records are laid out by the feed's ack
      *> copybook; the accepted and rejected fields are summed over
      *> every record. The delivery is then ACKED (nothing rejected),
      *> PARTIAL (some rejected) or REJECTED (nothing accepted) on
      *> the dashboard, and one past its deadline with no answer
      *> is NO-ACK; rejects and a missing ack open an exception and
      *> alert the on-call list. One "|"-separated line per delivery
      *> in ACKLOG.TXT in the status directory:
      *>   feed|delivered file|delivery stamp|busdate|deadline|state|
      *>   ack file|accepted|rejected|state stamp|by|note|ack stamp
      *> state is AWAITING, NO-ACK, ACKED, PARTIAL, REJECTED, WAIVED
      *> (a supervisor accepted that no answer will come, so the
      *> date may close) or SUPERSEDED (redelivered before it was
      *> answered - the redelivery waits instead).
       class-id FormsCobol.AckTracker.

       working-storage section.
      *> size seen on the previous tick, per acknowledgement file -
      *> an ack is only read once it stops growing
       01 PendingSizes is static
           type System.Collections.Hashtable.

       method-id GetAckLogPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "ACKLOG.TXT")
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

       method-id PartAsText static.
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

       method-id TryParseDecimal static private.
       procedure division using by value aText as type System.String
                            by reference aValue as type System.Decimal
                            returning result as condition-value.
           set result to type System.Decimal::TryParse(
               aText::Trim()
               type System.Globalization.NumberStyles::Number
               type System.Globalization.CultureInfo::
                   InvariantCulture
               aValue)
           goback.
       end method.

      *> The field named aFieldName in the layout, or null.
       method-id FindField static private.
       local-storage section.
       01 idx type System.Int32.
       01 candidate type FormsCobol.CopybookField.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            aFieldName as type System.String
           returning field as type FormsCobol.CopybookField.
           set field to null
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set candidate to type FormsCobol.CopybookField(
                   fields::Item(idx))
               if candidate::GetName()::ToUpper() =
                   aFieldName::ToUpper()
                   set field to candidate
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> Every line of ACKLOG.TXT as its parts, in file order.
       method-id ReadAll static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 logFile type System.String.
       procedure division
           returning ackLines as type System.Collections.ArrayList.
           set ackLines to new System.Collections.ArrayList()
           set logFile to self::GetAckLogPath()
           if not type System.IO.File::Exists(logFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(logFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke ackLines::Add(self::SplitPipes(aLine))
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Rewrites ACKLOG.TXT from ackLines (each a parts list). The
      *> caller holds the gate.
       method-id WriteAll static private.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 partIdx type System.Int32.
       01 newLine type System.String.
       01 logFile type System.String.
       01 logDir type System.String.
       procedure division using by value ackLines
                               as type System.Collections.ArrayList.
           set logFile to self::GetAckLogPath()
           set logDir to type System.IO.Path::GetDirectoryName(logFile)
           if logDir::Length > 0
               if not type System.IO.Directory::Exists(logDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           logDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(logFile False)
           try
               perform varying idx from 0 by 1
                         until idx >= ackLines::Count
                   set parts to type System.Collections.ArrayList(
                       ackLines::Item(idx))
                   set newLine to self::PartAsText(parts 0)
                   perform varying partIdx from 1 by 1
                             until partIdx > 12
                       set newLine to newLine + "|" +
                           self::PartAsText(parts partIdx)
                   end-perform
                   invoke writer::WriteLine(newLine)
               end-perform
           finally
               invoke writer::Close()
           end-try
           goback.
       end method.

      *> Sets the part at aIndex, padding the list out to the full
      *> thirteen parts first.
       method-id SetPart static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            aValue as type System.String.
           perform until parts::Count > 12
               invoke parts::Add("")
           end-perform
           set parts::Item(aIndex) to aValue
           goback.
       end method.

      *> The business date a delivery of the feed answers for - the
      *> BUSDATE the producing job last ran with, else the current
      *> business date.
       method-id DeliveryBusinessDate static private.
       local-storage section.
       01 runs type System.Collections.ArrayList.
       01 runEntry type FormsCobol.RunHistoryEntry.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed
           returning result as type System.String.
           set result to ""
           set runs to type FormsCobol.RunHistoryStore::HistoryFor(
               feed::GetProducingJob())
           if runs::Count > 0
               set runEntry to type FormsCobol.RunHistoryEntry(
                   runs::Item(runs::Count - 1))
               set result to type FormsCobol.JobParameters::GetValue(
                   runEntry::GetParameters() "BUSDATE")
           end-if
           if result = null or result::Trim()::Length = 0
               set result to
                   type FormsCobol.JobParameters::DefaultBusinessDate()
           end-if
           goback.
       end method.

      *> Registers a delivery of the feed just made as awaiting its
      *> acknowledgement, due by the next occurrence of the feed's
      *> ack deadline. An earlier delivery of the feed still waiting
      *> is superseded - the far end answers the file it now holds.
       method-id ExpectAck static.
       local-storage section.
       01 ackLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 newParts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 nowTime type System.DateTime.
       01 deadline type System.DateTime.
       01 deadlineText type System.String.
       01 deadlineMinutes type System.Int32.
       01 nowStamp type System.String.
       01 lineState type System.String.
       01 gate type System.Type.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed.
           set nowTime to type System.DateTime::Now
           set nowStamp to nowTime::ToString("yyyy-MM-dd HH:mm:ss")
           set deadlineText to ""
           if feed::GetAckDeadline()::Length = 5
               set deadlineMinutes to
                   type FormsCobol.SchedulerEngine::ParseMinutes(
                       feed::GetAckDeadline())
               set deadline to
                   type System.DateTime::Today::AddMinutes(
                       deadlineMinutes)
               if deadline::CompareTo(nowTime) <= 0
                   set deadline to deadline::AddDays(1)
               end-if
               set deadlineText to
                   deadline::ToString("yyyy-MM-dd HH:mm")
           end-if

           set newParts to new System.Collections.ArrayList()
           invoke newParts::Add(feed::GetFeedName())
           invoke newParts::Add(
               type System.IO.Path::GetFileName(
                   feed::GetSourcePath()))
           invoke newParts::Add(nowStamp)
           invoke newParts::Add(self::DeliveryBusinessDate(feed))
           invoke newParts::Add(deadlineText)
           invoke newParts::Add("AWAITING")
           invoke self::SetPart(newParts 9 nowStamp)

           set gate to type System.Type::GetType(
               "FormsCobol.AckTracker")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set ackLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= ackLines::Count
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx))
               set lineState to self::PartAsText(parts 5)
               if self::PartAsText(parts 0) = feed::GetFeedName() and
                   (lineState = "AWAITING" or lineState = "NO-ACK")
                   invoke self::SetPart(parts 5 "SUPERSEDED")
                   invoke self::SetPart(parts 9 nowStamp)
                   invoke self::SetPart(parts 11
                       "redelivered " + nowStamp)
               end-if
           end-perform
           invoke ackLines::Add(newParts)
           invoke self::WriteAll(ackLines)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> The declared feed named aFeedName, or null.
       method-id FindFeed static private.
       local-storage section.
       01 idx type System.Int32.
       01 candidate type FormsCobol.OutboundFeed.
       procedure division using by value feeds
                               as type System.Collections.ArrayList
                            aFeedName as type System.String
           returning feed as type FormsCobol.OutboundFeed.
           set feed to null
           perform varying idx from 0 by 1
                     until idx >= feeds::Count
               set candidate to type FormsCobol.OutboundFeed(
                   feeds::Item(idx))
               if candidate::GetFeedName() = aFeedName
                   set feed to candidate
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> True when an acknowledgement file (by name and write stamp)
      *> has already been matched to a delivery.
       method-id AlreadyMatched static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       procedure division using by value ackLines
                               as type System.Collections.ArrayList
                            aFileName as type System.String
                            aWriteStamp as type System.String
                            returning result as condition-value.
           set result to False
           perform varying idx from 0 by 1
                     until idx >= ackLines::Count
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx))
               if self::PartAsText(parts 6) = aFileName and
                   self::PartAsText(parts 12) = aWriteStamp
                   set result to True
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> The oldest complete, unmatched acknowledgement in the feed's
      *> ack directory written at or after aDeliveryStamp, or "".
      *> A file still growing is remembered and left for the next
      *> tick.
       method-id FindAckFile static private.
       local-storage section.
       01 filesEnum type System.Collections.IEnumerator.
       01 ackPattern type System.String.
       01 fileInfo type System.IO.FileInfo.
       01 writeStamp type System.String.
       01 bestStamp type System.String.
       01 sizeText type System.String.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed
                          aDeliveryStamp as type System.String
                          ackLines as type System.Collections.ArrayList
           returning result as type System.String.
           set result to ""
           set bestStamp to ""
           if not type System.IO.Directory::Exists(feed::GetAckDir())
               goback
           end-if
           set ackPattern to feed::GetAckPattern()
           if ackPattern::Length = 0
               set ackPattern to "*"
           end-if
           set filesEnum to
               type System.IO.Directory::EnumerateFiles(
                   feed::GetAckDir() ackPattern)::GetEnumerator()
           perform until exit
               if not filesEnum::MoveNext()
                   exit perform
               end-if
               set fileInfo to new System.IO.FileInfo(
                   type System.String(filesEnum::Current))
               set writeStamp to fileInfo::LastWriteTime::ToString(
                   "yyyy-MM-dd HH:mm:ss")
               if writeStamp::CompareTo(aDeliveryStamp) < 0
                   exit perform cycle
               end-if
               if self::AlreadyMatched(
                   ackLines fileInfo::Name writeStamp)
                   exit perform cycle
               end-if
      *> complete only once it has held its size for a whole tick
               set sizeText to fileInfo::Length::ToString()
               if PendingSizes::ContainsKey(fileInfo::FullName)
                   if type System.String(
                       PendingSizes::Item(fileInfo::FullName)) not =
                       sizeText
                       set PendingSizes::Item(fileInfo::FullName)
                           to sizeText
                       exit perform cycle
                   end-if
               else
                   set PendingSizes::Item(fileInfo::FullName)
                       to sizeText
                   exit perform cycle
               end-if
               if bestStamp::Length = 0 or
                   writeStamp::CompareTo(bestStamp) < 0
                   set bestStamp to writeStamp
                   set result to fileInfo::FullName
               end-if
           end-perform
           goback.
       end method.

      *> Reads the accepted and rejected counts off an
      *> acknowledgement through the feed's ack copybook, summed
      *> over every record whose fields are numeric. Returns the
      *> problem, or "" when both fields were found.
       method-id ReadCounts static private.
       local-storage section.
       01 fields type System.Collections.ArrayList.
       01 acceptedField type FormsCobol.CopybookField.
       01 rejectedField type FormsCobol.CopybookField.
       01 dataRecords type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aRecord type System.String.
       01 fieldValue type System.Decimal.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed
                          aAckPath as type System.String
                          by reference aAccepted
                              as type System.Decimal
                          by reference aRejected
                              as type System.Decimal
           returning problem as type System.String.
           set problem to ""
           set aAccepted to 0
           set aRejected to 0
           if not type System.IO.File::Exists(feed::GetAckCopybook())
               set problem to "ack copybook " +
                   feed::GetAckCopybook() + " not found"
               goback
           end-if
           set fields to
               type FormsCobol.CopybookLayout::ParseFields(
                   feed::GetAckCopybook())
           set acceptedField to
               self::FindField(fields feed::GetAcceptedField())
           set rejectedField to
               self::FindField(fields feed::GetRejectedField())
           if acceptedField = null or rejectedField = null
               set problem to
                   "accepted/rejected fields not found in " +
                   feed::GetAckCopybook()
               goback
           end-if
           set dataRecords to
               type FormsCobol.CopybookLayout::ReadRecords(
                   aAckPath
                   type FormsCobol.CopybookLayout::RecordLength(
                       fields))
           perform varying idx from 0 by 1
                     until idx >= dataRecords::Count
               set aRecord to
                   type System.String(dataRecords::Item(idx))
               if self::TryParseDecimal(
                   acceptedField::FormatValue(aRecord) fieldValue)
                   set aAccepted to aAccepted + fieldValue
               end-if
               if self::TryParseDecimal(
                   rejectedField::FormatValue(aRecord) fieldValue)
                   set aRejected to aRejected + fieldValue
               end-if
           end-perform
           goback.
       end method.

      *> Raises a delivery that came back bad or never came back:
      *> the feed's dashboard status, an exception to be
      *> dispositioned, and an alert to the on-call list.
       method-id RaiseProblem static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aStatus as type System.String
                            aDetail as type System.String.
           invoke type FormsCobol.ExceptionQueue::OpenIfBad(
               self::PartAsText(parts 0) aStatus "")
           invoke type FormsCobol.AlertEngine::SendAlert(
               "Outbound " + self::PartAsText(parts 0) + " " +
               aStatus
               "Feed: " + self::PartAsText(parts 0) +
               type System.Environment::NewLine +
               "Delivered: " + self::PartAsText(parts 1) + " at " +
               self::PartAsText(parts 2) + " for " +
               self::PartAsText(parts 3) +
               type System.Environment::NewLine +
               "Acknowledgement: " + aDetail)
           goback.
       end method.

      *> One pass over every delivery still waiting - called on the
      *> scheduler tick after the delivery pass. Matches landed
      *> acknowledgements, marks the overdue, and returns the
      *> narration lines for the live log.
       method-id CheckAcknowledgements static.
       local-storage section.
       01 ackLines type System.Collections.ArrayList.
       01 raised type System.Collections.ArrayList.
       01 raisedStatus type System.Collections.ArrayList.
       01 raisedDetail type System.Collections.ArrayList.
       01 feeds type System.Collections.ArrayList.
       01 feed type FormsCobol.OutboundFeed.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 lineState type System.String.
       01 ackPath type System.String.
       01 ackInfo type System.IO.FileInfo.
       01 accepted type System.Decimal.
       01 rejected type System.Decimal.
       01 problem type System.String.
       01 verdict type System.String.
       01 ackDetail type System.String.
       01 nowStamp type System.String.
       01 nowMinuteStamp type System.String.
       01 changed as condition-value.
       01 gate type System.Type.
       procedure division
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set raised to new System.Collections.ArrayList()
           set raisedStatus to new System.Collections.ArrayList()
           set raisedDetail to new System.Collections.ArrayList()
           if PendingSizes = null
               set PendingSizes to new System.Collections.Hashtable()
           end-if
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set nowMinuteStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm")
           set feeds to type FormsCobol.OutboundWatcher::LoadFeeds()
           set changed to False

           set gate to type System.Type::GetType(
               "FormsCobol.AckTracker")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set ackLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= ackLines::Count
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx))
               set lineState to self::PartAsText(parts 5)
               if lineState not = "AWAITING" and
                   lineState not = "NO-ACK"
                   exit perform cycle
               end-if
               set feed to self::FindFeed(
                   feeds self::PartAsText(parts 0))
               if feed = null
                   exit perform cycle
               end-if
               if not feed::ExpectsAck()
                   exit perform cycle
               end-if

      *> an answer landed - a late one still clears a NO-ACK
               set ackPath to self::FindAckFile(
                   feed self::PartAsText(parts 2) ackLines)
               if ackPath::Length > 0
                   set ackInfo to new System.IO.FileInfo(ackPath)
                   set problem to self::ReadCounts(
                       feed ackPath accepted rejected)
                   if problem::Length > 0
                       set verdict to "REJECTED"
                   else
                       if rejected = 0
                           set verdict to "ACKED"
                       else
                           if accepted > 0
                               set verdict to "PARTIAL"
                           else
                               set verdict to "REJECTED"
                           end-if
                       end-if
                   end-if
                   invoke self::SetPart(parts 5 verdict)
                   invoke self::SetPart(parts 6 ackInfo::Name)
                   invoke self::SetPart(parts 7 accepted::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture))
                   invoke self::SetPart(parts 8 rejected::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture))
                   invoke self::SetPart(parts 9 nowStamp)
                   invoke self::SetPart(parts 10 "CONSOLE")
                   invoke self::SetPart(parts 11 problem)
                   invoke self::SetPart(parts 12
                       ackInfo::LastWriteTime::ToString(
                           "yyyy-MM-dd HH:mm:ss"))
                   invoke PendingSizes::Remove(ackInfo::FullName)
                   set changed to True
                   set ackDetail to ackInfo::Name + " accepted " +
                       self::PartAsText(parts 7) + ", rejected " +
                       self::PartAsText(parts 8)
                   if problem::Length > 0
                       set ackDetail to ackInfo::Name + ": " + problem
                   end-if
                   invoke narration::Add(
                       "Outbound " + self::PartAsText(parts 0) +
                       " " + verdict + ": " + ackDetail)
                   invoke type FormsCobol.AuditLog::Write(
                       "OUTBOUND ACK"
                       self::PartAsText(parts 0) + " " + verdict +
                       " " + ackDetail)
                   invoke raised::Add(parts)
                   invoke raisedStatus::Add(verdict)
                   invoke raisedDetail::Add(ackDetail)
                   exit perform cycle
               end-if

      *> nothing back by the deadline - raised once
               if lineState = "AWAITING" and
                   self::PartAsText(parts 4)::Length > 0 and
                   nowMinuteStamp::CompareTo(
                       self::PartAsText(parts 4)) > 0
                   invoke self::SetPart(parts 5 "NO-ACK")
                   invoke self::SetPart(parts 9 nowStamp)
                   set changed to True
                   set ackDetail to "none received by " +
                       self::PartAsText(parts 4)
                   invoke narration::Add(
                       "Outbound " + self::PartAsText(parts 0) +
                       " not acknowledged: " + ackDetail)
                   invoke type FormsCobol.AuditLog::Write(
                       "OUTBOUND NO ACK"
                       self::PartAsText(parts 0) + " " + ackDetail)
                   invoke raised::Add(parts)
                   invoke raisedStatus::Add("NO-ACK")
                   invoke raisedDetail::Add(ackDetail)
               end-if
           end-perform
           if changed
               invoke self::WriteAll(ackLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try

      *> dashboard, exceptions and mail outside the gate - an SMTP
      *> host that is slow to answer must not hold up a redelivery
           perform varying idx from 0 by 1
                     until idx >= raised::Count
               set parts to type System.Collections.ArrayList(
                   raised::Item(idx))
               set verdict to type System.String(
                   raisedStatus::Item(idx))
               invoke type FormsCobol.JobStatusReader::RecordStatus(
                   self::PartAsText(parts 0) "ack" "" verdict)
               if verdict not = "ACKED"
                   invoke self::RaiseProblem(parts verdict
                       type System.String(raisedDetail::Item(idx)))
               end-if
           end-perform
           goback.
       end method.

      *> The state of the named feed's latest delivery as one line
      *> for the Outbound screen, or "" when none is tracked.
       method-id LatestStateText static.
       local-storage section.
       01 ackLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aFeedName
                                             as type System.String
                            returning result as type System.String.
           set result to ""
           set ackLines to self::ReadAll()
           perform varying idx from ackLines::Count by -1
                     until idx < 1
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx - 1))
               if self::PartAsText(parts 0) =
                   aFeedName::Trim()::ToUpper()
                   set result to self::PartAsText(parts 5) + " " +
                       self::PartAsText(parts 3)
                   if self::PartAsText(parts 6)::Length > 0
                       set result to result + " (" +
                           self::PartAsText(parts 7) + " ok, " +
                           self::PartAsText(parts 8) + " rej)"
                   else
                       if self::PartAsText(parts 5) = "AWAITING"
                           set result to result + " due " +
                               self::PartAsText(parts 4)
                       end-if
                   end-if
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> How the named feed's delivery for the business date was
      *> answered - the state of its latest delivery for the date
      *> that was not superseded, or "" when none went out for it.
      *> AWAITING and NO-ACK hold up the close of the date until it
      *> is answered or waived.
       method-id StateOnDate static.
       local-storage section.
       01 ackLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aFeedName
                                             as type System.String
                            aBusDate as type System.String
                            returning result as type System.String.
           set result to ""
           set ackLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= ackLines::Count
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx))
               if self::PartAsText(parts 0) =
                   aFeedName::Trim()::ToUpper() and
                   self::PartAsText(parts 3) = aBusDate::Trim() and
                   self::PartAsText(parts 5) not = "SUPERSEDED"
                   set result to self::PartAsText(parts 5)
               end-if
           end-perform
           goback.
       end method.

      *> A supervisor's acceptance that the named feed's deliveries
      *> for the date will not be answered - marked WAIVED with who
      *> and why, so the date may close. Returns False when nothing
      *> for the feed and date was waiting. The caller checks the
      *> operator's authority.
       method-id Waive static.
       local-storage section.
       01 ackLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 lineState type System.String.
       01 nowStamp type System.String.
       01 gate type System.Type.
       procedure division using by value aFeedName
                                             as type System.String
                            aBusDate as type System.String
                            aReason as type System.String
                            returning result as condition-value.
           set result to False
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set gate to type System.Type::GetType(
               "FormsCobol.AckTracker")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set ackLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= ackLines::Count
               set parts to type System.Collections.ArrayList(
                   ackLines::Item(idx))
               set lineState to self::PartAsText(parts 5)
               if self::PartAsText(parts 0) =
                   aFeedName::Trim()::ToUpper() and
                   self::PartAsText(parts 3) = aBusDate::Trim() and
                   (lineState = "AWAITING" or lineState = "NO-ACK")
                   invoke self::SetPart(parts 5 "WAIVED")
                   invoke self::SetPart(parts 9 nowStamp)
                   invoke self::SetPart(parts 10
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId())
                   invoke self::SetPart(parts 11
                       aReason::Trim()::Replace("|" "/"))
                   set result to True
               end-if
           end-perform
           if result
               invoke self::WriteAll(ackLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "WAIVE ACK"
                   aFeedName::Trim()::ToUpper() + " " +
                   aBusDate::Trim() + " " + aReason)
           end-if
           goback.
       end method.

       end class.
