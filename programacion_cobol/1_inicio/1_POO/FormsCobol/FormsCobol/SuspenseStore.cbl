      *> SuspenseStore - the suspense file for transactions the
      *> cross-file gate finds with no master record. Instead of
      *> failing the whole run for a handful of orphans, the gate
      *> lifts them out of the job's input into suspense, the run
      *> goes ahead with the rest, and each orphan waits here - by
      *> job and business date, with why it was suspended and where
      *> it came from - until it is repaired (through the same
      *> supervisor approval as the patch editor) or written off
      *> with a reason. A repaired record is recycled automatically
      *> into the job's input on its next business date, before the
      *> pre-flight validation sees the file. One "|"-separated line
      *> per item in SUSPENSE.TXT in the status directory:
      *>   id|job|busdate|source file|record no|reason|suspended
      *>   stamp|state|amount|copybook|record|disposition stamp|
      *>   operator|approver|note|recycled to busdate
      *> state is OPEN, REPAIRED, RECYCLED or WRITTEN-OFF; the line
      *> is updated, never removed, so the file is also the record.
      *> record is the raw record image, Base64 of its Latin-1
      *> bytes, so packed fields and stray CR/LF bytes survive.
      *> amount is the record's value in the amount field the job's
      *> roll-forward proof declares (PROVING.TXT), 0 without one.
       class-id FormsCobol.SuspenseStore.

       method-id GetSuspensePath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "SUSPENSE.TXT")
           goback.
       end method.

      *> Splits aText on "|" into its parts.
       method-id SplitPipes static.
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

      *> The part at aIndex of a suspense line, trimmed, or "".
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

      *> A suspense line's parts, padded out to all sixteen so an
      *> item can be updated in place.
       method-id FullParts static private.
       procedure division using by value aLine as type System.String
           returning parts as type System.Collections.ArrayList.
           set parts to self::SplitPipes(aLine)
           perform until parts::Count >= 16
               invoke parts::Add("")
           end-perform
           goback.
       end method.

      *> The parts joined back into one suspense line.
       method-id JoinParts static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning aLine as type System.String.
           set aLine to type System.String(parts::Item(0))
           perform varying idx from 1 by 1
                     until idx >= parts::Count
               set aLine to aLine + "|" +
                   type System.String(parts::Item(idx))
           end-perform
           goback.
       end method.

      *> Every suspense line on file, in file order (suspend order).
       method-id ReadAll static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 suspenseFile type System.String.
       procedure division
           returning suspenseLines
               as type System.Collections.ArrayList.
           set suspenseLines to new System.Collections.ArrayList()
           set suspenseFile to self::GetSuspensePath()
           if not type System.IO.File::Exists(suspenseFile)
               goback
           end-if
      *> shared open - the monitor's work screen reads suspense
      *> while the night console suspends and recycles
           set reader to
               type FormsCobol.SharedFile::OpenReader(suspenseFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke suspenseLines::Add(aLine)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

       method-id WriteAll static private.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 idx type System.Int32.
       01 suspenseFile type System.String.
       01 suspenseDir type System.String.
       procedure division using by value suspenseLines
                               as type System.Collections.ArrayList.
           set suspenseFile to self::GetSuspensePath()
           set suspenseDir to
               type System.IO.Path::GetDirectoryName(suspenseFile)
           if suspenseDir::Length > 0
               if not type System.IO.Directory::Exists(suspenseDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           suspenseDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(
                   suspenseFile False)
           try
               perform varying idx from 0 by 1
                         until idx >= suspenseLines::Count
                   invoke writer::WriteLine(
                       type System.String(suspenseLines::Item(idx)))
               end-perform
           finally
               invoke writer::Close()
           end-try
           goback.
       end method.

      *> A raw record image as it is kept on the suspense line.
       method-id EncodeRecord static.
       procedure division using by value aRecord as type System.String
                            returning result as type System.String.
           set result to type System.Convert::ToBase64String(
               type System.Text.Encoding::GetEncoding(28591)::
                   GetBytes(aRecord))
           goback.
       end method.

      *> The raw record image back from its suspense-line form.
       method-id DecodeRecord static.
       procedure division using by value aText as type System.String
                            returning result as type System.String.
           set result to ""
           if aText = null or aText::Trim()::Length = 0
               goback
           end-if
           set result to
               type System.Text.Encoding::GetEncoding(28591)::
                   GetString(
                       type System.Convert::FromBase64String(
                           aText::Trim()))
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

      *> The amount field of the named job's transactions - the one
      *> its roll-forward proof adds up - or null without a proof.
       method-id AmountFieldFor static private.
       local-storage section.
       01 proof type FormsCobol.ProvingSpec.
       procedure division using by value aJobName as type System.String
                            fields
                               as type System.Collections.ArrayList
           returning field as type FormsCobol.CopybookField.
           set field to null
           set proof to
               type FormsCobol.ProvingEngine::FindSpec(aJobName)
           if proof = null
               goback
           end-if
           set field to self::FindField(fields proof::GetAmountField())
           goback.
       end method.

      *> Lifts the orphan transactions the cross-file check found
      *> (aOrphans: ValidationErrors carrying the record number)
      *> out of the job's input into suspense for the business date,
      *> and writes the input back, in the shape it arrived, without
      *> them. Returns how many were suspended - 0 when the file
      *> cannot be suspended from: an indexed file is rewritten in
      *> place only, and when every transaction is an orphan the
      *> master is far more likely wrong than the feed, so the gate
      *> should fail instead.
       method-id SuspendRecords static.
       local-storage section.
       01 tranFields type System.Collections.ArrayList.
       01 tranRecords type System.Collections.ArrayList.
       01 keptRecords type System.Collections.ArrayList.
       01 orphanReasons type System.Collections.Hashtable.
       01 orphan type FormsCobol.ValidationError.
       01 amountField type FormsCobol.CopybookField.
       01 amountValue type System.Decimal.
       01 recordLength type System.Int32.
       01 recordShape type System.String.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 nextId type System.Int32.
       01 lineId type System.Int32.
       01 recordNumber type System.Int32.
       01 aRecord type System.String.
       01 stamp type System.String.
       01 gate type System.Type.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           aTranCopybookPath as type System.String
           aTranDataPath as type System.String
           aOrphans as type System.Collections.ArrayList
           returning suspended as type System.Int32.
           set suspended to 0
           set tranFields to
               type FormsCobol.CopybookLayout::ParseFields(
                   aTranCopybookPath)
           set recordLength to
               type FormsCobol.CopybookLayout::RecordLength(tranFields)
           set recordShape to
               type FormsCobol.CopybookLayout::ReadShape(
                   aTranDataPath recordLength)
           if recordShape = "MFIDX"
               goback
           end-if
           set tranRecords to
               type FormsCobol.CopybookLayout::ReadRecords(
                   aTranDataPath recordLength)
           if aOrphans::Count >= tranRecords::Count
               goback
           end-if

           set orphanReasons to new System.Collections.Hashtable()
           perform varying idx from 0 by 1
                     until idx >= aOrphans::Count
               set orphan to type FormsCobol.ValidationError(
                   aOrphans::Item(idx))
               set recordNumber to orphan::GetRecordNumber()
               set orphanReasons::Item(recordNumber::ToString()) to
                   orphan::GetReason()
           end-perform
           set amountField to
               self::AmountFieldFor(aJobName tranFields)
           set stamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")

           set gate to type System.Type::GetType(
               "FormsCobol.SuspenseStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set suspenseLines to self::ReadAll()
           set nextId to 1
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to self::SplitPipes(
                   type System.String(suspenseLines::Item(idx)))
               if type System.Int32::TryParse(
                   self::PartAsText(parts 0) lineId)
                   if lineId >= nextId
                       set nextId to lineId + 1
                   end-if
               end-if
           end-perform

           set keptRecords to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= tranRecords::Count
               set aRecord to
                   type System.String(tranRecords::Item(idx))
               set recordNumber to idx + 1
               if not orphanReasons::ContainsKey(
                   recordNumber::ToString())
                   invoke keptRecords::Add(aRecord)
                   exit perform cycle
               end-if
               set amountValue to 0
               if amountField not = null
                   if not self::TryParseDecimal(
                       amountField::FormatValue(aRecord) amountValue)
                       set amountValue to 0
                   end-if
               end-if
               invoke suspenseLines::Add(
                   nextId::ToString() + "|" +
                   aJobName::Trim()::ToUpper() + "|" +
                   aBusDate + "|" + aTranDataPath + "|" +
                   recordNumber::ToString() + "|" +
                   type System.String(orphanReasons::Item(
                       recordNumber::ToString()))::Replace("|" "/") +
                   "|" +
                   stamp + "|OPEN|" +
                   amountValue::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "|" +
                   aTranCopybookPath + "|" +
                   self::EncodeRecord(aRecord) + "|||||")
               set nextId to nextId + 1
               set suspended to suspended + 1
           end-perform

      *> the suspense lines are safe on file before the input loses
      *> its orphans - a failure in between leaves a duplicate to
      *> write off, never a lost transaction
           invoke self::WriteAll(suspenseLines)
           invoke type FormsCobol.CopybookLayout::WriteRecords(
               aTranDataPath keptRecords recordShape)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           invoke type FormsCobol.AuditLog::Write(
               "SUSPENSE OPENED"
               aJobName::Trim() + " " + aBusDate + " " +
               suspended::ToString() + " record(s) from " +
               type System.IO.Path::GetFileName(aTranDataPath))
           goback.
       end method.

      *> Appends every repaired suspense item of the named job from
      *> an earlier business date to the job's input for aBusDate -
      *> the input its cross-file check names, else the file the
      *> item came from - and marks the items RECYCLED to that date.
      *> Runs before the pre-flight validation, so recycled records
      *> face exactly the same checks as the day's own. Narrates
      *> through the worker's progress channel (null for a worker
      *> that does not report).
       method-id RecycleBeforeRun static.
       local-storage section.
       01 xref type FormsCobol.CrossFileSpec.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 targetPath type System.String.
       01 copybookPath type System.String.
       01 recordLength type System.Int32.
       01 recordShape type System.String.
       01 targetRecords type System.Collections.ArrayList.
       01 recycled type System.Int32.
       01 gate type System.Type.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           worker as type System.ComponentModel.BackgroundWorker.
           set recycled to 0
           set xref to
               type FormsCobol.CrossFileEngine::FindSpec(aJobName)
           set gate to type System.Type::GetType(
               "FormsCobol.SuspenseStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set suspenseLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to self::FullParts(
                   type System.String(suspenseLines::Item(idx)))
               if self::PartAsText(parts 1) not =
                   aJobName::Trim()::ToUpper() or
                   self::PartAsText(parts 7) not = "REPAIRED"
                   exit perform cycle
               end-if
      *> only into a later date - a rerun of the suspense date
      *> itself must not post the repaired record twice over
               if self::PartAsText(parts 2)::CompareTo(aBusDate) >= 0
                   exit perform cycle
               end-if
               if xref = null
                   set targetPath to self::PartAsText(parts 3)
               else
                   set targetPath to xref::GetTranDataPath()
               end-if
               set copybookPath to self::PartAsText(parts 9)
               set recordLength to
                   type FormsCobol.CopybookLayout::RecordLength(
                       type FormsCobol.CopybookLayout::ParseFields(
                           copybookPath))
               set recordShape to
                   type FormsCobol.CopybookLayout::ReadShape(
                       targetPath recordLength)
               if recordShape = "MFIDX"
                   if worker not = null
                       invoke worker::ReportProgress(0
                           "Suspense item " +
                           self::PartAsText(parts 0) +
                           " not recycled - " + targetPath +
                           " is an indexed file.")
                   end-if
                   exit perform cycle
               end-if
               set targetRecords to
                   type FormsCobol.CopybookLayout::ReadRecords(
                       targetPath recordLength)
               invoke targetRecords::Add(
                   self::DecodeRecord(self::PartAsText(parts 10)))
               invoke type FormsCobol.CopybookLayout::WriteRecords(
                   targetPath targetRecords recordShape)
               set parts::Item(7) to "RECYCLED"
               set parts::Item(15) to aBusDate
               set suspenseLines::Item(idx) to self::JoinParts(parts)
      *> each item is marked as soon as its record is in, so a
      *> failure part-way never recycles one twice
               invoke self::WriteAll(suspenseLines)
               set recycled to recycled + 1
               invoke type FormsCobol.AuditLog::Write(
                   "SUSPENSE RECYCLED"
                   "item " + self::PartAsText(parts 0) + " " +
                   aJobName::Trim() + " into " +
                   type System.IO.Path::GetFileName(targetPath) +
                   " for " + aBusDate)
           end-perform
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if recycled > 0 and worker not = null
               invoke worker::ReportProgress(0
                   recycled::ToString() +
                   " repaired suspense record(s) recycled into " +
                   "the input for " + aBusDate + ".")
           end-if
           goback.
       end method.

      *> Replaces an item's record with its repaired image and
      *> marks it REPAIRED, ready to recycle - the caller has the
      *> supervisor's approval and has audited the change. An item
      *> may be repaired again until it is recycled. Returns False
      *> when the id is not an OPEN or REPAIRED item.
       method-id Repair static.
       local-storage section.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 itemState type System.String.
       01 gate type System.Type.
       procedure division using by value aId as type System.String
                            aNewRecord as type System.String
                            aApprovedBy as type System.String
                            returning result as condition-value.
           set result to False
           set gate to type System.Type::GetType(
               "FormsCobol.SuspenseStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set suspenseLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to self::FullParts(
                   type System.String(suspenseLines::Item(idx)))
               if self::PartAsText(parts 0) not = aId::Trim()
                   exit perform cycle
               end-if
               set itemState to self::PartAsText(parts 7)
               if itemState = "OPEN" or itemState = "REPAIRED"
                   set parts::Item(7) to "REPAIRED"
                   set parts::Item(10) to
                       self::EncodeRecord(aNewRecord)
                   set parts::Item(11) to
                       type System.DateTime::Now::ToString(
                           "yyyy-MM-dd HH:mm:ss")
                   set parts::Item(12) to
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId()
                   set parts::Item(13) to aApprovedBy
                   set suspenseLines::Item(idx) to
                       self::JoinParts(parts)
                   set result to True
               end-if
               exit perform
           end-perform
           if result
               invoke self::WriteAll(suspenseLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> Writes an item off with the operator's reason - it will
      *> never be posted - keeping its line as the record. Returns
      *> False when the id is not an OPEN or REPAIRED item.
       method-id WriteOff static.
       local-storage section.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 itemState type System.String.
       01 gate type System.Type.
       procedure division using by value aId as type System.String
                            aReason as type System.String
                            returning result as condition-value.
           set result to False
           set gate to type System.Type::GetType(
               "FormsCobol.SuspenseStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set suspenseLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to self::FullParts(
                   type System.String(suspenseLines::Item(idx)))
               if self::PartAsText(parts 0) not = aId::Trim()
                   exit perform cycle
               end-if
               set itemState to self::PartAsText(parts 7)
               if itemState = "OPEN" or itemState = "REPAIRED"
                   set parts::Item(7) to "WRITTEN-OFF"
                   set parts::Item(11) to
                       type System.DateTime::Now::ToString(
                           "yyyy-MM-dd HH:mm:ss")
                   set parts::Item(12) to
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId()
                   set parts::Item(14) to
                       aReason::Replace("|" "/")
                   set suspenseLines::Item(idx) to
                       self::JoinParts(parts)
                   set result to True
               end-if
               exit perform
           end-perform
           if result
               invoke self::WriteAll(suspenseLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "SUSPENSE WRITTEN OFF"
                   "item " + aId::Trim() + " - " + aReason)
           end-if
           goback.
       end method.

      *> True for the states still waiting on someone - an OPEN
      *> item needs repair or write-off, a REPAIRED one its recycle.
       method-id IsOutstanding static.
       procedure division using by value aState as type System.String
                            returning result as condition-value.
           set result to (aState = "OPEN" or aState = "REPAIRED")
           goback.
       end method.

      *> Counts and sums suspense items: for one job or all ("")
      *> and one business date or all (""), either every item
      *> suspended or only those still outstanding.
       method-id Totals static.
       local-storage section.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 amountValue type System.Decimal.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           aOutstandingOnly as condition-value
           by reference aCount as type System.Int32
           by reference aAmount as type System.Decimal.
           set aCount to 0
           set aAmount to 0
           set suspenseLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to self::FullParts(
                   type System.String(suspenseLines::Item(idx)))
               if aJobName::Length > 0 and
                   self::PartAsText(parts 1) not =
                   aJobName::Trim()::ToUpper()
                   exit perform cycle
               end-if
               if aBusDate::Length > 0 and
                   self::PartAsText(parts 2) not = aBusDate
                   exit perform cycle
               end-if
               if aOutstandingOnly and not
                   self::IsOutstanding(self::PartAsText(parts 7))
                   exit perform cycle
               end-if
               if not self::TryParseDecimal(
                   self::PartAsText(parts 8) amountValue)
                   set amountValue to 0
               end-if
               set aCount to aCount + 1
               set aAmount to aAmount + amountValue
           end-perform
           goback.
       end method.

      *> Whole days an item has waited since it was suspended.
       method-id AgeInDays static.
       local-storage section.
       01 suspendedAt type System.DateTime.
       procedure division using by value aStamp as type System.String
                            returning result as type System.Int32.
           set result to 0
           if not type System.DateTime::TryParseExact(
               aStamp "yyyy-MM-dd HH:mm:ss"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               suspendedAt)
               goback
           end-if
           set result to
               type System.DateTime::Today::Subtract(
                   suspendedAt::Date)::Days
           goback.
       end method.

       end class.
