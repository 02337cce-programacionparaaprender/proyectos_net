      *> PaymentMatchEngine - matches the payments we deliver to the
      *> bank against the settlement statement the bank sends back,
      *> two different files in two different layouts, where
      *> ReconcileEngine only ever compares two runs of one file.
      *> Each matching is declared once (PAYMATCH.TXT, under
      *> definition change control, one "|"-separated line each):
      *>   name|our outbound feed|our copybook|our reference field|
      *>   our amount field|our value date field|statement feed|
      *>   statement copybook|their reference field|their amount
      *>   field|their value date field|rules|date tolerance days|
      *>   ageing business days|statement header/trailer (Y or N)
      *> rules is a ","-separated list tried in order: REF (the same
      *> reference), REFAMT (the same reference with equal totals)
      *> and AMTDATE (equal amounts with value dates no further apart
      *> than the tolerance). Every rule matches one-to-one and also
      *> many-to-one and one-to-many - the several payments the bank
      *> settled in one batched statement line, or the one payment
      *> it settled in parts; AMTDATE proposes such a group only when
      *> exactly one combination of the open items in the window
      *> adds up to the other side. Our payments are taken in the moment
      *> OutboundWatcher delivers the feed, and the statement the
      *> moment FeedWatcher calls it ARRIVED, which also runs the
      *> matching. A header and trailer are never taken as items:
      *> ours when the producing job's CONTROLS.TXT line declares
      *> them for the delivered file, the statement's when its
      *> declaration says Y. Both sides are kept item by item in
      *> PAYMATCHITEMS.TXT in the status directory until matched:
      *>   name|side|source|record|reference|amount|value date|
      *>   busdate|state|match id|rule|state stamp|by|aged|mask class
      *> side is OURS or THEIRS; source is the file name and its
      *> write time, so a file is never taken twice; the reference
      *> is kept as the file carries it, for matching, with the
      *> reference field's MASKING.TXT class beside it - every
      *> listing, alert and screen shows it masked; state is OPEN,
      *> MATCHED (paired by a rule, awaiting an operator) or
      *> CONFIRMED (accepted by an operator, or matched by hand) -
      *> a confirmed match is never presented again. An item still
      *> open more than the ageing business days after its business
      *> date is marked aged (Y), opens an UNMATCHED exception and
      *> alerts the on-call list, once. Every run files the matched,
      *> unmatched-ours and unmatched-theirs listings, with totals,
      *> into the day's report pack folder.
       class-id FormsCobol.PaymentMatchEngine.

       working-storage section.
      *> how long an open item may wait when its matching declares
      *> no ageing of its own
       01 DefaultAgeDays is static type System.Int32 value 3.
      *> a batched settlement is looked for among at most this many
      *> open items in the date window, in groups of at most this
      *> many - past either it is left to an operator to pick
       01 MaxCandidates is static type System.Int32 value 30.
       01 MaxGroupItems is static type System.Int32 value 4.

       method-id GetDefinitionsPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "PAYMATCH.TXT")
           goback.
       end method.

       method-id GetItemsPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "PAYMATCHITEMS.TXT")
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

      *> The part at aIndex as a decimal (invariant culture), or 0.
       method-id PartAsDecimal static.
       local-storage section.
       01 parsed type System.Decimal.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.Decimal.
           set result to 0
           if self::TryParseDecimal(self::PartAsText(parts aIndex)
               parsed)
               set result to parsed
           end-if
           goback.
       end method.

      *> aText (yyyyMMdd) as a date; False when it is not one.
       method-id TryParseDate static private.
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

      *> A value date as the file carries it - yyyyMMdd, yyyy-MM-dd
      *> or dd/MM/yyyy - kept as yyyyMMdd; "" when it is none of
      *> them.
       method-id NormalizeDate static private.
       local-storage section.
       01 parsed type System.DateTime.
       procedure division using by value aText as type System.String
                            returning result as type System.String.
           set result to ""
           if self::TryParseDate(aText parsed)
               set result to parsed::ToString("yyyyMMdd")
               goback
           end-if
           if type System.DateTime::TryParseExact(
               aText::Trim() "yyyy-MM-dd"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               parsed)
               set result to parsed::ToString("yyyyMMdd")
               goback
           end-if
           if type System.DateTime::TryParseExact(
               aText::Trim() "dd/MM/yyyy"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               parsed)
               set result to parsed::ToString("yyyyMMdd")
           end-if
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

      *> Every declared matching as its parts, in file order. A line
      *> starting "*" is a comment.
       method-id LoadDefinitions static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 definitionsFile type System.String.
       procedure division
           returning definitions as type System.Collections.ArrayList.
           set definitions to new System.Collections.ArrayList()
           set definitionsFile to self::GetDefinitionsPath()
           if not type System.IO.File::Exists(definitionsFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(definitionsFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length = 0 or
                       aLine::Trim()::StartsWith("*")
                       exit perform cycle
                   end-if
                   set parts to self::SplitPipes(aLine)
                   if parts::Count >= 12
                       invoke definitions::Add(parts)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> The matching declared as aName, or null.
       method-id FindDefinition static.
       local-storage section.
       01 definitions type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aName as type System.String
           returning definition as type System.Collections.ArrayList.
           set definition to null
           set definitions to self::LoadDefinitions()
           perform varying idx from 0 by 1
                     until idx >= definitions::Count
               set parts to type System.Collections.ArrayList(
                   definitions::Item(idx))
               if self::PartAsText(parts 0)::ToUpper() =
                   aName::Trim()::ToUpper()
                   set definition to parts
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> Every line of PAYMATCHITEMS.TXT as its parts, in file
      *> order.
       method-id ReadItems static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 itemsFile type System.String.
       procedure division
           returning itemLines as type System.Collections.ArrayList.
           set itemLines to new System.Collections.ArrayList()
           set itemsFile to self::GetItemsPath()
           if not type System.IO.File::Exists(itemsFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(itemsFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke itemLines::Add(self::SplitPipes(aLine))
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Rewrites PAYMATCHITEMS.TXT from itemLines (each a parts
      *> list). The caller holds the gate.
       method-id WriteItems static private.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 partIdx type System.Int32.
       01 newLine type System.String.
       01 itemsFile type System.String.
       01 itemsDir type System.String.
       procedure division using by value itemLines
                               as type System.Collections.ArrayList.
           set itemsFile to self::GetItemsPath()
           set itemsDir to
               type System.IO.Path::GetDirectoryName(itemsFile)
           if itemsDir::Length > 0
               if not type System.IO.Directory::Exists(itemsDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           itemsDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(
                   itemsFile False)
           try
               perform varying idx from 0 by 1
                         until idx >= itemLines::Count
                   set parts to type System.Collections.ArrayList(
                       itemLines::Item(idx))
                   set newLine to self::PartAsText(parts 0)
                   perform varying partIdx from 1 by 1
                             until partIdx > 14
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
      *> fifteen parts first.
       method-id SetPart static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            aValue as type System.String.
           perform until parts::Count > 14
               invoke parts::Add("")
           end-perform
           set parts::Item(aIndex) to aValue
           goback.
       end method.

      *> How an operator picks one item out of the ledger - its
      *> side, source file and record number.
       method-id ItemKey static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to self::PartAsText(parts 1) + "|" +
               self::PartAsText(parts 2) + "|" +
               self::PartAsText(parts 3)
           goback.
       end method.

      *> True when the item belongs to the matching aName and is
      *> still waiting for its partner.
       method-id IsOpenItem static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aName as type System.String
                            returning result as condition-value.
           set result to
               (self::PartAsText(parts 0) = aName and
                self::PartAsText(parts 8) = "OPEN")
           goback.
       end method.

      *> The business date a delivery of the feed pays for - the
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

      *> Takes every record of aDataPath into the ledger as an open
      *> item on aSide (OURS or THEIRS) of the matching, read through
      *> that side's copybook - all but the first and last when
      *> aHeaderTrailer says the file carries control records. A
      *> file already taken (the same name and write time) is not
      *> taken again. Returns the narration line - including why the
      *> file could not be taken.
       method-id CaptureFile static private.
       local-storage section.
       01 defName type System.String.
       01 copybookIdx type System.Int32.
       01 refIdx type System.Int32.
       01 amountIdx type System.Int32.
       01 dateIdx type System.Int32.
       01 fields type System.Collections.ArrayList.
       01 refField type FormsCobol.CopybookField.
       01 amountField type FormsCobol.CopybookField.
       01 dateField type FormsCobol.CopybookField.
       01 dataRecords type System.Collections.ArrayList.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 newParts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 firstIdx type System.Int32.
       01 lastIdx type System.Int32.
       01 itemCount type System.Int32.
       01 recordNumber type System.Int32.
       01 aRecord type System.String.
       01 sourceTag type System.String.
       01 refText type System.String.
       01 maskClass type System.String.
       01 amountValue type System.Decimal.
       01 valueDate type System.String.
       01 nowStamp type System.String.
       01 gate type System.Type.
       procedure division using by value definition
                               as type System.Collections.ArrayList
                            aSide as type System.String
                            aDataPath as type System.String
                            aBusDate as type System.String
                            aHeaderTrailer as condition-value
           returning narrationLine as type System.String.
           set defName to self::PartAsText(definition 0)::ToUpper()
           if not type System.IO.File::Exists(aDataPath)
               set narrationLine to
                   defName + ": " + aSide + " file " + aDataPath +
                   " was not found"
               goback
           end-if
      *> our side's copybook and fields are parts 2-5 of the
      *> declaration, the statement's parts 7-10
           if aSide = "OURS"
               set copybookIdx to 2
           else
               set copybookIdx to 7
           end-if
           set refIdx to copybookIdx + 1
           set amountIdx to copybookIdx + 2
           set dateIdx to copybookIdx + 3
           set fields to
               type FormsCobol.CopybookLayout::ParseFields(
                   self::PartAsText(definition copybookIdx))
           if fields::Count = 0
               set narrationLine to
                   defName + ": copybook " +
                   self::PartAsText(definition copybookIdx) +
                   " has no usable fields"
               goback
           end-if
           set amountField to self::FindField(
               fields self::PartAsText(definition amountIdx))
           if amountField = null
               set narrationLine to
                   defName + ": amount field " +
                   self::PartAsText(definition amountIdx) +
                   " is not in " +
                   self::PartAsText(definition copybookIdx)
               goback
           end-if
           set refField to null
           if self::PartAsText(definition refIdx)::Length > 0
               set refField to self::FindField(
                   fields self::PartAsText(definition refIdx))
               if refField = null
                   set narrationLine to
                       defName + ": reference field " +
                       self::PartAsText(definition refIdx) +
                       " is not in " +
                       self::PartAsText(definition copybookIdx)
                   goback
               end-if
           end-if
           set dateField to null
           if self::PartAsText(definition dateIdx)::Length > 0
               set dateField to self::FindField(
                   fields self::PartAsText(definition dateIdx))
               if dateField = null
                   set narrationLine to
                       defName + ": value date field " +
                       self::PartAsText(definition dateIdx) +
                       " is not in " +
                       self::PartAsText(definition copybookIdx)
                   goback
               end-if
           end-if

           set sourceTag to
               type System.IO.Path::GetFileName(aDataPath) + "@" +
               type System.IO.File::GetLastWriteTime(aDataPath)
                   ::ToString("yyyyMMddHHmmss")
           set dataRecords to
               type FormsCobol.CopybookLayout::ReadRecords(
                   aDataPath
                   type FormsCobol.CopybookLayout::RecordLength(
                       fields))
      *> the header and trailer carry counts and totals, never a
      *> payment
           set firstIdx to 0
           set lastIdx to dataRecords::Count - 1
           if aHeaderTrailer
               if dataRecords::Count < 2
                   set narrationLine to
                       defName + ": " + aSide + " file " +
                       type System.IO.Path::GetFileName(aDataPath) +
                       " has no header/trailer (" +
                       dataRecords::Count::ToString() + " record(s))"
                   goback
               end-if
               set firstIdx to 1
               set lastIdx to dataRecords::Count - 2
           end-if
           set itemCount to lastIdx - firstIdx + 1
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set maskClass to ""
           if refField not = null
               set maskClass to refField::GetMaskClass()
           end-if
           if maskClass = null
               set maskClass to ""
           end-if

           set gate to type System.Type::GetType(
               "FormsCobol.PaymentMatchEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set itemLines to self::ReadItems()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if self::PartAsText(parts 0) = defName and
                   self::PartAsText(parts 1) = aSide and
                   self::PartAsText(parts 2) = sourceTag
                   set narrationLine to
                       defName + ": " + aSide + " file " +
                       sourceTag + " was already taken"
                   goback
               end-if
           end-perform
           perform varying idx from firstIdx by 1
                     until idx > lastIdx
               set aRecord to
                   type System.String(dataRecords::Item(idx))
               set recordNumber to idx + 1
               if not self::TryParseDecimal(
                   amountField::FormatValue(aRecord) amountValue)
                   set amountValue to 0
               end-if
               set refText to ""
               if refField not = null
                   set refText to refField::FormatValue(aRecord)
                       ::Trim()::Replace("|" "/")
               end-if
               set valueDate to ""
               if dateField not = null
                   set valueDate to self::NormalizeDate(
                       dateField::FormatValue(aRecord))
               end-if
               set newParts to new System.Collections.ArrayList()
               invoke newParts::Add(defName)
               invoke newParts::Add(aSide)
               invoke newParts::Add(sourceTag)
               invoke newParts::Add(recordNumber::ToString())
               invoke newParts::Add(refText)
               invoke newParts::Add(
                   amountValue::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture))
               invoke newParts::Add(valueDate)
               invoke newParts::Add(aBusDate::Trim())
               invoke newParts::Add("OPEN")
               invoke self::SetPart(newParts 11 nowStamp)
               invoke self::SetPart(newParts 14 maskClass)
               invoke itemLines::Add(newParts)
           end-perform
           invoke self::WriteItems(itemLines)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           set narrationLine to
               defName + ": " + itemCount::ToString() +
               " " + aSide + " item(s) taken from " +
               type System.IO.Path::GetFileName(aDataPath)
           invoke type FormsCobol.AuditLog::Write(
               "PAYMATCH TAKEN" narrationLine)
           goback.
       end method.

      *> Takes the payments just delivered on the feed into every
      *> matching that names it as our side - called by
      *> OutboundWatcher::Deliver. A redelivery of the same file is
      *> not taken twice. The file carries a header and trailer when
      *> the producing job's CONTROLS.TXT line declares them for
      *> this same file, as ControlTotalEngine::Verify reads it.
       method-id CaptureDelivery static.
       local-storage section.
       01 definitions type System.Collections.ArrayList.
       01 definition type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 captureFailure type System.Exception.
       01 spec type FormsCobol.ControlTotalSpec.
       01 headerTrailer as condition-value.
       procedure division
           using by value feed as type FormsCobol.OutboundFeed.
           set headerTrailer to False
           set spec to type FormsCobol.ControlTotalEngine::FindSpec(
               feed::GetProducingJob())
           if spec not = null
               if type System.IO.Path::GetFullPath(
                   spec::GetOutputPath())::ToUpper() =
                   type System.IO.Path::GetFullPath(
                       feed::GetSourcePath())::ToUpper()
                   set headerTrailer to True
               end-if
           end-if
           set definitions to self::LoadDefinitions()
           perform varying idx from 0 by 1
                     until idx >= definitions::Count
               set definition to type System.Collections.ArrayList(
                   definitions::Item(idx))
               if self::PartAsText(definition 1)::ToUpper() =
                   feed::GetFeedName()::ToUpper()
      *> a matching that cannot take the file must never fail the
      *> delivery itself
                   try
                       invoke self::CaptureFile(definition "OURS"
                           feed::GetSourcePath()
                           self::DeliveryBusinessDate(feed)
                           headerTrailer)
                   catch captureFailure
                       invoke type FormsCobol.AuditLog::Write(
                           "PAYMATCH FAILED"
                           self::PartAsText(definition 0) + ": " +
                           captureFailure::Message)
                   end-try
               end-if
           end-perform
           goback.
       end method.

      *> Takes the statement just arrived on the inbound feed into
      *> every matching that names it as the bank's side, and runs
      *> each of those matchings - called by FeedWatcher when it
      *> calls the feed ARRIVED. A statement declared Y in part 14
      *> carries a header and trailer, which are not taken. Returns
      *> the narration lines for the live log.
       method-id RunForArrival static.
       local-storage section.
       01 definitions type System.Collections.ArrayList.
       01 definition type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 matchFailure type System.Exception.
       01 headerTrailer as condition-value.
       procedure division using by value aFeedName
                                             as type System.String
                            aFilePath as type System.String
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set definitions to self::LoadDefinitions()
           perform varying idx from 0 by 1
                     until idx >= definitions::Count
               set definition to type System.Collections.ArrayList(
                   definitions::Item(idx))
               if self::PartAsText(definition 6)::ToUpper() =
                   aFeedName::Trim()::ToUpper()
                   set headerTrailer to
                       (self::PartAsText(definition 14)::ToUpper()
                           = "Y")
                   try
                       invoke narration::Add(
                           self::CaptureFile(definition "THEIRS"
                               aFilePath
                               type FormsCobol.ProcessingCalendar::
                                   CurrentBusinessDate()
                               headerTrailer))
                       invoke narration::AddRange(
                           self::Reconcile(
                               self::PartAsText(definition 0)))
                   catch matchFailure
                       invoke narration::Add(
                           "Payment matching " +
                           self::PartAsText(definition 0) + ": " +
                           matchFailure::Message)
                   end-try
               end-if
           end-perform
           goback.
       end method.

      *> The highest match id in the ledger plus one.
       method-id NextMatchId static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 lineId type System.Int32.
       procedure division using by value itemLines
                               as type System.Collections.ArrayList
                            returning nextId as type System.Int32.
           set nextId to 1
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if type System.Int32::TryParse(
                   self::PartAsText(parts 9) lineId)
                   if lineId >= nextId
                       set nextId to lineId + 1
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> The amounts of every item in aGroup added up.
       method-id SumOf static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       procedure division using by value aGroup
                               as type System.Collections.ArrayList
                            returning sumTotal as type System.Decimal.
           set sumTotal to 0
           perform varying idx from 0 by 1
                     until idx >= aGroup::Count
               set parts to type System.Collections.ArrayList(
                   aGroup::Item(idx))
               set sumTotal to sumTotal + self::PartAsDecimal(parts 5)
           end-perform
           goback.
       end method.

      *> True when both items carry a value date and the dates are
      *> no more than aToleranceDays apart.
       method-id WithinDays static private.
       local-storage section.
       01 firstDate type System.DateTime.
       01 secondDate type System.DateTime.
       01 span type System.TimeSpan.
       01 daysApart type System.Int32.
       procedure division using by value firstParts
                               as type System.Collections.ArrayList
                            secondParts
                               as type System.Collections.ArrayList
                            aToleranceDays as type System.Int32
                            returning result as condition-value.
           set result to False
           if not self::TryParseDate(
               self::PartAsText(firstParts 6) firstDate)
               goback
           end-if
           if not self::TryParseDate(
               self::PartAsText(secondParts 6) secondDate)
               goback
           end-if
           set span to firstDate::Subtract(secondDate)
           set daysApart to span::Days
           if daysApart < 0
               set daysApart to 0 - daysApart
           end-if
           set result to (daysApart <= aToleranceDays)
           goback.
       end method.

      *> Marks every item of both groups MATCHED under aMatchId by
      *> aRule.
       method-id MarkMatched static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 allItems type System.Collections.ArrayList.
       01 nowStamp type System.String.
       procedure division using by value oursGroup
                               as type System.Collections.ArrayList
                            theirsGroup
                               as type System.Collections.ArrayList
                            aMatchId as type System.Int32
                            aRule as type System.String.
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set allItems to new System.Collections.ArrayList(oursGroup)
           invoke allItems::AddRange(theirsGroup)
           perform varying idx from 0 by 1
                     until idx >= allItems::Count
               set parts to type System.Collections.ArrayList(
                   allItems::Item(idx))
               invoke self::SetPart(parts 8 "MATCHED")
               invoke self::SetPart(parts 9 aMatchId::ToString())
               invoke self::SetPart(parts 10 aRule)
               invoke self::SetPart(parts 11 nowStamp)
               invoke self::SetPart(parts 12 "AUTO")
           end-perform
           goback.
       end method.

      *> The REF and REFAMT rules: the open items of each side are
      *> grouped by reference, and a reference found on both sides
      *> is one match however many items each side holds - with
      *> aWithAmount, only when the two sides' totals agree.
       method-id MatchByReference static private.
       local-storage section.
       01 oursByRef type System.Collections.Hashtable.
       01 theirsByRef type System.Collections.Hashtable.
       01 refOrder type System.Collections.ArrayList.
       01 oursGroup type System.Collections.ArrayList.
       01 theirsGroup type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 refText type System.String.
       01 oursTotal type System.Decimal.
       01 theirsTotal type System.Decimal.
       procedure division using by value itemLines
                               as type System.Collections.ArrayList
                            aName as type System.String
                            aWithAmount as condition-value
                            aRule as type System.String
                            by reference aNextId as type System.Int32
                            returning groupCount as type System.Int32.
           set groupCount to 0
           set oursByRef to new System.Collections.Hashtable()
           set theirsByRef to new System.Collections.Hashtable()
           set refOrder to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if not self::IsOpenItem(parts aName)
                   exit perform cycle
               end-if
               set refText to self::PartAsText(parts 4)::ToUpper()
               if refText::Length = 0
                   exit perform cycle
               end-if
               if self::PartAsText(parts 1) = "OURS"
                   if not oursByRef::ContainsKey(refText)
                       invoke oursByRef::Add(
                           refText new System.Collections.ArrayList())
                       invoke refOrder::Add(refText)
                   end-if
                   set oursGroup to type System.Collections.ArrayList(
                       oursByRef::Item(refText))
                   invoke oursGroup::Add(parts)
               else
                   if not theirsByRef::ContainsKey(refText)
                       invoke theirsByRef::Add(
                           refText new System.Collections.ArrayList())
                   end-if
                   set theirsGroup to
                       type System.Collections.ArrayList(
                           theirsByRef::Item(refText))
                   invoke theirsGroup::Add(parts)
               end-if
           end-perform

           perform varying idx from 0 by 1
                     until idx >= refOrder::Count
               set refText to type System.String(refOrder::Item(idx))
               if not theirsByRef::ContainsKey(refText)
                   exit perform cycle
               end-if
               set oursGroup to type System.Collections.ArrayList(
                   oursByRef::Item(refText))
               set theirsGroup to type System.Collections.ArrayList(
                   theirsByRef::Item(refText))
               if aWithAmount
                   set oursTotal to self::SumOf(oursGroup)
                   set theirsTotal to self::SumOf(theirsGroup)
                   if oursTotal not = theirsTotal
                       exit perform cycle
                   end-if
               end-if
               invoke self::MarkMatched(
                   oursGroup theirsGroup aNextId aRule)
               set aNextId to aNextId + 1
               set groupCount to groupCount + 1
           end-perform
           goback.
       end method.

      *> The items of aCandidates still open whose value date lies
      *> within aToleranceDays of the anchor item's.
       method-id OpenWithin static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       procedure division using by value aCandidates
                               as type System.Collections.ArrayList
                            anchorParts
                               as type System.Collections.ArrayList
                            aToleranceDays as type System.Int32
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= aCandidates::Count
               set parts to type System.Collections.ArrayList(
                   aCandidates::Item(idx))
               if self::PartAsText(parts 8) = "OPEN"
                   if self::WithinDays(
                       parts anchorParts aToleranceDays)
                       invoke result::Add(parts)
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> Counts the combinations of aSize more items of aCandidates,
      *> from aStart on, that bring aSoFar to aTarget - adding to
      *> aFits, and no further once it passes one, since only a
      *> single fit is ever proposed. The first fit found is left in
      *> aFit; aChosen holds the items picked so far.
       method-id CountFits static private.
       local-storage section.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 nextStart type System.Int32.
       01 nextSize type System.Int32.
       01 nextSum type System.Decimal.
       procedure division using by value aCandidates
                               as type System.Collections.ArrayList
                            aStart as type System.Int32
                            aSize as type System.Int32
                            aSoFar as type System.Decimal
                            aTarget as type System.Decimal
                            aChosen
                               as type System.Collections.ArrayList
                            aFit as type System.Collections.ArrayList
                            by reference aFits as type System.Int32.
           perform varying idx from aStart by 1
                     until idx >= aCandidates::Count or aFits > 1
               set parts to type System.Collections.ArrayList(
                   aCandidates::Item(idx))
               set nextSum to aSoFar + self::PartAsDecimal(parts 5)
               invoke aChosen::Add(parts)
               if aSize = 1
                   if nextSum = aTarget
                       set aFits to aFits + 1
                       if aFits = 1
                           invoke aFit::Clear()
                           invoke aFit::AddRange(aChosen)
                       end-if
                   end-if
               else
                   set nextStart to idx + 1
                   set nextSize to aSize - 1
                   invoke self::CountFits(aCandidates nextStart
                       nextSize nextSum aTarget aChosen aFit aFits)
               end-if
               invoke aChosen::RemoveAt(aChosen::Count - 1)
           end-perform
           goback.
       end method.

      *> The one group of two up to MaxGroupItems of aCandidates
      *> whose amounts add up to aTarget exactly, or null when no
      *> group does or more than one would - an ambiguous batch is
      *> never guessed at. With no negative amounts among them, an
      *> item larger than a positive target can be in no group and
      *> is left out first; more than MaxCandidates left and nothing
      *> is proposed.
       method-id UniqueFit static private.
       local-storage section.
       01 pool type System.Collections.ArrayList.
       01 chosen type System.Collections.ArrayList.
       01 fit type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 groupSize type System.Int32.
       01 fits type System.Int32.
       01 itemAmount type System.Decimal.
       01 zeroSum type System.Decimal.
       01 anyNegative as condition-value.
       procedure division using by value aCandidates
                               as type System.Collections.ArrayList
                            aTarget as type System.Decimal
           returning result as type System.Collections.ArrayList.
           set result to null
           set anyNegative to False
           perform varying idx from 0 by 1
                     until idx >= aCandidates::Count
               set parts to type System.Collections.ArrayList(
                   aCandidates::Item(idx))
               if self::PartAsDecimal(parts 5) < 0
                   set anyNegative to True
               end-if
           end-perform
           set pool to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= aCandidates::Count
               set parts to type System.Collections.ArrayList(
                   aCandidates::Item(idx))
               set itemAmount to self::PartAsDecimal(parts 5)
               if not anyNegative and aTarget > 0 and
                   itemAmount > aTarget
                   exit perform cycle
               end-if
               invoke pool::Add(parts)
           end-perform
           if pool::Count < 2 or pool::Count > MaxCandidates
               goback
           end-if
           set chosen to new System.Collections.ArrayList()
           set fit to new System.Collections.ArrayList()
           set fits to 0
           set zeroSum to 0
           perform varying groupSize from 2 by 1
                     until groupSize > MaxGroupItems or fits > 1
               invoke self::CountFits(pool 0 groupSize zeroSum
                   aTarget chosen fit fits)
           end-perform
           if fits = 1
               set result to fit
           end-if
           goback.
       end method.

      *> The AMTDATE rule. First one statement line to one payment
      *> of the same amount within the date tolerance; then one
      *> statement line settling several payments (the one group of
      *> open payments within the tolerance of its value date adding
      *> up to it exactly - the batched settlement); then one
      *> payment settled in several statement lines the same way
      *> round.
       method-id MatchByAmountDate static private.
       local-storage section.
       01 oursOpen type System.Collections.ArrayList.
       01 theirsOpen type System.Collections.ArrayList.
       01 oursGroup type System.Collections.ArrayList.
       01 theirsGroup type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 oursParts type System.Collections.ArrayList.
       01 theirsParts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 jdx type System.Int32.
       01 targetAmount type System.Decimal.
       procedure division using by value itemLines
                               as type System.Collections.ArrayList
                            aName as type System.String
                            aToleranceDays as type System.Int32
                            by reference aNextId as type System.Int32
                            returning groupCount as type System.Int32.
           set groupCount to 0
           set oursOpen to new System.Collections.ArrayList()
           set theirsOpen to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if not self::IsOpenItem(parts aName)
                   exit perform cycle
               end-if
               if self::PartAsText(parts 6)::Length = 0
                   exit perform cycle
               end-if
               if self::PartAsText(parts 1) = "OURS"
                   invoke oursOpen::Add(parts)
               else
                   invoke theirsOpen::Add(parts)
               end-if
           end-perform

      *> one to one
           perform varying idx from 0 by 1
                     until idx >= theirsOpen::Count
               set theirsParts to type System.Collections.ArrayList(
                   theirsOpen::Item(idx))
               perform varying jdx from 0 by 1
                         until jdx >= oursOpen::Count
                   set oursParts to type System.Collections.ArrayList(
                       oursOpen::Item(jdx))
                   if self::PartAsText(oursParts 8) not = "OPEN"
                       exit perform cycle
                   end-if
                   if self::PartAsDecimal(oursParts 5) not =
                       self::PartAsDecimal(theirsParts 5)
                       exit perform cycle
                   end-if
                   if self::WithinDays(
                       oursParts theirsParts aToleranceDays)
                       set oursGroup to
                           new System.Collections.ArrayList()
                       invoke oursGroup::Add(oursParts)
                       set theirsGroup to
                           new System.Collections.ArrayList()
                       invoke theirsGroup::Add(theirsParts)
                       invoke self::MarkMatched(
                           oursGroup theirsGroup aNextId "AMTDATE")
                       set aNextId to aNextId + 1
                       set groupCount to groupCount + 1
                       exit perform
                   end-if
               end-perform
           end-perform

      *> many of ours settled in one statement line
           perform varying idx from 0 by 1
                     until idx >= theirsOpen::Count
               set theirsParts to type System.Collections.ArrayList(
                   theirsOpen::Item(idx))
               if self::PartAsText(theirsParts 8) not = "OPEN"
                   exit perform cycle
               end-if
               set targetAmount to self::PartAsDecimal(theirsParts 5)
               set oursGroup to self::UniqueFit(
                   self::OpenWithin(oursOpen theirsParts
                       aToleranceDays)
                   targetAmount)
               if oursGroup not = null
                   set theirsGroup to
                       new System.Collections.ArrayList()
                   invoke theirsGroup::Add(theirsParts)
                   invoke self::MarkMatched(
                       oursGroup theirsGroup aNextId "AMTDATE")
                   set aNextId to aNextId + 1
                   set groupCount to groupCount + 1
               end-if
           end-perform

      *> one of ours settled in several statement lines
           perform varying idx from 0 by 1
                     until idx >= oursOpen::Count
               set oursParts to type System.Collections.ArrayList(
                   oursOpen::Item(idx))
               if self::PartAsText(oursParts 8) not = "OPEN"
                   exit perform cycle
               end-if
               set targetAmount to self::PartAsDecimal(oursParts 5)
               set theirsGroup to self::UniqueFit(
                   self::OpenWithin(theirsOpen oursParts
                       aToleranceDays)
                   targetAmount)
               if theirsGroup not = null
                   set oursGroup to
                       new System.Collections.ArrayList()
                   invoke oursGroup::Add(oursParts)
                   invoke self::MarkMatched(
                       oursGroup theirsGroup aNextId "AMTDATE")
                   set aNextId to aNextId + 1
                   set groupCount to groupCount + 1
               end-if
           end-perform
           goback.
       end method.

      *> Business days from aFrom to aTo (both yyyyMMdd) - 0 for the
      *> same day or when either is not a date.
       method-id BusinessDaysBetween static.
       local-storage section.
       01 fromDate type System.DateTime.
       01 toDate type System.DateTime.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
                            returning result as type System.Int32.
           set result to 0
           if not self::TryParseDate(aFrom fromDate)
               goback
           end-if
           if not self::TryParseDate(aTo toDate)
               goback
           end-if
           perform until fromDate::CompareTo(toDate) >= 0
               set fromDate to
                   type FormsCobol.ProcessingCalendar::
                       NextBusinessDay(fromDate)
               set result to result + 1
           end-perform
           goback.
       end method.

       method-id FormatAmount static.
       procedure division using by value aAmount as type System.Decimal
                            returning result as type System.String.
           set result to aAmount::ToString("#,##0.00"
               type System.Globalization.CultureInfo::
                   InvariantCulture)
           goback.
       end method.

      *> The item's reference as it may be shown - masked by its
      *> field's class. Matching uses the reference itself.
       method-id DisplayReference static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to type FormsCobol.FieldMasking::MaskText(
               self::PartAsText(parts 14) self::PartAsText(parts 4))
           goback.
       end method.

      *> One item as the listings and the alert show it.
       method-id DescribeItem static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to
               self::PartAsText(parts 1)::PadRight(7) +
               self::DisplayReference(parts)::PadRight(20) + " " +
               self::FormatAmount(self::PartAsDecimal(parts 5))
                   ::PadLeft(16) + "  " +
               self::PartAsText(parts 6)::PadRight(10) +
               self::PartAsText(parts 7)::PadRight(10) +
               self::PartAsText(parts 2) + " #" +
               self::PartAsText(parts 3)
           goback.
       end method.

      *> Runs the matching declared as aName over the open items of
      *> both sides, rule by rule in the declared order; marks
      *> every open item past the ageing days, opening one UNMATCHED
      *> exception and alert for those newly aged; stamps the
      *> matching's state on the dashboard - RECONCILED with nothing
      *> open, OPEN-ITEMS while the open items are young, UNMATCHED
      *> once any has aged - and files the listings into the
      *> current business date's pack folder. Returns the narration
      *> lines.
       method-id Reconcile static.
       local-storage section.
       01 definition type System.Collections.ArrayList.
       01 defName type System.String.
       01 ruleList type System.Collections.ArrayList.
       01 ruleName type System.String.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 agedItems type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 toleranceDays type System.Int32.
       01 ageDays type System.Int32.
       01 itemAge type System.Int32.
       01 nextMatchId type System.Int32.
       01 groupCount type System.Int32.
       01 matchedCount type System.Int32.
       01 oursOpen type System.Int32.
       01 theirsOpen type System.Int32.
       01 agedOpen type System.Int32.
       01 busDate type System.String.
       01 statusText type System.String.
       01 summaryText type System.String.
       01 alertBody type System.String.
       01 packDir type System.String.
       01 gate type System.Type.
       procedure division using by value aName as type System.String
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set definition to self::FindDefinition(aName)
           if definition = null
               invoke narration::Add(
                   "No payment matching is declared as " +
                   aName::Trim()::ToUpper() + ".")
               goback
           end-if
           set defName to self::PartAsText(definition 0)::ToUpper()
           if not type System.Int32::TryParse(
               self::PartAsText(definition 12) toleranceDays)
               set toleranceDays to 0
           end-if
           if not type System.Int32::TryParse(
               self::PartAsText(definition 13) ageDays)
               set ageDays to DefaultAgeDays
           end-if
           set ruleList to self::SplitPipes(
               self::PartAsText(definition 11)::ToUpper()
                   ::Replace("," "|"))
           set busDate to
               type FormsCobol.ProcessingCalendar::
                   CurrentBusinessDate()
           set agedItems to new System.Collections.ArrayList()
           set matchedCount to 0
           set oursOpen to 0
           set theirsOpen to 0
           set agedOpen to 0

           set gate to type System.Type::GetType(
               "FormsCobol.PaymentMatchEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set itemLines to self::ReadItems()
           set nextMatchId to self::NextMatchId(itemLines)
           perform varying idx from 0 by 1
                     until idx >= ruleList::Count
               set ruleName to self::PartAsText(ruleList idx)
               set groupCount to 0
               evaluate ruleName
                   when "REF"
                       set groupCount to self::MatchByReference(
                           itemLines defName False "REF" nextMatchId)
                   when "REFAMT"
                       set groupCount to self::MatchByReference(
                           itemLines defName True "REFAMT"
                           nextMatchId)
                   when "AMTDATE"
                       set groupCount to self::MatchByAmountDate(
                           itemLines defName toleranceDays
                           nextMatchId)
                   when other
                       if ruleName::Length > 0
                           invoke narration::Add(
                               defName + ": rule " + ruleName +
                               " is not known - skipped")
                       end-if
               end-evaluate
               set matchedCount to matchedCount + groupCount
           end-perform

           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if not self::IsOpenItem(parts defName)
                   exit perform cycle
               end-if
               if self::PartAsText(parts 1) = "OURS"
                   set oursOpen to oursOpen + 1
               else
                   set theirsOpen to theirsOpen + 1
               end-if
               if self::PartAsText(parts 13) not = "Y"
                   set itemAge to self::BusinessDaysBetween(
                       self::PartAsText(parts 7) busDate)
                   if itemAge > ageDays
                       invoke self::SetPart(parts 13 "Y")
                       invoke agedItems::Add(self::DescribeItem(parts))
                   end-if
               end-if
               if self::PartAsText(parts 13) = "Y"
                   set agedOpen to agedOpen + 1
               end-if
           end-perform
           invoke self::WriteItems(itemLines)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try

           if agedOpen > 0
               set statusText to "UNMATCHED"
           else
               if oursOpen > 0 or theirsOpen > 0
                   set statusText to "OPEN-ITEMS"
               else
                   set statusText to "RECONCILED"
               end-if
           end-if
           invoke type FormsCobol.JobStatusReader::RecordStatus(
               defName
               "OPEN " + oursOpen::ToString() + "/" +
                   theirsOpen::ToString()
               "" statusText)
           set summaryText to
               defName + ": " + matchedCount::ToString() +
               " new match(es); " + oursOpen::ToString() +
               " of ours and " + theirsOpen::ToString() +
               " of the bank's unmatched"
           invoke type FormsCobol.AuditLog::Write(
               "PAYMATCH RUN" summaryText)
           invoke narration::Add("Payment matching " + summaryText)

      *> items newly past their ageing days - one exception and one
      *> alert for the lot, never again for the same item
           if agedItems::Count > 0
               invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                   defName "UNMATCHED" agedItems::Count::ToString())
               set alertBody to
                   "Matching: " + defName +
                   type System.Environment::NewLine +
                   agedItems::Count::ToString() +
                   " item(s) unmatched for more than " +
                   ageDays::ToString() + " business day(s):"
               perform varying idx from 0 by 1
                         until idx >= agedItems::Count
                   set alertBody to alertBody +
                       type System.Environment::NewLine +
                       type System.String(agedItems::Item(idx))
               end-perform
               invoke type FormsCobol.AlertEngine::SendAlert(
                   "Payment matching " + defName + " UNMATCHED"
                   alertBody)
               invoke narration::Add(
                   defName + ": " + agedItems::Count::ToString() +
                   " item(s) past " + ageDays::ToString() +
                   " business day(s) - exception opened")
           end-if

           set packDir to type System.IO.Path::Combine(
               type FormsCobol.AppConfig::GetReportsDirectory()
               "PACK-" + busDate)
           invoke narration::Add(self::FileListing(defName packDir))
           goback.
       end method.

      *> The items of the matching aName an operator still has to
      *> see - open and matched, never the confirmed.
       method-id ItemsFor static.
       local-storage section.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aName as type System.String
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           set itemLines to self::ReadItems()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if self::PartAsText(parts 0) =
                   aName::Trim()::ToUpper() and
                   self::PartAsText(parts 8) not = "CONFIRMED"
                   invoke result::Add(parts)
               end-if
           end-perform
           goback.
       end method.

      *> The matched, unmatched-ours and unmatched-theirs listings of
      *> the matching aName, each with its count and amount totals.
       method-id BuildListing static.
       local-storage section.
       01 definition type System.Collections.ArrayList.
       01 items type System.Collections.ArrayList.
       01 matchIds type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 jdx type System.Int32.
       01 matchId type System.String.
       01 matchRule type System.String.
       01 busDate type System.String.
       01 sideName type System.String.
       01 sideTitle type System.String.
       01 sideIdx type System.Int32.
       01 marker type System.String.
       01 itemAge type System.Int32.
       01 oursCount type System.Int32.
       01 theirsCount type System.Int32.
       01 oursTotal type System.Decimal.
       01 theirsTotal type System.Decimal.
       01 headingLine type System.String.
       procedure division using by value aName as type System.String
           returning reportLines as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set definition to self::FindDefinition(aName)
           if definition = null
               invoke reportLines::Add(
                   "No payment matching is declared as " +
                   aName::Trim()::ToUpper() + ".")
               goback
           end-if
           set busDate to
               type FormsCobol.ProcessingCalendar::
                   CurrentBusinessDate()
           set items to self::ItemsFor(aName)
           set headingLine to
               "          Reference                      Amount  " +
               "Value dateBus.date  Source"
           invoke reportLines::Add(
               "PAYMENT MATCHING - " +
               self::PartAsText(definition 0)::ToUpper() +
               "   business date " + busDate + "   produced " +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm"))
           invoke reportLines::Add(
               "Our payments: " + self::PartAsText(definition 1) +
               "   Bank statement: " +
               self::PartAsText(definition 6) + "   Rules: " +
               self::PartAsText(definition 11) +
               "   Date tolerance: " +
               self::PartAsText(definition 12) + " day(s)")
           invoke reportLines::Add("")

      *> matched by a rule, waiting on an operator's confirmation -
      *> one block per match, in match order
           invoke reportLines::Add("MATCHED - AWAITING CONFIRMATION")
           invoke reportLines::Add(headingLine)
           set matchIds to new System.Collections.ArrayList()
           set oursCount to 0
           set theirsCount to 0
           set oursTotal to 0
           set theirsTotal to 0
           perform varying idx from 0 by 1
                     until idx >= items::Count
               set parts to type System.Collections.ArrayList(
                   items::Item(idx))
               if self::PartAsText(parts 8) = "MATCHED"
                   if not matchIds::Contains(
                       self::PartAsText(parts 9))
                       invoke matchIds::Add(self::PartAsText(parts 9))
                   end-if
               end-if
           end-perform
           perform varying jdx from 0 by 1
                     until jdx >= matchIds::Count
               set matchId to type System.String(matchIds::Item(jdx))
               set matchRule to ""
               perform varying idx from 0 by 1
                         until idx >= items::Count
                   set parts to type System.Collections.ArrayList(
                       items::Item(idx))
                   if self::PartAsText(parts 8) = "MATCHED" and
                       self::PartAsText(parts 9) = matchId
                       set matchRule to self::PartAsText(parts 10)
                       exit perform
                   end-if
               end-perform
               invoke reportLines::Add(
                   "Match " + matchId + " (" + matchRule + ")")
               perform varying idx from 0 by 1
                         until idx >= items::Count
                   set parts to type System.Collections.ArrayList(
                       items::Item(idx))
                   if self::PartAsText(parts 8) not = "MATCHED" or
                       self::PartAsText(parts 9) not = matchId
                       exit perform cycle
                   end-if
                   invoke reportLines::Add(
                       "   " + self::DescribeItem(parts))
                   if self::PartAsText(parts 1) = "OURS"
                       set oursCount to oursCount + 1
                       set oursTotal to oursTotal +
                           self::PartAsDecimal(parts 5)
                   else
                       set theirsCount to theirsCount + 1
                       set theirsTotal to theirsTotal +
                           self::PartAsDecimal(parts 5)
                   end-if
               end-perform
           end-perform
           invoke reportLines::Add(
               "Total: " + matchIds::Count::ToString() +
               " match(es); ours " + oursCount::ToString() +
               " item(s) " + self::FormatAmount(oursTotal) +
               "; bank's " + theirsCount::ToString() +
               " item(s) " + self::FormatAmount(theirsTotal))

      *> then each side's open items - "**" marks one already past
      *> its ageing days
           perform varying sideIdx from 0 by 1 until sideIdx > 1
               if sideIdx = 0
                   set sideName to "OURS"
                   set sideTitle to "UNMATCHED - OUR PAYMENTS"
               else
                   set sideName to "THEIRS"
                   set sideTitle to "UNMATCHED - BANK STATEMENT"
               end-if
               invoke reportLines::Add("")
               invoke reportLines::Add(sideTitle)
               invoke reportLines::Add(headingLine + "   Age")
               set oursCount to 0
               set oursTotal to 0
               perform varying idx from 0 by 1
                         until idx >= items::Count
                   set parts to type System.Collections.ArrayList(
                       items::Item(idx))
                   if self::PartAsText(parts 8) not = "OPEN" or
                       self::PartAsText(parts 1) not = sideName
                       exit perform cycle
                   end-if
                   if self::PartAsText(parts 13) = "Y"
                       set marker to "** "
                   else
                       set marker to "   "
                   end-if
                   set itemAge to self::BusinessDaysBetween(
                       self::PartAsText(parts 7) busDate)
                   invoke reportLines::Add(
                       marker + self::DescribeItem(parts) + "   " +
                       itemAge::ToString())
                   set oursCount to oursCount + 1
                   set oursTotal to oursTotal +
                       self::PartAsDecimal(parts 5)
               end-perform
               invoke reportLines::Add(
                   "Total: " + oursCount::ToString() + " item(s) " +
                   self::FormatAmount(oursTotal))
           end-perform
           goback.
       end method.

      *> Files the listings of the matching aName into aPackDir as
      *> PAYMATCH-<name>.TXT and returns the narration line.
       method-id FileListing static.
       local-storage section.
       01 outputPath type System.String.
       procedure division using by value aName as type System.String
                            aPackDir as type System.String
           returning narrationLine as type System.String.
           if not type System.IO.Directory::Exists(aPackDir)
               invoke type System.IO.Directory::CreateDirectory(
                   aPackDir)
           end-if
           set outputPath to type System.IO.Path::Combine(
               aPackDir
               "PAYMATCH-" + aName::Trim()::ToUpper() + ".TXT")
           invoke type FormsCobol.ReportEngine::WriteLines(
               self::BuildListing(aName) outputPath)
           set narrationLine to
               aName::Trim()::ToUpper() + " matching filed as " +
               type System.IO.Path::GetFileName(outputPath)
           goback.
       end method.

      *> Files every declared matching's listings into the pack
      *> folder being built - called by ReportPackEngine::RunPack,
      *> so the pack carries the matching as it stands at the close.
       method-id FileListings static.
       local-storage section.
       01 definitions type System.Collections.ArrayList.
       01 definition type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aPackDir as type System.String
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set definitions to self::LoadDefinitions()
           perform varying idx from 0 by 1
                     until idx >= definitions::Count
               set definition to type System.Collections.ArrayList(
                   definitions::Item(idx))
               invoke narration::Add(self::FileListing(
                   self::PartAsText(definition 0) aPackDir))
           end-perform
           goback.
       end method.

      *> Confirms the match aMatchId of the matching aName: its
      *> items become CONFIRMED under the operator and are not
      *> presented again. True when the match was found.
       method-id Confirm static.
       local-storage section.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 nowStamp type System.String.
       01 gate type System.Type.
       procedure division using by value aName as type System.String
                            aMatchId as type System.String
                            returning result as condition-value.
           set result to False
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set gate to type System.Type::GetType(
               "FormsCobol.PaymentMatchEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set itemLines to self::ReadItems()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if self::PartAsText(parts 0) =
                   aName::Trim()::ToUpper() and
                   self::PartAsText(parts 8) = "MATCHED" and
                   self::PartAsText(parts 9) = aMatchId::Trim()
                   invoke self::SetPart(parts 8 "CONFIRMED")
                   invoke self::SetPart(parts 11 nowStamp)
                   invoke self::SetPart(parts 12
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId())
                   set result to True
               end-if
           end-perform
           if result
               invoke self::WriteItems(itemLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "PAYMATCH CONFIRMED"
                   aName::Trim()::ToUpper() + " match " +
                   aMatchId::Trim())
           end-if
           goback.
       end method.

      *> Breaks the match aMatchId of the matching aName - the
      *> operator does not accept the pairing - and puts its items
      *> back to OPEN. True when the match was found.
       method-id BreakMatch static.
       local-storage section.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 nowStamp type System.String.
       01 gate type System.Type.
       procedure division using by value aName as type System.String
                            aMatchId as type System.String
                            returning result as condition-value.
           set result to False
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set gate to type System.Type::GetType(
               "FormsCobol.PaymentMatchEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set itemLines to self::ReadItems()
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if self::PartAsText(parts 0) =
                   aName::Trim()::ToUpper() and
                   self::PartAsText(parts 8) = "MATCHED" and
                   self::PartAsText(parts 9) = aMatchId::Trim()
                   invoke self::SetPart(parts 8 "OPEN")
                   invoke self::SetPart(parts 9 "")
                   invoke self::SetPart(parts 10 "")
                   invoke self::SetPart(parts 11 nowStamp)
                   invoke self::SetPart(parts 12
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId())
                   set result to True
               end-if
           end-perform
           if result
               invoke self::WriteItems(itemLines)
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "PAYMATCH BROKEN"
                   aName::Trim()::ToUpper() + " match " +
                   aMatchId::Trim())
           end-if
           goback.
       end method.

      *> Matches the open items named by aItemKeys (ItemKey) by
      *> hand - the operator's own pairing, CONFIRMED at once.
      *> Returns the new match id, or "" when none of them was
      *> still open.
       method-id MatchManually static.
       local-storage section.
       01 itemLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 nextId type System.Int32.
       01 matchedAny as condition-value.
       01 nowStamp type System.String.
       01 gate type System.Type.
       procedure division using by value aName as type System.String
                            aItemKeys
                               as type System.Collections.ArrayList
                            returning matchId as type System.String.
           set matchId to ""
           set matchedAny to False
           set nowStamp to type System.DateTime::Now::ToString(
               "yyyy-MM-dd HH:mm:ss")
           set gate to type System.Type::GetType(
               "FormsCobol.PaymentMatchEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set itemLines to self::ReadItems()
           set nextId to self::NextMatchId(itemLines)
           perform varying idx from 0 by 1
                     until idx >= itemLines::Count
               set parts to type System.Collections.ArrayList(
                   itemLines::Item(idx))
               if self::IsOpenItem(parts aName::Trim()::ToUpper())
                   if aItemKeys::Contains(self::ItemKey(parts))
                       invoke self::SetPart(parts 8 "CONFIRMED")
                       invoke self::SetPart(parts 9
                           nextId::ToString())
                       invoke self::SetPart(parts 10 "MANUAL")
                       invoke self::SetPart(parts 11 nowStamp)
                       invoke self::SetPart(parts 12
                           type FormsCobol.OperatorSession::
                               GetCurrentOperatorId())
                       set matchedAny to True
                   end-if
               end-if
           end-perform
           if matchedAny
               invoke self::WriteItems(itemLines)
               set matchId to nextId::ToString()
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if matchedAny
               invoke type FormsCobol.AuditLog::Write(
                   "PAYMATCH MANUAL"
                   aName::Trim()::ToUpper() + " match " + matchId +
                   " - " + aItemKeys::Count::ToString() +
                   " item(s)")
           end-if
           goback.
       end method.

       end class.
