      *> DiskSpaceEngine - finds a full disk at teatime instead of at
      *> 02:00 halfway through a run. After every run the size of
      *> each file the console knows about for that job is recorded
      *> in FILESIZES.TXT in the status directory, one "|"-separated
      *> line per file:
      *>   stamp|job|kind|file key|path|bytes
      *> where kind is OUTPUT (the job's CONTROLS.TXT output file),
      *> INPUT (its VALIDATION.TXT input), GENERATION (the newest
      *> archived generation of either, keyed by its source path) or
      *> SPOOL (the run's spool, keyed SPOOL:<job> - every run spools
      *> to a new file). Before the first scheduled entry of the
      *> night each drive's free space is compared with what the
      *> night is projected to need from that history: per file, the
      *> largest of its recent sizes plus its latest growth - in full
      *> for generations and spools, which are new files every night,
      *> and as the rise over today's size for outputs and inputs,
      *> which are replaced where they stand. A shortfall lands on the
      *> dashboard as "DISK <drive>" LOW SPACE and goes to the on-call
      *> list through AlertEngine while the evening shift can still
      *> act on it. The growth report shows, per file, how it grew
      *> over a chosen period and how long each drive lasts at that
      *> rate.
       class-id FormsCobol.DiskSpaceEngine.

       working-storage section.
      *> How many recent sizes a file's projection looks back over,
      *> and how many days a file may go unrecorded before the night
      *> stops counting it - long enough to keep month-end in.
       01 RecentSizes is static type System.Int32 value 10.
       01 ActiveDays  is static type System.Int32 value 35.

       method-id GetSizesPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "FILESIZES.TXT")
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

      *> The part at aIndex of a size line, trimmed, or "".
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

      *> The byte count on a size line, 0 when it will not parse.
       method-id PartAsBytes static private.
       local-storage section.
       01 byteCount type System.Int64.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.Int64.
           set result to 0
           if type System.Int64::TryParse(
               self::PartAsText(parts 5) byteCount)
               set result to byteCount
           end-if
           goback.
       end method.

      *> Every size line on file, oldest first.
       method-id ReadAll static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 sizesFile type System.String.
       procedure division
           returning sizeLines as type System.Collections.ArrayList.
           set sizeLines to new System.Collections.ArrayList()
           set sizesFile to self::GetSizesPath()
           if not type System.IO.File::Exists(sizesFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(sizesFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke sizeLines::Add(aLine)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Appends one file's current size to the history; a file that
      *> is not there (a run that failed before writing it) records
      *> nothing. Runs finish side by side, so appends are
      *> serialized.
       method-id AppendSize static private.
       local-storage section.
       01 fileInfo type System.IO.FileInfo.
       01 sizesFile type System.String.
       01 sizesDir type System.String.
       01 writer type System.IO.StreamWriter.
       01 gate type System.Type.
       procedure division using by value aJobName as type System.String
                            aKind as type System.String
                            aFileKey as type System.String
                            aFilePath as type System.String.
           if aFilePath = null
               goback
           end-if
           if aFilePath::Trim()::Length = 0
               goback
           end-if
           if not type System.IO.File::Exists(aFilePath)
               goback
           end-if
           set fileInfo to new System.IO.FileInfo(aFilePath)

           set gate to type System.Type::GetType(
               "FormsCobol.DiskSpaceEngine")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set sizesFile to self::GetSizesPath()
           set sizesDir to
               type System.IO.Path::GetDirectoryName(sizesFile)
           if sizesDir::Length > 0
               if not type System.IO.Directory::Exists(sizesDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           sizesDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(
                   sizesFile True)
           try
               invoke writer::WriteLine(
                   type System.DateTime::Now::ToString(
                       "yyyy-MM-dd HH:mm:ss") + "|" +
                   aJobName::Trim() + "|" + aKind + "|" +
                   aFileKey::Trim() + "|" + aFilePath::Trim() + "|" +
                   fileInfo::Length::ToString())
           finally
               invoke writer::Close()
           end-try
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> Records the sizes of the job's registered files after a run
      *> - its CONTROLS.TXT output, its VALIDATION.TXT input and the
      *> newest catalogued generation of each.
       method-id RecordAfterRun static.
       local-storage section.
       01 spec type FormsCobol.ControlTotalSpec.
       01 valSpec type FormsCobol.ValidationSpec.
       01 sourcePaths type System.Collections.ArrayList.
       01 catalogLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 sourcePath type System.String.
       01 generationPath type System.String.
       01 idx type System.Int32.
       01 cidx type System.Int32.
       procedure division using by value aJobName
                                             as type System.String.
           set spec to
               type FormsCobol.ControlTotalEngine::FindSpec(aJobName)
           if spec not = null
               invoke self::AppendSize(aJobName "OUTPUT"
                   spec::GetOutputPath() spec::GetOutputPath())
           end-if
           set valSpec to
               type FormsCobol.ValidationEngine::FindSpec(aJobName)
           if valSpec not = null
               invoke self::AppendSize(aJobName "INPUT"
                   valSpec::GetDataPath() valSpec::GetDataPath())
           end-if

      *> the catalog lists generations in the order they were
      *> archived, so the last line for a source is its newest
           set sourcePaths to
               type FormsCobol.GenerationStore::FilesForJob(aJobName)
           set catalogLines to
               type FormsCobol.GenerationStore::ReadCatalog()
           perform varying idx from 0 by 1
                     until idx >= sourcePaths::Count
               set sourcePath to
                   type System.String(sourcePaths::Item(idx))::Trim()
               set generationPath to ""
               perform varying cidx from 0 by 1
                         until cidx >= catalogLines::Count
                   set parts to self::SplitPipes(
                       type System.String(catalogLines::Item(cidx)))
                   if self::PartAsText(parts 0)::ToUpper() =
                       sourcePath::ToUpper()
                       set generationPath to
                           self::PartAsText(parts 2)
                   end-if
               end-perform
               if generationPath::Length > 0
                   invoke self::AppendSize(aJobName "GENERATION"
                       sourcePath generationPath)
               end-if
           end-perform
           goback.
       end method.

      *> Records the size of one run's spool, once it is written.
       method-id RecordSpool static.
       procedure division using by value aJobName as type System.String
                            aStartStamp as type System.String.
           invoke self::AppendSize(aJobName "SPOOL"
               "SPOOL:" + aJobName::Trim()
               type FormsCobol.SpoolStore::SpoolPathFor(
                   aJobName aStartStamp))
           goback.
       end method.

      *> The size history grouped by file - kind|file key onto the
      *> list of that file's line parts, oldest first - with the
      *> keys in the order each file was first recorded.
       method-id GroupByFile static private.
       local-storage section.
       01 sizeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 fileKey type System.String.
       01 idx type System.Int32.
       procedure division using by value aFromDate
                                             as type System.String
                            aToDate as type System.String
                            byFile as type System.Collections.Hashtable
                            keyOrder
                               as type System.Collections.ArrayList.
           set sizeLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= sizeLines::Count
               set parts to self::SplitPipes(
                   type System.String(sizeLines::Item(idx)))
               if parts::Count < 6
                   exit perform cycle
               end-if
      *> aFromDate / aToDate bound the stamp's date (yyyyMMdd), ""
      *> leaving that end open
               if aFromDate::Length > 0
                   if self::StampDate(self::PartAsText(parts 0))::
                       CompareTo(aFromDate) < 0
                       exit perform cycle
                   end-if
               end-if
               if aToDate::Length > 0
                   if self::StampDate(self::PartAsText(parts 0))::
                       CompareTo(aToDate) > 0
                       exit perform cycle
                   end-if
               end-if
               set fileKey to self::PartAsText(parts 2) + "|" +
                   self::PartAsText(parts 3)::ToUpper()
               if not byFile::ContainsKey(fileKey)
                   invoke byFile::Add(fileKey
                       new System.Collections.ArrayList())
                   invoke keyOrder::Add(fileKey)
               end-if
               invoke type System.Collections.ArrayList(
                   byFile::Item(fileKey))::Add(parts)
           end-perform
           goback.
       end method.

      *> "yyyy-MM-dd HH:mm:ss" as its yyyyMMdd date.
       method-id StampDate static private.
       procedure division using by value aStamp as type System.String
                            returning result as type System.String.
           set result to ""
           if aStamp::Length >= 10
               set result to aStamp::Substring(0 10)::Replace("-" "")
           end-if
           goback.
       end method.

      *> The drive a path lives on ("C:\", or the share of a UNC
      *> path), upper-cased so one drive adds up under one name.
       method-id DriveOf static.
       local-storage section.
       01 root type System.String.
       01 pathFailure type System.Exception.
       procedure division using by value aPath as type System.String
                            returning result as type System.String.
           set result to ""
           try
               set root to type System.IO.Path::GetPathRoot(
                   type System.IO.Path::GetFullPath(aPath))
               if root not = null
                   set result to root::ToUpper()
               end-if
           catch pathFailure
               set result to ""
           end-try
           goback.
       end method.

      *> The free bytes on a drive, -1 when it cannot be read (a
      *> share that is down is itself worth telling the shift).
       method-id FreeBytes static.
       local-storage section.
       01 drive type System.IO.DriveInfo.
       01 driveFailure type System.Exception.
       procedure division using by value aDrive as type System.String
                            returning result as type System.Int64.
           set result to -1
           try
               set drive to new System.IO.DriveInfo(aDrive)
               set result to drive::AvailableFreeSpace
           catch driveFailure
               set result to -1
           end-try
           goback.
       end method.

      *> What tonight is projected to write, per drive: drive name
      *> onto the bytes needed (an Int64).
       method-id ProjectNeeds static.
       local-storage section.
       01 byFile type System.Collections.Hashtable.
       01 keyOrder type System.Collections.ArrayList.
       01 observations type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 cutoffDate type System.String.
       01 daysBack type System.Int32.
       01 idx type System.Int32.
       01 oidx type System.Int32.
       01 firstRecent type System.Int32.
       01 lastIdx type System.Int32.
       01 sizeBytes type System.Int64.
       01 largest type System.Int64.
       01 latest type System.Int64.
       01 priorBytes type System.Int64.
       01 projected type System.Int64.
       01 needBytes type System.Int64.
       01 kind type System.String.
       01 filePath type System.String.
       01 driveName type System.String.
       01 fileInfo type System.IO.FileInfo.
       procedure division
           returning needs as type System.Collections.Hashtable.
           set needs to new System.Collections.Hashtable()
           set byFile to new System.Collections.Hashtable()
           set keyOrder to new System.Collections.ArrayList()
           invoke self::GroupByFile("" "" byFile keyOrder)
           set daysBack to 0 - ActiveDays
           set cutoffDate to type System.DateTime::Today::AddDays(
               daysBack)::ToString("yyyyMMdd")

           perform varying idx from 0 by 1
                     until idx >= keyOrder::Count
               set observations to type System.Collections.ArrayList(
                   byFile::Item(keyOrder::Item(idx)))
               set lastIdx to observations::Count - 1
               set parts to type System.Collections.ArrayList(
                   observations::Item(lastIdx))
               if self::StampDate(self::PartAsText(parts 0))::
                   CompareTo(cutoffDate) < 0
                   exit perform cycle
               end-if
               set kind to self::PartAsText(parts 2)
               set filePath to self::PartAsText(parts 4)
               set latest to self::PartAsBytes(parts)
               set priorBytes to latest
               if lastIdx > 0
                   set lastIdx to lastIdx - 1
                   set priorBytes to self::PartAsBytes(
                       type System.Collections.ArrayList(
                           observations::Item(lastIdx)))
               end-if

               set firstRecent to observations::Count - RecentSizes
               if firstRecent < 0
                   set firstRecent to 0
               end-if
               set largest to 0
               perform varying oidx from firstRecent by 1
                         until oidx >= observations::Count
                   set sizeBytes to self::PartAsBytes(
                       type System.Collections.ArrayList(
                           observations::Item(oidx)))
                   if sizeBytes > largest
                       set largest to sizeBytes
                   end-if
               end-perform
               set projected to largest
               if latest > priorBytes
                   set projected to projected + latest - priorBytes
               end-if

      *> an output or input is replaced where it stands - only its
      *> rise over what is on disk now is new space
               set needBytes to projected
               if kind = "OUTPUT" or kind = "INPUT"
                   if type System.IO.File::Exists(filePath)
                       set fileInfo to
                           new System.IO.FileInfo(filePath)
                       set sizeBytes to fileInfo::Length
                       set needBytes to projected - sizeBytes
                   end-if
               end-if
               if needBytes <= 0
                   exit perform cycle
               end-if

               set driveName to self::DriveOf(filePath)
               if driveName::Length = 0
                   exit perform cycle
               end-if
               if needs::ContainsKey(driveName)
                   set needBytes to needBytes +
                       type System.Convert::ToInt64(
                           needs::Item(driveName))
                   invoke needs::Remove(driveName)
               end-if
               invoke needs::Add(driveName needBytes)
           end-perform
           goback.
       end method.

      *> A byte count as the shift reads it - bytes, MB or GB.
       method-id FormatBytes static.
       local-storage section.
       01 amount type System.Decimal.
       procedure division using by value aBytes as type System.Int64
                            returning result as type System.String.
           if aBytes < 1048576
               set result to aBytes::ToString() + " bytes"
               goback
           end-if
           set amount to aBytes
           if aBytes < 1073741824
               set amount to amount / 1048576
               set result to amount::ToString("0.0"
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + " MB"
           else
               set amount to amount / 1073741824
               set result to amount::ToString("0.00"
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + " GB"
           end-if
           goback.
       end method.

      *> A growth as "+12.0 MB" / "-3.1 MB".
       method-id FormatGrowth static private.
       local-storage section.
       01 magnitude type System.Int64.
       procedure division using by value aBytes as type System.Int64
                            returning result as type System.String.
           if aBytes < 0
               set magnitude to 0 - aBytes
               set result to "-" + self::FormatBytes(magnitude)
           else
               set result to "+" + self::FormatBytes(aBytes)
           end-if
           goback.
       end method.

      *> The dashboard name for a drive, kept to the status file's
      *> twenty-character name column.
       method-id DashboardName static private.
       procedure division using by value aDrive as type System.String
                            returning result as type System.String.
           set result to "DISK " + aDrive
           if result::Length > 20
               set result to result::Substring(0 20)
           end-if
           goback.
       end method.

      *> Compares every drive tonight writes to with its projected
      *> need, flagging each on the dashboard (LOW SPACE / SPACE OK)
      *> and alerting the on-call list on a shortfall. Returns the
      *> narration, one line per drive.
       method-id CheckSpace static.
       local-storage section.
       01 needs type System.Collections.Hashtable.
       01 drives type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 driveName type System.String.
       01 needBytes type System.Int64.
       01 freeBytes type System.Int64.
       01 shortBytes type System.Int64.
       01 spaceText type System.String.
       procedure division
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set needs to self::ProjectNeeds()
           set drives to new System.Collections.ArrayList(needs::Keys)
           invoke drives::Sort()
           if drives::Count = 0
               invoke narration::Add(
                   "Disk check: no file sizes recorded yet - nothing " +
                   "to project tonight from.")
               goback
           end-if

           perform varying idx from 0 by 1
                     until idx >= drives::Count
               set driveName to type System.String(drives::Item(idx))
               set needBytes to type System.Convert::ToInt64(
                   needs::Item(driveName))
               set freeBytes to self::FreeBytes(driveName)
               if freeBytes < 0
                   invoke type FormsCobol.JobStatusReader::RecordStatus(
                       self::DashboardName(driveName) "unreadable" ""
                       "LOW SPACE")
                   invoke type FormsCobol.AuditLog::Write(
                       "DISK CHECK FAILED"
                       driveName + " free space could not be read")
                   invoke type FormsCobol.AlertEngine::SendAlert(
                       "Disk check failed for " + driveName
                       "The free space on " + driveName +
                       " could not be read before tonight's batch. " +
                       "Tonight is projected to write about " +
                       self::FormatBytes(needBytes) + " there.")
                   invoke narration::Add(
                       "Disk check: free space on " + driveName +
                       " could not be read - tonight needs about " +
                       self::FormatBytes(needBytes) + " there.")
                   exit perform cycle
               end-if

               set spaceText to "free " + self::FormatBytes(freeBytes) +
                   ", tonight needs about " +
                   self::FormatBytes(needBytes)
               if freeBytes < needBytes
                   set shortBytes to needBytes - freeBytes
                   invoke type FormsCobol.JobStatusReader::RecordStatus(
                       self::DashboardName(driveName)
                       "short " + self::FormatBytes(shortBytes) ""
                       "LOW SPACE")
                   invoke type FormsCobol.AuditLog::Write(
                       "DISK SHORTFALL" driveName + " " + spaceText)
                   invoke type FormsCobol.AlertEngine::SendAlert(
                       "Disk space short for tonight's batch on " +
                       driveName
                       driveName + " has " +
                       self::FormatBytes(freeBytes) +
                       " free; tonight's batch is projected to " +
                       "write about " + self::FormatBytes(needBytes) +
                       " there, " + self::FormatBytes(shortBytes) +
                       " more than is free. Make room before the " +
                       "first job starts - the File Growth report " +
                       "shows which files are behind it.")
                   invoke narration::Add(
                       "Disk check: " + driveName + " is SHORT by " +
                       self::FormatBytes(shortBytes) + " (" +
                       spaceText + ").")
               else
                   invoke type FormsCobol.JobStatusReader::RecordStatus(
                       self::DashboardName(driveName)
                       "free " + self::FormatBytes(freeBytes) ""
                       "SPACE OK")
                   invoke narration::Add(
                       "Disk check: " + driveName + " OK (" +
                       spaceText + ").")
               end-if
           end-perform
           invoke type FormsCobol.AuditLog::Write(
               "DISK CHECK"
               drives::Count::ToString() + " drive(s) checked")
           goback.
       end method.

      *> The due time (minutes past midnight) of the night's first
      *> scheduled entry - the earliest one after the batch window
      *> end, or failing that the earliest of all; -1 with nothing
      *> scheduled.
       method-id FirstEntryMinutes static private.
       local-storage section.
       01 entries type System.Collections.ArrayList.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 idx type System.Int32.
       01 entryMinutes type System.Int32.
       01 earliest type System.Int32.
       01 windowEndMinutes type System.Int32.
       procedure division returning result as type System.Int32.
           set result to -1
           set earliest to -1
           set windowEndMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   type FormsCobol.AppConfig::GetBatchWindowEnd())
           set entries to
               type FormsCobol.SchedulerEngine::LoadEntries()
           perform varying idx from 0 by 1
                     until idx >= entries::Count
               set scheduleEntry to
                   type FormsCobol.ScheduledJob(entries::Item(idx))
               set entryMinutes to
                   type FormsCobol.SchedulerEngine::ParseMinutes(
                       scheduleEntry::GetTime())
               if earliest < 0 or entryMinutes < earliest
                   set earliest to entryMinutes
               end-if
               if entryMinutes > windowEndMinutes
                   if result < 0 or entryMinutes < result
                       set result to entryMinutes
                   end-if
               end-if
           end-perform
           if result < 0
               set result to earliest
           end-if
           goback.
       end method.

      *> Runs the disk check once a day, the configured lead time
      *> before the night's first scheduled entry; an empty
      *> narration when it is not due yet (or already done today).
       method-id CheckBeforeNight static.
       local-storage section.
       01 today type System.String.
       01 firstMinutes type System.Int32.
       01 checkMinutes type System.Int32.
       01 nowMinutes type System.Int32.
       procedure division
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set today to
               type System.DateTime::Now::ToString("yyyyMMdd")
           if type FormsCobol.AppConfig::GetDiskCheckLastRun() = today
               goback
           end-if
           set firstMinutes to self::FirstEntryMinutes()
           if firstMinutes < 0
               goback
           end-if
      *> a first entry just after midnight is checked the evening
      *> before
           set checkMinutes to firstMinutes -
               type FormsCobol.AppConfig::GetDiskCheckLeadMinutes()
           if checkMinutes < 0
               set checkMinutes to checkMinutes + 1440
           end-if
           if checkMinutes < 0
               set checkMinutes to 0
           end-if
           set nowMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   type System.DateTime::Now::ToString("HH:mm"))
           if nowMinutes < checkMinutes
               goback
           end-if

           invoke type FormsCobol.AppConfig::SetDiskCheckLastRun(today)
           set narration to self::CheckSpace()
           goback.
       end method.

      *> One row per file recorded within aFrom..aTo (yyyyMMdd):
      *> kind|job|file|first bytes|last bytes|peak bytes|
      *> observations|first stamp|last stamp|path
       method-id CollectGrowth static private.
       local-storage section.
       01 byFile type System.Collections.Hashtable.
       01 keyOrder type System.Collections.ArrayList.
       01 observations type System.Collections.ArrayList.
       01 firstParts type System.Collections.ArrayList.
       01 lastParts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 oidx type System.Int32.
       01 lastIdx type System.Int32.
       01 sizeBytes type System.Int64.
       01 peak type System.Int64.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning rows as type System.Collections.ArrayList.
           set rows to new System.Collections.ArrayList()
           set byFile to new System.Collections.Hashtable()
           set keyOrder to new System.Collections.ArrayList()
           invoke self::GroupByFile(aFrom aTo byFile keyOrder)
           perform varying idx from 0 by 1
                     until idx >= keyOrder::Count
               set observations to type System.Collections.ArrayList(
                   byFile::Item(keyOrder::Item(idx)))
               set firstParts to type System.Collections.ArrayList(
                   observations::Item(0))
               set lastIdx to observations::Count - 1
               set lastParts to type System.Collections.ArrayList(
                   observations::Item(lastIdx))
               set peak to 0
               perform varying oidx from 0 by 1
                         until oidx >= observations::Count
                   set sizeBytes to self::PartAsBytes(
                       type System.Collections.ArrayList(
                           observations::Item(oidx)))
                   if sizeBytes > peak
                       set peak to sizeBytes
                   end-if
               end-perform
               invoke rows::Add(
                   self::PartAsText(lastParts 2) + "|" +
                   self::PartAsText(lastParts 1) + "|" +
                   self::PartAsText(lastParts 3) + "|" +
                   self::PartAsBytes(firstParts)::ToString() + "|" +
                   self::PartAsBytes(lastParts)::ToString() + "|" +
                   peak::ToString() + "|" +
                   observations::Count::ToString() + "|" +
                   self::PartAsText(firstParts 0) + "|" +
                   self::PartAsText(lastParts 0) + "|" +
                   self::PartAsText(lastParts 4))
           end-perform
           goback.
       end method.

      *> The days between two "yyyy-MM-dd HH:mm:ss" stamps, 0 when
      *> either will not parse.
       method-id DaysBetween static private.
       local-storage section.
       01 fromStamp type System.DateTime.
       01 toStamp type System.DateTime.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
                            returning result as type System.Decimal.
           set result to 0
           if type System.DateTime::TryParseExact(aFrom
               "yyyy-MM-dd HH:mm:ss"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               fromStamp) and
               type System.DateTime::TryParseExact(aTo
               "yyyy-MM-dd HH:mm:ss"
               type System.Globalization.CultureInfo::
                   InvariantCulture
               type System.Globalization.DateTimeStyles::None
               toStamp)
               set result to type System.Convert::ToDecimal(
                   toStamp::Subtract(fromStamp)::TotalDays)
           end-if
           goback.
       end method.

      *> The growth report for aFrom..aTo (yyyyMMdd): one line per
      *> file with its first, last and peak size in the period, the
      *> growth and its percentage and the average growth a day,
      *> then one line per drive with its free space now and how
      *> many days that lasts at the period's combined rate.
       method-id BuildGrowthLines static.
       local-storage section.
       01 rows type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 firstBytes type System.Int64.
       01 lastBytes type System.Int64.
       01 peakBytes type System.Int64.
       01 growthBytes type System.Int64.
       01 totalLast type System.Int64.
       01 totalGrowth type System.Int64.
       01 freeBytes type System.Int64.
       01 dailyBytes type System.Int64.
       01 percent type System.Decimal.
       01 days type System.Decimal.
       01 perDay type System.Decimal.
       01 daysLeft type System.Decimal.
       01 percentText type System.String.
       01 perDayText type System.String.
       01 driveName type System.String.
       01 driveRates type System.Collections.Hashtable.
       01 drives type System.Collections.ArrayList.
       01 daysText type System.String.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning reportLines as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set driveRates to new System.Collections.Hashtable()
           invoke reportLines::Add(
               "FILE GROWTH REPORT  " + aFrom + " - " + aTo +
               "    printed " + type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm"))
           invoke reportLines::Add("")
           invoke reportLines::Add(
               "KIND       JOB          " +
               "       FIRST         LAST         PEAK" +
               "        GROWTH   CHANGE      PER DAY  FILE")
           set rows to self::CollectGrowth(aFrom aTo)
           if rows::Count = 0
               invoke reportLines::Add(
                   "No file sizes were recorded in this period.")
               goback
           end-if

           set totalLast to 0
           set totalGrowth to 0
           perform varying idx from 0 by 1
                     until idx >= rows::Count
               set parts to self::SplitPipes(
                   type System.String(rows::Item(idx)))
               set firstBytes to type System.Int64::Parse(
                   self::PartAsText(parts 3))
               set lastBytes to type System.Int64::Parse(
                   self::PartAsText(parts 4))
               set peakBytes to type System.Int64::Parse(
                   self::PartAsText(parts 5))
               set growthBytes to lastBytes - firstBytes
               set totalLast to totalLast + lastBytes
               set totalGrowth to totalGrowth + growthBytes

               if firstBytes > 0
                   set percent to growthBytes * 100
                   set percent to percent / firstBytes
                   set percentText to percent::ToString("0.0"
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + "%"
               else
                   set percentText to "new"
               end-if

               set days to self::DaysBetween(
                   self::PartAsText(parts 7) self::PartAsText(parts 8))
               set perDayText to "-"
               if days >= 1
                   set perDay to growthBytes
                   set perDay to perDay / days
                   set dailyBytes to
                       type System.Convert::ToInt64(perDay)
                   set perDayText to self::FormatGrowth(dailyBytes)
                   set driveName to
                       self::DriveOf(self::PartAsText(parts 9))
                   if driveName::Length > 0
                       if driveRates::ContainsKey(driveName)
                           set dailyBytes to dailyBytes +
                               type System.Convert::ToInt64(
                                   driveRates::Item(driveName))
                           invoke driveRates::Remove(driveName)
                       end-if
                       invoke driveRates::Add(driveName dailyBytes)
                   end-if
               end-if

               invoke reportLines::Add(
                   self::PartAsText(parts 0)::PadRight(11) +
                   self::PartAsText(parts 1)::PadRight(12) +
                   self::FormatBytes(firstBytes)::PadLeft(13) +
                   self::FormatBytes(lastBytes)::PadLeft(13) +
                   self::FormatBytes(peakBytes)::PadLeft(13) +
                   self::FormatGrowth(growthBytes)::PadLeft(14) +
                   percentText::PadLeft(9) +
                   perDayText::PadLeft(13) + "  " +
                   self::PartAsText(parts 2))
           end-perform
           invoke reportLines::Add("")
           invoke reportLines::Add(
               rows::Count::ToString() + " file(s), " +
               self::FormatBytes(totalLast) + " at the end of the " +
               "period, growth " + self::FormatGrowth(totalGrowth))

      *> how long each drive lasts at the period's rate
           set drives to
               new System.Collections.ArrayList(driveRates::Keys)
           invoke drives::Sort()
           if drives::Count > 0
               invoke reportLines::Add("")
               invoke reportLines::Add(
                   "DRIVE                 FREE NOW      PER DAY  " +
                   "LASTS")
           end-if
           perform varying idx from 0 by 1
                     until idx >= drives::Count
               set driveName to type System.String(drives::Item(idx))
               set dailyBytes to type System.Convert::ToInt64(
                   driveRates::Item(driveName))
               set freeBytes to self::FreeBytes(driveName)
               if freeBytes < 0
                   set daysText to "free space unreadable"
               else
                   if dailyBytes > 0
                       set daysLeft to freeBytes
                       set daysLeft to daysLeft / dailyBytes
                       set daysText to "about " +
                           daysLeft::ToString("0"
                               type System.Globalization.CultureInfo::
                                   InvariantCulture) + " day(s)"
                   else
                       set daysText to "not growing"
                   end-if
               end-if
               if freeBytes < 0
                   set perDayText to "-"
               else
                   set perDayText to self::FormatBytes(freeBytes)
               end-if
               invoke reportLines::Add(
                   driveName::PadRight(20) +
                   perDayText::PadLeft(11) +
                   self::FormatGrowth(dailyBytes)::PadLeft(13) +
                   "  " + daysText)
           end-perform
           goback.
       end method.

      *> The same report as CSV rows, sizes in raw bytes.
       method-id BuildGrowthCsvRows static.
       local-storage section.
       01 rows type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 firstBytes type System.Int64.
       01 growthBytes type System.Int64.
       procedure division using by value aFrom as type System.String
                            aTo as type System.String
           returning csvRows as type System.Collections.ArrayList.
           set csvRows to new System.Collections.ArrayList()
           invoke csvRows::Add(
               "Kind,Job,File,First Bytes,Last Bytes,Peak Bytes," +
               "Growth Bytes,Observations,First Recorded," +
               "Last Recorded")
           set rows to self::CollectGrowth(aFrom aTo)
           perform varying idx from 0 by 1
                     until idx >= rows::Count
               set parts to self::SplitPipes(
                   type System.String(rows::Item(idx)))
               set firstBytes to
                   type System.Int64::Parse(self::PartAsText(parts 3))
               set growthBytes to
                   type System.Int64::Parse(self::PartAsText(parts 4))
               set growthBytes to growthBytes - firstBytes
               invoke csvRows::Add(
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::PartAsText(parts 0)) + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::PartAsText(parts 1)) + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::PartAsText(parts 2)) + "," +
                   self::PartAsText(parts 3) + "," +
                   self::PartAsText(parts 4) + "," +
                   self::PartAsText(parts 5) + "," +
                   growthBytes::ToString() + "," +
                   self::PartAsText(parts 6) + "," +
                   self::PartAsText(parts 7) + "," +
                   self::PartAsText(parts 8))
           end-perform
           goback.
       end method.

      *> Writes the report for aFrom..aTo into aDirectory as both
      *> text and CSV (GROWTH-<from>-<to>) and returns the text
      *> file's path.
       method-id WriteGrowthFiles static.
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
           set baseName to "GROWTH-" + aFrom + "-" + aTo
           set textPath to type System.IO.Path::Combine(
               aDirectory baseName + ".TXT")
           invoke type FormsCobol.ReportEngine::WriteLines(
               self::BuildGrowthLines(aFrom aTo) textPath)
           invoke type FormsCobol.ReportEngine::WriteLines(
               self::BuildGrowthCsvRows(aFrom aTo)
               type System.IO.Path::Combine(
                   aDirectory baseName + ".CSV"))
           set result to textPath
           goback.
       end method.

       end class.
