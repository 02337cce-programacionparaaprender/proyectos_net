      *> DefinitionChangeStore - four-eyes change control over the
      *> files that define the night (schedule, streams, limits,
      *> groups, retry policies, control totals, validation, proving,
      *> the inbound/outbound feeds, the service-level targets and
      *> the sensitive-field masking classes).
      *> A maintenance screen never writes one of these files itself
      *> any more: it hands its proposed full file content to Submit,
      *> which holds it as a pending change - the file's before image
      *> and the proposed after image side by side - until a
      *> SUPERVISOR other than the requester approves it. Approval
      *> writes the file and keeps the new content as the next
      *> numbered version, so the file can be shown as it stood on
      *> any date and a bad change rolled back (the rollback itself
      *> being one more change to approve).
      *> One "|"-separated line per change in DEFCHANGES.TXT:
      *>   no|file|state|requested stamp|requester|description|
      *>   decided stamp|decided by|note
      *> state is PENDING until decided, then APPROVED or REJECTED -
      *> the line is updated, never removed. The images sit in the
      *> DEFCHANGES folder as CHG<no>.BEFORE / CHG<no>.AFTER. One
      *> "|"-separated line per version in DEFVERSIONS.TXT:
      *>   file|version|stamp|change no|requester|approver|
      *>   description
      *> with each version's full content in the DEFVERSIONS folder
      *> as <file>.V<version>.
       class-id FormsCobol.DefinitionChangeStore.

       method-id GetChangesPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "DEFCHANGES.TXT")
           goback.
       end method.

       method-id GetChangesDir static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "DEFCHANGES")
           goback.
       end method.

       method-id GetVersionsPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "DEFVERSIONS.TXT")
           goback.
       end method.

       method-id GetVersionsDir static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "DEFVERSIONS")
           goback.
       end method.

      *> The live path of a controlled definition file - all of them
      *> sit in the status directory.
       method-id DefinitionPath static.
       procedure division using by value aFileName
                                             as type System.String
                            returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   aFileName::Trim()::ToUpper())
           goback.
       end method.

      *> Every definition file under change control, in the order
      *> the change-control screen lists them.
       method-id ControlledFiles static.
       procedure division
           returning fileNames as type System.Collections.ArrayList.
           set fileNames to new System.Collections.ArrayList()
           invoke fileNames::Add("SCHEDULE.TXT")
           invoke fileNames::Add("STREAMS.TXT")
           invoke fileNames::Add("JOBLIMITS.TXT")
           invoke fileNames::Add("JOBGROUPS.TXT")
           invoke fileNames::Add("RETRYPOLICY.TXT")
           invoke fileNames::Add("CONTROLS.TXT")
           invoke fileNames::Add("VALIDATION.TXT")
           invoke fileNames::Add("PROVING.TXT")
           invoke fileNames::Add("FEEDS.TXT")
           invoke fileNames::Add("OUTFEEDS.TXT")
           invoke fileNames::Add("SLATARGETS.TXT")
           invoke fileNames::Add("MASKING.TXT")
           invoke fileNames::Add("VARIANCE.TXT")
           invoke fileNames::Add("PAYMATCH.TXT")
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

      *> Part aIndex of a split line, trimmed, or "" when the line
      *> is short of it.
       method-id PartAsText static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.String.
           set result to ""
           if aIndex < parts::Count
               set result to
                   type System.String(parts::Item(aIndex))::Trim()
           end-if
           goback.
       end method.

      *> Every line of aPath exactly as on file - comment lines and
      *> all, since a hand-maintained file must come back out of a
      *> version as it went in. Empty list if it does not exist.
       method-id ReadFileLines static.
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
                   invoke fileLines::Add(aLine)
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

       method-id WriteFileLines static private.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 idx type System.Int32.
       01 fileDir type System.String.
       procedure division using by value aPath as type System.String
                            fileLines
                               as type System.Collections.ArrayList.
           set fileDir to type System.IO.Path::GetDirectoryName(aPath)
           if fileDir::Length > 0
               if not type System.IO.Directory::Exists(fileDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           fileDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(aPath False)
           try
               perform varying idx from 0 by 1
                         until idx >= fileLines::Count
                   invoke writer::WriteLine(
                       type System.String(fileLines::Item(idx)))
               end-perform
           finally
               invoke writer::Close()
           end-try
           goback.
       end method.

      *> Every change line on file, in submission order.
       method-id ReadChanges static.
       procedure division
           returning changeLines as type System.Collections.ArrayList.
           set changeLines to
               self::NonBlank(self::ReadFileLines(
                   self::GetChangesPath()))
           goback.
       end method.

      *> Every version line on file, in the order approved.
       method-id ReadVersions static.
       procedure division
           returning versionLines as type System.Collections.ArrayList.
           set versionLines to
               self::NonBlank(self::ReadFileLines(
                   self::GetVersionsPath()))
           goback.
       end method.

       method-id NonBlank static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value allLines
                               as type System.Collections.ArrayList
           returning result as type System.Collections.ArrayList.
           set result to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= allLines::Count
               if type System.String(allLines::Item(idx))::Trim()
                   ::Length > 0
                   invoke result::Add(allLines::Item(idx))
               end-if
           end-perform
           goback.
       end method.

      *> The raw line of change aChangeNo, or null.
       method-id FindChange static.
       local-storage section.
       01 changeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            returning result as type System.String.
           set result to null
           set changeLines to self::ReadChanges()
           perform varying idx from 0 by 1
                     until idx >= changeLines::Count
               set parts to self::SplitPipes(
                   type System.String(changeLines::Item(idx)))
               if self::PartAsText(parts 0) = aChangeNo::ToString()
                   set result to
                       type System.String(changeLines::Item(idx))
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> The number of the change still pending against aFileName,
      *> or 0 when there is none - only one change per file is held
      *> at a time, so an approval never silently undoes another.
       method-id PendingChangeFor static.
       local-storage section.
       01 changeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aFileName
                                             as type System.String
                            returning result as type System.Int32.
           set result to 0
           set changeLines to self::ReadChanges()
           perform varying idx from 0 by 1
                     until idx >= changeLines::Count
               set parts to self::SplitPipes(
                   type System.String(changeLines::Item(idx)))
               if self::PartAsText(parts 1) =
                   aFileName::Trim()::ToUpper() and
                   self::PartAsText(parts 2) = "PENDING"
                   if not type System.Int32::TryParse(
                       self::PartAsText(parts 0) result)
                       set result to 0
                   end-if
                   exit perform
               end-if
           end-perform
           goback.
       end method.

       method-id ImagePath static private.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aSuffix as type System.String
                            returning aPath as type System.String.
           set aPath to type System.IO.Path::Combine(
               self::GetChangesDir()
               "CHG" + aChangeNo::ToString() + "." + aSuffix)
           goback.
       end method.

      *> The definition file exactly as it stood when change
      *> aChangeNo was submitted.
       method-id BeforeImage static.
       procedure division using by value aChangeNo
                                             as type System.Int32
           returning fileLines as type System.Collections.ArrayList.
           set fileLines to self::ReadFileLines(
               self::ImagePath(aChangeNo "BEFORE"))
           goback.
       end method.

      *> The definition file as change aChangeNo would write it.
       method-id AfterImage static.
       procedure division using by value aChangeNo
                                             as type System.Int32
           returning fileLines as type System.Collections.ArrayList.
           set fileLines to self::ReadFileLines(
               self::ImagePath(aChangeNo "AFTER"))
           goback.
       end method.

      *> The lines that differ between two images of a file, in file
      *> order: "- " before each line only the before image has,
      *> "+ " before each line only the after image has. Duplicate
      *> lines are matched off one for one.
       method-id DiffLines static.
       local-storage section.
       01 unmatched type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 found type System.Int32.
       procedure division using by value beforeLines
                               as type System.Collections.ArrayList
                            afterLines
                               as type System.Collections.ArrayList
           returning diff as type System.Collections.ArrayList.
           set diff to new System.Collections.ArrayList()
           set unmatched to
               new System.Collections.ArrayList(afterLines)
           perform varying idx from 0 by 1
                     until idx >= beforeLines::Count
               set found to unmatched::IndexOf(beforeLines::Item(idx))
               if found >= 0
                   invoke unmatched::RemoveAt(found)
               else
                   invoke diff::Add("- " +
                       type System.String(beforeLines::Item(idx)))
               end-if
           end-perform
           set unmatched to
               new System.Collections.ArrayList(beforeLines)
           perform varying idx from 0 by 1
                     until idx >= afterLines::Count
               set found to unmatched::IndexOf(afterLines::Item(idx))
               if found >= 0
                   invoke unmatched::RemoveAt(found)
               else
                   invoke diff::Add("+ " +
                       type System.String(afterLines::Item(idx)))
               end-if
           end-perform
           goback.
       end method.

      *> True when the two images hold the same lines. SCHEDULE.TXT
      *> also carries the last-run date MarkRun stamps every night,
      *> which is operational state rather than definition - it is
      *> left out of the comparison so a change submitted in the
      *> afternoon can still be approved after the night has run.
       method-id SameContent static private.
       local-storage section.
       01 idx type System.Int32.
       01 leftLine type System.String.
       01 rightLine type System.String.
       01 leftKept type System.Collections.ArrayList.
       01 rightKept type System.Collections.ArrayList.
       procedure division using by value aFileName
                                             as type System.String
                            leftLines
                               as type System.Collections.ArrayList
                            rightLines
                               as type System.Collections.ArrayList
                            returning result as condition-value.
           set leftKept to self::NonBlank(leftLines)
           set rightKept to self::NonBlank(rightLines)
           set result to False
           if leftKept::Count not = rightKept::Count
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= leftKept::Count
               set leftLine to type System.String(leftKept::Item(idx))
               set rightLine to
                   type System.String(rightKept::Item(idx))
               if aFileName = "SCHEDULE.TXT"
                   set leftLine to
                       type FormsCobol.SchedulerEngine::WithoutLastRun(
                           leftLine)
                   set rightLine to
                       type FormsCobol.SchedulerEngine::WithoutLastRun(
                           rightLine)
               end-if
               if leftLine::TrimEnd() not = rightLine::TrimEnd()
                   goback
               end-if
           end-perform
           set result to True
           goback.
       end method.

      *> Holds aAfterLines as the proposed new content of the
      *> controlled file aFileName, beside the file as it stands
      *> now. Returns the new change number; 0 when the file already
      *> has a change awaiting approval, -1 when the proposal changes
      *> nothing. Nothing reaches the live file until Approve.
       method-id Submit static.
       local-storage section.
       01 changeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 beforeLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 lineNo type System.Int32.
       01 fileName type System.String.
       01 gate type System.Type.
       procedure division using by value aFileName
                                             as type System.String
                            aAfterLines
                               as type System.Collections.ArrayList
                            aDescription as type System.String
                            returning changeNo as type System.Int32.
           set fileName to aFileName::Trim()::ToUpper()
           set changeNo to 0
           set gate to type System.Type::GetType(
               "FormsCobol.DefinitionChangeStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           if self::PendingChangeFor(fileName) > 0
               goback
           end-if
           set beforeLines to
               self::ReadFileLines(self::DefinitionPath(fileName))
           if self::SameContent(fileName beforeLines aAfterLines)
               set changeNo to -1
               goback
           end-if

           set changeLines to self::ReadChanges()
           set changeNo to 1
           perform varying idx from 0 by 1
                     until idx >= changeLines::Count
               set parts to self::SplitPipes(
                   type System.String(changeLines::Item(idx)))
               if type System.Int32::TryParse(
                   self::PartAsText(parts 0) lineNo)
                   if lineNo >= changeNo
                       set changeNo to lineNo + 1
                   end-if
               end-if
           end-perform

           invoke self::WriteFileLines(
               self::ImagePath(changeNo "BEFORE") beforeLines)
           invoke self::WriteFileLines(
               self::ImagePath(changeNo "AFTER") aAfterLines)
           invoke changeLines::Add(
               changeNo::ToString() + "|" + fileName + "|PENDING|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss") + "|" +
               type FormsCobol.OperatorSession::GetCurrentOperatorId()
               + "|" + aDescription::Replace("|" "/") + "|||")
           invoke self::WriteFileLines(
               self::GetChangesPath() changeLines)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION CHANGE SUBMITTED"
                   "#" + changeNo::ToString() + " " + fileName +
                   " - " + aDescription)
           end-if
           goback.
       end method.

      *> The message a maintenance screen shows after Submit handed
      *> back aChangeNo for aFileName.
       method-id DescribeSubmission static.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aFileName as type System.String
                            returning result as type System.String.
           if aChangeNo > 0
               set result to
                   "Change " + aChangeNo::ToString() + " to " +
                   aFileName + " is held for approval by a " +
                   "second supervisor (Jobs > Definition " +
                   "Changes). It takes effect once approved."
               goback
           end-if
           if aChangeNo = 0
               set result to
                   aFileName + " already has change " +
                   self::PendingChangeFor(aFileName)::ToString() +
                   " awaiting approval. Have it approved or " +
                   "rejected first, then make this change again."
               goback
           end-if
           set result to
               "That leaves " + aFileName + " unchanged - " +
               "nothing was submitted."
           goback.
       end method.

      *> Rewrites change aChangeNo's line as decided.
       method-id Decide static private.
       local-storage section.
       01 changeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aState as type System.String
                            aDecidedBy as type System.String
                            aNote as type System.String.
           set changeLines to self::ReadChanges()
           perform varying idx from 0 by 1
                     until idx >= changeLines::Count
               set parts to self::SplitPipes(
                   type System.String(changeLines::Item(idx)))
               if self::PartAsText(parts 0) = aChangeNo::ToString()
                   set changeLines::Item(idx) to
                       self::PartAsText(parts 0) + "|" +
                       self::PartAsText(parts 1) + "|" + aState + "|" +
                       self::PartAsText(parts 3) + "|" +
                       self::PartAsText(parts 4) + "|" +
                       self::PartAsText(parts 5) + "|" +
                       type System.DateTime::Now::ToString(
                           "yyyy-MM-dd HH:mm:ss") + "|" +
                       aDecidedBy + "|" + aNote::Replace("|" "/")
                   exit perform
               end-if
           end-perform
           invoke self::WriteFileLines(
               self::GetChangesPath() changeLines)
           goback.
       end method.

      *> The highest version on file for aFileName, or 0.
       method-id LatestVersion static.
       local-storage section.
       01 versionLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 lineVersion type System.Int32.
       procedure division using by value aFileName
                                             as type System.String
                            returning result as type System.Int32.
           set result to 0
           set versionLines to self::ReadVersions()
           perform varying idx from 0 by 1
                     until idx >= versionLines::Count
               set parts to self::SplitPipes(
                   type System.String(versionLines::Item(idx)))
               if self::PartAsText(parts 0) =
                   aFileName::Trim()::ToUpper()
                   if type System.Int32::TryParse(
                       self::PartAsText(parts 1) lineVersion)
                       if lineVersion > result
                           set result to lineVersion
                       end-if
                   end-if
               end-if
           end-perform
           goback.
       end method.

       method-id VersionPath static private.
       procedure division using by value aFileName
                                             as type System.String
                            aVersion as type System.Int32
                            returning aPath as type System.String.
           set aPath to type System.IO.Path::Combine(
               self::GetVersionsDir()
               aFileName::Trim()::ToUpper() + ".V" +
               aVersion::ToString())
           goback.
       end method.

      *> Keeps aLines as the next version of aFileName.
       method-id RecordVersion static private.
       local-storage section.
       01 versionLines type System.Collections.ArrayList.
       01 version type System.Int32.
       procedure division using by value aFileName
                                             as type System.String
                            fileLines
                               as type System.Collections.ArrayList
                            aStamp as type System.String
                            aChangeNo as type System.Int32
                            aRequester as type System.String
                            aApprover as type System.String
                            aDescription as type System.String.
           set version to self::LatestVersion(aFileName) + 1
           invoke self::WriteFileLines(
               self::VersionPath(aFileName version) fileLines)
           set versionLines to self::ReadVersions()
           invoke versionLines::Add(
               aFileName + "|" + version::ToString() + "|" + aStamp +
               "|" + aChangeNo::ToString() + "|" + aRequester + "|" +
               aApprover + "|" + aDescription::Replace("|" "/"))
           invoke self::WriteFileLines(
               self::GetVersionsPath() versionLines)
           goback.
       end method.

      *> Applies change aChangeNo on aApprover's authority: the live
      *> file is rewritten with the after image and kept as the next
      *> version. The approver must be someone other than the
      *> requester, and the live file must still be what the
      *> requester saw - a change made against content that has
      *> since moved on is refused, not merged. The first approved
      *> change to a file also keeps the file as it was found as
      *> version 1, so the first change can be rolled back too.
      *> Returns the refusal reason, or "" once applied.
       method-id Approve static.
       local-storage section.
       01 changeLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 fileName type System.String.
       01 livePath type System.String.
       01 liveLines type System.Collections.ArrayList.
       01 afterLines type System.Collections.ArrayList.
       01 foundStamp type System.String.
       01 gate type System.Type.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aApprover as type System.String
                            returning failReason as type System.String.
           set failReason to ""
           set gate to type System.Type::GetType(
               "FormsCobol.DefinitionChangeStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set changeLine to self::FindChange(aChangeNo)
           if changeLine = null
               set failReason to "there is no such change"
               goback
           end-if
           set parts to self::SplitPipes(changeLine)
           if self::PartAsText(parts 2) not = "PENDING"
               set failReason to "it is already " +
                   self::PartAsText(parts 2)
               goback
           end-if
           if self::PartAsText(parts 4)::ToUpper() =
               aApprover::Trim()::ToUpper()
               set failReason to "it was requested by " +
                   aApprover::Trim()::ToUpper() +
                   " - a different supervisor must approve it"
               goback
           end-if

           set fileName to self::PartAsText(parts 1)
           set livePath to self::DefinitionPath(fileName)
           set liveLines to self::ReadFileLines(livePath)
           if not self::SameContent(
               fileName liveLines self::BeforeImage(aChangeNo))
               set failReason to fileName + " has changed since " +
                   "this change was submitted - reject it and " +
                   "make the change again"
               goback
           end-if

           if self::LatestVersion(fileName) = 0
               if type System.IO.File::Exists(livePath)
                   set foundStamp to
                       type System.IO.File::GetLastWriteTime(livePath)
                           ::ToString("yyyy-MM-dd HH:mm:ss")
               else
                   set foundStamp to
                       type System.DateTime::Now::ToString(
                           "yyyy-MM-dd HH:mm:ss")
               end-if
               invoke self::RecordVersion(
                   fileName liveLines foundStamp 0 "" ""
                   "as found when change control began")
           end-if

           set afterLines to self::AfterImage(aChangeNo)
           if fileName = "SCHEDULE.TXT"
               set afterLines to
                   type FormsCobol.SchedulerEngine::CarryLastRunDates(
                       afterLines)
           end-if
           invoke self::WriteFileLines(livePath afterLines)
           invoke self::RecordVersion(
               fileName afterLines
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss")
               aChangeNo self::PartAsText(parts 4)
               aApprover::Trim()::ToUpper() self::PartAsText(parts 5))
           invoke self::Decide(
               aChangeNo "APPROVED" aApprover::Trim()::ToUpper()
               "version " +
               self::LatestVersion(fileName)::ToString())
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if failReason::Length = 0
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION CHANGE APPROVED"
                   "#" + aChangeNo::ToString() + " " + fileName +
                   " by " + aApprover::Trim()::ToUpper())
           else
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION CHANGE REFUSED"
                   "#" + aChangeNo::ToString() + " " + failReason)
           end-if
           goback.
       end method.

      *> Rejects (or, for the requester, withdraws) pending change
      *> aChangeNo with the reason given. Returns False when it is
      *> not pending.
       method-id Reject static.
       local-storage section.
       01 changeLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 gate type System.Type.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aReason as type System.String
                            returning result as condition-value.
           set result to False
           set gate to type System.Type::GetType(
               "FormsCobol.DefinitionChangeStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set changeLine to self::FindChange(aChangeNo)
           if changeLine not = null
               set parts to self::SplitPipes(changeLine)
               if self::PartAsText(parts 2) = "PENDING"
                   invoke self::Decide(
                       aChangeNo "REJECTED"
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId()
                       aReason)
                   set result to True
               end-if
           end-if
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION CHANGE REJECTED"
                   "#" + aChangeNo::ToString() + " - " + aReason)
           end-if
           goback.
       end method.

      *> Every version line kept for aFileName, oldest first.
       method-id VersionsFor static.
       local-storage section.
       01 versionLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aFileName
                                             as type System.String
           returning fileVersions as type System.Collections.ArrayList.
           set fileVersions to new System.Collections.ArrayList()
           set versionLines to self::ReadVersions()
           perform varying idx from 0 by 1
                     until idx >= versionLines::Count
               set parts to self::SplitPipes(
                   type System.String(versionLines::Item(idx)))
               if self::PartAsText(parts 0) =
                   aFileName::Trim()::ToUpper()
                   invoke fileVersions::Add(versionLines::Item(idx))
               end-if
           end-perform
           goback.
       end method.

      *> The content of version aVersion of aFileName.
       method-id VersionImage static.
       procedure division using by value aFileName
                                             as type System.String
                            aVersion as type System.Int32
           returning fileLines as type System.Collections.ArrayList.
           set fileLines to self::ReadFileLines(
               self::VersionPath(aFileName aVersion))
           goback.
       end method.

      *> The version of aFileName in force at the end of aDate
      *> ("yyyy-MM-dd") - the last one approved on or before it - or
      *> 0 when the file had no version yet.
       method-id VersionAsOf static.
       local-storage section.
       01 fileVersions type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 stamp type System.String.
       01 lineVersion type System.Int32.
       procedure division using by value aFileName
                                             as type System.String
                            aDate as type System.String
                            returning result as type System.Int32.
           set result to 0
           set fileVersions to self::VersionsFor(aFileName)
           perform varying idx from 0 by 1
                     until idx >= fileVersions::Count
               set parts to self::SplitPipes(
                   type System.String(fileVersions::Item(idx)))
               set stamp to self::PartAsText(parts 2)
               if stamp::Length >= 10
                   if stamp::Substring(0 10)::CompareTo(aDate) <= 0
                       if type System.Int32::TryParse(
                           self::PartAsText(parts 1) lineVersion)
                           if lineVersion > result
                               set result to lineVersion
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> Submits a change putting aFileName back to version
      *> aVersion - a rollback is approved like any other change.
       method-id SubmitRollback static.
       local-storage section.
       01 fileLines type System.Collections.ArrayList.
       procedure division using by value aFileName
                                             as type System.String
                            aVersion as type System.Int32
                            returning changeNo as type System.Int32.
           set fileLines to self::VersionImage(aFileName aVersion)
           set changeNo to self::Submit(
               aFileName fileLines
               "Roll back to version " + aVersion::ToString())
           goback.
       end method.

       end class.
