      *> DefinitionPromotion - carries job definitions from one
      *> environment into the one this console is logged into
      *> (TEST into PROD, PROD into DR) instead of keeping two sets
      *> of SCHEDULE, STREAMS, CONTROLS, VALIDATION and PROVING
      *> files in step by hand. Every file under change control is
      *> compared definition by definition - all the lines of one
      *> job, stream or feed together, keyed on the name that leads
      *> the line (the program name for a schedule entry) - and
      *> each difference is one of:
      *>   NEW        only the source environment has it
      *>   CHANGED    both have it and the lines differ
      *>   ONLY HERE  only this environment has it - never removed
      *>              by a promotion, only listed
      *> A promoted line is not copied blindly. Paths under one of
      *> the source environment's directories are moved under this
      *> environment's matching directory, a schedule entry's
      *> last-run date is never carried, and the fields that belong
      *> to the environment itself (a feed's landing directory, a
      *> delivery's destination, a job's output and data files) keep
      *> the value this environment already has. A new definition
      *> has no such value to keep, so each of those fields is
      *> flagged for checking rather than copied in silence. The
      *> console's own settings - SMTP host, alert recipients,
      *> connection string - live in each environment's settings
      *> file and are never part of a promotion.
      *> Promoted content goes in as an ordinary definition change,
      *> one per file, held for a second supervisor's approval
      *> like any other.
       class-id FormsCobol.DefinitionPromotion.

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

      *> Part aIndex of a split line, trimmed, or "" when the line
      *> is short of it.
       method-id PartAsText static private.
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

      *> True for a line that carries a definition - blank lines and
      *> "*" comments are left where they are.
       method-id IsDefinitionLine static private.
       procedure division using by value aLine as type System.String
                            returning result as condition-value.
           set result to False
           if aLine::Trim()::Length = 0
               goback
           end-if
           if aLine::TrimStart()::StartsWith("*")
               goback
           end-if
           set result to True
           goback.
       end method.

      *> True for the fixed-width files; the rest are "|"-separated.
       method-id IsFixedWidth static private.
       procedure division using by value aFileName
                                             as type System.String
                            returning result as condition-value.
           set result to False
           if aFileName = "SCHEDULE.TXT" or aFileName = "STREAMS.TXT"
               or aFileName = "JOBLIMITS.TXT" or
               aFileName = "JOBGROUPS.TXT"
               set result to True
           end-if
           goback.
       end method.

      *> A schedule entry's command - the .exe path or STREAM:<name>
      *> in cols 37 on, without its stored parameters.
       method-id ScheduleCommand static private.
       local-storage section.
       01 pipePos type System.Int32.
       procedure division using by value aLine as type System.String
                            returning result as type System.String.
           set result to ""
           if aLine::Length > 36
               set result to aLine::Substring(36)
               set pipePos to result::IndexOf("|")
               if pipePos >= 0
                   set result to result::Substring(0 pipePos)
               end-if
               set result to result::Trim()
           end-if
           goback.
       end method.

      *> The name the definition on aLine is known by.
       method-id DefinitionKey static.
       local-storage section.
       01 schedCommand type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            aLine as type System.String
                            returning result as type System.String.
           if aFileName = "SCHEDULE.TXT"
               set schedCommand to self::ScheduleCommand(aLine)
               set result to schedCommand::ToUpper()
               if not result::StartsWith("STREAM:")
                   set result to type System.IO.Path::
                       GetFileNameWithoutExtension(result)
               end-if
               goback
           end-if
           if self::IsFixedWidth(aFileName)
               if aLine::Length > 20
                   set result to
                       aLine::Substring(0 20)::Trim()::ToUpper()
               else
                   set result to aLine::Trim()::ToUpper()
               end-if
               goback
           end-if
           set result to
               self::PartAsText(self::SplitPipes(aLine) 0)::ToUpper()
           goback.
       end method.

      *> The definitions on file, each name once, in file order.
       method-id KeysOf static private.
       local-storage section.
       01 idx type System.Int32.
       01 aLine type System.String.
       01 aKey type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            fileLines
                               as type System.Collections.ArrayList
           returning keys as type System.Collections.ArrayList.
           set keys to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               set aLine to type System.String(fileLines::Item(idx))
               if self::IsDefinitionLine(aLine)
                   set aKey to self::DefinitionKey(aFileName aLine)
                   if not keys::Contains(aKey)
                       invoke keys::Add(aKey)
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> The lines of the definition aKey, in file order.
       method-id LinesFor static private.
       local-storage section.
       01 idx type System.Int32.
       01 aLine type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            fileLines
                               as type System.Collections.ArrayList
                            aKey as type System.String
           returning keyLines as type System.Collections.ArrayList.
           set keyLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               set aLine to type System.String(fileLines::Item(idx))
               if self::IsDefinitionLine(aLine)
                   if self::DefinitionKey(aFileName aLine) = aKey
                       invoke keyLines::Add(aLine)
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> What field aIndex of a "|"-separated definition in
      *> aFileName holds, when it belongs to the environment rather
      *> than the definition - "" for every other field.
       method-id EnvironmentField static.
       procedure division using by value aFileName
                                             as type System.String
                            aIndex as type System.Int32
                            returning result as type System.String.
           set result to ""
           evaluate aFileName
               when "FEEDS.TXT"
                   if aIndex = 1
                       set result to "landing directory"
                   end-if
               when "OUTFEEDS.TXT"
                   if aIndex = 1
                       set result to "source file"
                   end-if
                   if aIndex = 2
                       set result to "destination directory"
                   end-if
                   if aIndex = 5
                       set result to "acknowledgement directory"
                   end-if
               when "CONTROLS.TXT"
                   if aIndex = 1
                       set result to "output file"
                   end-if
               when "VALIDATION.TXT"
                   if aIndex = 2
                       set result to "data file"
                   end-if
               when "PROVING.TXT"
                   if aIndex = 2
                       set result to "prior master file"
                   end-if
                   if aIndex = 3
                       set result to "new master file"
                   end-if
                   if aIndex = 5
                       set result to "transaction file"
                   end-if
           end-evaluate
           goback.
       end method.

      *> aValue moved from under one of aSource's directories to
      *> under this environment's matching one; unchanged when it
      *> sits under none of them.
       method-id Rebase static private.
       local-storage section.
       01 sourceDirs type System.Collections.ArrayList.
       01 targetDirs type System.Collections.ArrayList.
       01 targetEnv type System.String.
       01 idx type System.Int32.
       01 sourceDir type System.String.
       01 nextChar type System.String.
       procedure division using by value aValue as type System.String
                            aSource as type System.String
                            returning result as type System.String.
           set result to aValue
           set targetEnv to type FormsCobol.AppConfig::GetEnvironment()
           set sourceDirs to new System.Collections.ArrayList()
           set targetDirs to new System.Collections.ArrayList()
           invoke sourceDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentJobsDirectory(aSource))
           invoke targetDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentJobsDirectory(targetEnv))
           invoke sourceDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentStatusDirectory(aSource))
           invoke targetDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentStatusDirectory(targetEnv))
           invoke sourceDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentReportsDirectory(aSource))
           invoke targetDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentReportsDirectory(targetEnv))
           invoke sourceDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentGenerationsDirectory(aSource))
           invoke targetDirs::Add(type FormsCobol.AppConfig::
               GetEnvironmentGenerationsDirectory(targetEnv))
           perform varying idx from 0 by 1
                     until idx >= sourceDirs::Count
               set sourceDir to
                   type System.String(sourceDirs::Item(idx))
               if sourceDir::Length > 0 and
                   aValue::Length > sourceDir::Length
                   set nextChar to
                       aValue::Substring(sourceDir::Length 1)
                   if aValue::ToUpper()::StartsWith(
                       sourceDir::ToUpper()) and
                       (nextChar = "\" or nextChar = "/")
                       set result to
                           type System.String(targetDirs::Item(idx)) +
                           aValue::Substring(sourceDir::Length)
                       exit perform
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> aLine as it reads once its paths are rebased - and, for a
      *> schedule entry, without the source's last-run date.
       method-id RebaseLine static private.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 schedCommand type System.String.
       01 tail type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            aLine as type System.String
                            aSource as type System.String
                            returning result as type System.String.
           set result to aLine
           if aFileName = "SCHEDULE.TXT"
               set result to
                   type FormsCobol.SchedulerEngine::WithoutLastRun(
                       aLine)
               if result::Length > 36
                   set schedCommand to self::ScheduleCommand(result)
                   set tail to result::Substring(36)
                   set idx to tail::IndexOf("|")
                   if idx >= 0
                       set tail to tail::Substring(idx)
                   else
                       set tail to ""
                   end-if
                   set result to result::Substring(0 36) +
                       self::Rebase(schedCommand aSource) + tail
               end-if
               goback
           end-if
           if aFileName = "STREAMS.TXT"
               if aLine::Length > 32
                   set result to aLine::Substring(0 32) +
                       self::Rebase(aLine::Substring(32)::Trim()
                           aSource)
               end-if
               goback
           end-if
           if self::IsFixedWidth(aFileName)
               goback
           end-if
           set parts to self::SplitPipes(aLine)
           perform varying idx from 0 by 1
                     until idx >= parts::Count
               set parts::Item(idx) to self::Rebase(
                   type System.String(parts::Item(idx)) aSource)
           end-perform
           set result to self::JoinPipes(parts)
           goback.
       end method.

       method-id JoinPipes static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to ""
           perform varying idx from 0 by 1
                     until idx >= parts::Count
               if idx > 0
                   set result to result + "|"
               end-if
               set result to result +
                   type System.String(parts::Item(idx))
           end-perform
           goback.
       end method.

      *> The lines definition aKey would have here once promoted
      *> from aSource: the source lines rebased, each environment
      *> field keeping the value of the line it replaces. What was
      *> kept, and what has nothing here to keep, goes onto notes.
       method-id PromotedLines static private.
       local-storage section.
       01 idx type System.Int32.
       01 partIdx type System.Int32.
       01 aLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 hereParts type System.Collections.ArrayList.
       01 fieldName type System.String.
       01 sourceValue type System.String.
       01 hereValue type System.String.
       01 targetEnv type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            sourceLines
                               as type System.Collections.ArrayList
                            hereLines
                               as type System.Collections.ArrayList
                            aSource as type System.String
                            notes as type System.Collections.ArrayList
           returning newLines as type System.Collections.ArrayList.
           set newLines to new System.Collections.ArrayList()
           set targetEnv to type FormsCobol.AppConfig::GetEnvironment()
           perform varying idx from 0 by 1
                     until idx >= sourceLines::Count
               set aLine to self::RebaseLine(aFileName
                   type System.String(sourceLines::Item(idx)) aSource)
               if not self::IsFixedWidth(aFileName)
                   set parts to self::SplitPipes(aLine)
                   set hereParts to null
                   if idx < hereLines::Count
                       set hereParts to self::SplitPipes(
                           type System.String(hereLines::Item(idx)))
                   end-if
                   perform varying partIdx from 0 by 1
                             until partIdx >= parts::Count
                       set fieldName to
                           self::EnvironmentField(aFileName partIdx)
                       if fieldName::Length > 0
                           set sourceValue to
                               type System.String(
                                   parts::Item(partIdx))
                           if hereParts = null
                               invoke notes::Add("CHECK: " +
                                   fieldName + " " +
                                   sourceValue::Trim() +
                                   " comes from " + aSource +
                                   " - there is no " + targetEnv +
                                   " value to keep")
                           else
                               set hereValue to self::PartAsText(
                                   hereParts partIdx)
                               set parts::Item(partIdx) to hereValue
                               if hereValue not = sourceValue::Trim()
                                   invoke notes::Add("Kept " +
                                       targetEnv + " " + fieldName +
                                       " " + hereValue + " (" +
                                       aSource + " has " +
                                       sourceValue::Trim() + ")")
                               end-if
                           end-if
                       end-if
                   end-perform
                   set aLine to self::JoinPipes(parts)
               end-if
               invoke newLines::Add(aLine)
           end-perform
           goback.
       end method.

      *> True when two sets of a definition's lines say the same
      *> thing - a schedule entry's last-run date aside.
       method-id SameLines static private.
       local-storage section.
       01 idx type System.Int32.
       01 leftLine type System.String.
       01 rightLine type System.String.
       procedure division using by value aFileName
                                             as type System.String
                            leftLines
                               as type System.Collections.ArrayList
                            rightLines
                               as type System.Collections.ArrayList
                            returning result as condition-value.
           set result to False
           if leftLines::Count not = rightLines::Count
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= leftLines::Count
               set leftLine to type System.String(leftLines::Item(idx))
               set rightLine to
                   type System.String(rightLines::Item(idx))
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

      *> The source copy of controlled file aFileName.
       method-id SourcePath static private.
       procedure division using by value aSource as type System.String
                            aFileName as type System.String
                            returning aPath as type System.String.
           set aPath to type System.IO.Path::Combine(
               type FormsCobol.AppConfig::GetEnvironmentStatusDirectory(
                   aSource)
               aFileName)
           goback.
       end method.

      *> Why aSource cannot be promoted from, or "" when it can.
       method-id SourceProblem static.
       local-storage section.
       01 sourceDir type System.String.
       01 hereDir type System.String.
       procedure division using by value aSource as type System.String
                            returning result as type System.String.
           set result to ""
           if aSource::Trim()::ToUpper() =
               type FormsCobol.AppConfig::GetEnvironment()
               set result to "the console is already logged into " +
                   aSource::Trim()::ToUpper()
               goback
           end-if
           set sourceDir to type System.IO.Path::GetFullPath(
               type FormsCobol.AppConfig::GetEnvironmentStatusDirectory(
                   aSource))
           set hereDir to type System.IO.Path::GetFullPath(
               type FormsCobol.AppConfig::GetStatusDirectory())
           if sourceDir::ToUpper() = hereDir::ToUpper()
               set result to aSource::Trim()::ToUpper() +
                   " shares this environment's status directory " +
                   hereDir
               goback
           end-if
           if not type System.IO.Directory::Exists(sourceDir)
               set result to aSource::Trim()::ToUpper() +
                   "'s status directory " + sourceDir +
                   " does not exist"
           end-if
           goback.
       end method.

      *> Every difference between aSource's definitions and this
      *> environment's, one "file|definition|NEW/CHANGED/ONLY HERE"
      *> line each, file by file in change-control order.
       method-id Compare static.
       local-storage section.
       01 fileNames type System.Collections.ArrayList.
       01 fileIdx type System.Int32.
       01 fileName type System.String.
       01 sourceLines type System.Collections.ArrayList.
       01 hereLines type System.Collections.ArrayList.
       01 sourceKeys type System.Collections.ArrayList.
       01 hereKeys type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aKey type System.String.
       01 hereKeyLines type System.Collections.ArrayList.
       01 promoted type System.Collections.ArrayList.
       01 notes type System.Collections.ArrayList.
       procedure division using by value aSource as type System.String
           returning differences as type System.Collections.ArrayList.
           set differences to new System.Collections.ArrayList()
           set fileNames to
               type FormsCobol.DefinitionChangeStore::ControlledFiles()
           perform varying fileIdx from 0 by 1
                     until fileIdx >= fileNames::Count
               set fileName to
                   type System.String(fileNames::Item(fileIdx))
               set sourceLines to
                   type FormsCobol.DefinitionChangeStore::ReadFileLines(
                       self::SourcePath(aSource fileName))
               set hereLines to
                   type FormsCobol.DefinitionChangeStore::ReadFileLines(
                       type FormsCobol.DefinitionChangeStore::
                           DefinitionPath(fileName))
               set sourceKeys to self::KeysOf(fileName sourceLines)
               set hereKeys to self::KeysOf(fileName hereLines)
               perform varying idx from 0 by 1
                         until idx >= sourceKeys::Count
                   set aKey to type System.String(sourceKeys::Item(idx))
                   if not hereKeys::Contains(aKey)
                       invoke differences::Add(
                           fileName + "|" + aKey + "|NEW")
                   else
                       set hereKeyLines to
                           self::LinesFor(fileName hereLines aKey)
                       set notes to new System.Collections.ArrayList()
                       set promoted to self::PromotedLines(fileName
                           self::LinesFor(fileName sourceLines aKey)
                           hereKeyLines aSource notes)
                       if not self::SameLines(
                           fileName promoted hereKeyLines)
                           invoke differences::Add(
                               fileName + "|" + aKey + "|CHANGED")
                       end-if
                   end-if
               end-perform
               perform varying idx from 0 by 1
                         until idx >= hereKeys::Count
                   set aKey to type System.String(hereKeys::Item(idx))
                   if not sourceKeys::Contains(aKey)
                       invoke differences::Add(
                           fileName + "|" + aKey + "|ONLY HERE")
                   end-if
               end-perform
           end-perform
           goback.
       end method.

      *> What promoting definition aKey of aFileName from aSource
      *> would do: the notes on environment fields, then "-" lines
      *> leaving and "+" lines arriving.
       method-id Preview static.
       local-storage section.
       01 sourceLines type System.Collections.ArrayList.
       01 hereLines type System.Collections.ArrayList.
       01 hereKeyLines type System.Collections.ArrayList.
       01 promoted type System.Collections.ArrayList.
       01 notes type System.Collections.ArrayList.
       procedure division using by value aSource as type System.String
                            aFileName as type System.String
                            aKey as type System.String
           returning previewLines as type System.Collections.ArrayList.
           set previewLines to new System.Collections.ArrayList()
           set sourceLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   self::SourcePath(aSource aFileName))
           set hereLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   type FormsCobol.DefinitionChangeStore::
                       DefinitionPath(aFileName))
           set hereKeyLines to self::LinesFor(aFileName hereLines aKey)
           set notes to new System.Collections.ArrayList()
           set promoted to self::PromotedLines(aFileName
               self::LinesFor(aFileName sourceLines aKey)
               hereKeyLines aSource notes)
           invoke previewLines::Add(aFileName + " " + aKey + " from " +
               aSource::Trim()::ToUpper() + " to " +
               type FormsCobol.AppConfig::GetEnvironment())
           invoke previewLines::AddRange(notes)
           invoke previewLines::AddRange(
               type FormsCobol.DefinitionChangeStore::DiffLines(
                   hereKeyLines promoted))
           goback.
       end method.

      *> This environment's copy of aFileName with definition aKey
      *> replaced by promotedLines - where its old lines stood, or at
      *> the end when it is new here.
       method-id ReplaceDefinition static private.
       local-storage section.
       01 idx type System.Int32.
       01 aLine type System.String.
       01 placed as condition-value.
       procedure division using by value aFileName
                                             as type System.String
                            fileLines
                               as type System.Collections.ArrayList
                            aKey as type System.String
                            promotedLines
                               as type System.Collections.ArrayList
           returning newLines as type System.Collections.ArrayList.
           set newLines to new System.Collections.ArrayList()
           set placed to False
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               set aLine to type System.String(fileLines::Item(idx))
               if self::IsDefinitionLine(aLine) and
                   self::DefinitionKey(aFileName aLine) = aKey
                   if not placed
                       invoke newLines::AddRange(promotedLines)
                       set placed to True
                   end-if
               else
                   invoke newLines::Add(aLine)
               end-if
           end-perform
           if not placed
               invoke newLines::AddRange(promotedLines)
           end-if
           goback.
       end method.

      *> Promotes the selected differences (Compare's lines) from
      *> aSource: one change per file, submitted for approval, with
      *> an audit record naming every definition it carries. ONLY
      *> HERE definitions are reported and left alone. Returns the
      *> report lines.
       method-id Promote static.
       local-storage section.
       01 fileNames type System.Collections.ArrayList.
       01 fileIdx type System.Int32.
       01 fileName type System.String.
       01 idx type System.Int32.
       01 parts type System.Collections.ArrayList.
       01 aKey type System.String.
       01 sourceLines type System.Collections.ArrayList.
       01 hereLines type System.Collections.ArrayList.
       01 newLines type System.Collections.ArrayList.
       01 notes type System.Collections.ArrayList.
       01 promoted type System.Collections.ArrayList.
       01 keyList type System.String.
       01 changeNo type System.Int32.
       01 sourceEnv type System.String.
       procedure division using by value aSource as type System.String
                            selected
                               as type System.Collections.ArrayList
           returning reportLines as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set sourceEnv to aSource::Trim()::ToUpper()
           set fileNames to
               type FormsCobol.DefinitionChangeStore::ControlledFiles()
           perform varying fileIdx from 0 by 1
                     until fileIdx >= fileNames::Count
               set fileName to
                   type System.String(fileNames::Item(fileIdx))
               set sourceLines to
                   type FormsCobol.DefinitionChangeStore::ReadFileLines(
                       self::SourcePath(sourceEnv fileName))
               set hereLines to
                   type FormsCobol.DefinitionChangeStore::ReadFileLines(
                       type FormsCobol.DefinitionChangeStore::
                           DefinitionPath(fileName))
               set newLines to hereLines
               set keyList to ""
               set notes to new System.Collections.ArrayList()
               perform varying idx from 0 by 1
                         until idx >= selected::Count
                   set parts to self::SplitPipes(
                       type System.String(selected::Item(idx)))
                   if self::PartAsText(parts 0) = fileName
                       set aKey to self::PartAsText(parts 1)
                       if self::PartAsText(parts 2) = "ONLY HERE"
                           invoke reportLines::Add(fileName + " " +
                               aKey + ": not in " + sourceEnv +
                               " - left as it is")
                       else
                           set promoted to self::PromotedLines(
                               fileName
                               self::LinesFor(fileName sourceLines
                                   aKey)
                               self::LinesFor(fileName hereLines aKey)
                               sourceEnv notes)
                           set newLines to self::ReplaceDefinition(
                               fileName newLines aKey promoted)
                           if keyList::Length > 0
                               set keyList to keyList + ", "
                           end-if
                           set keyList to keyList + aKey
                       end-if
                   end-if
               end-perform
               if keyList::Length > 0
                   set changeNo to
                       type FormsCobol.DefinitionChangeStore::Submit(
                           fileName newLines
                           "Promoted from " + sourceEnv + ": " +
                           keyList)
                   invoke reportLines::Add(fileName + " " + keyList +
                       ": " + type FormsCobol.DefinitionChangeStore::
                           DescribeSubmission(changeNo fileName))
                   perform varying idx from 0 by 1
                             until idx >= notes::Count
                       invoke reportLines::Add("  " +
                           type System.String(notes::Item(idx)))
                   end-perform
                   if changeNo > 0
                       invoke type FormsCobol.AuditLog::Write(
                           "DEFINITION PROMOTED"
                           sourceEnv + " to " +
                           type FormsCobol.AppConfig::GetEnvironment()
                           + " " + fileName + " " + keyList +
                           " change #" + changeNo::ToString())
                   end-if
               end-if
           end-perform
           if reportLines::Count = 0
               invoke reportLines::Add("Nothing selected to promote.")
           end-if
           goback.
       end method.

       end class.
