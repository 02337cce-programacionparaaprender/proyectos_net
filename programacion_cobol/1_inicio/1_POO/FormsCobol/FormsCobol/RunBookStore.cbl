      *> RunBookStore - the run book: per job, the recovery procedure
      *> for a return code or status ("POST RC 16 = GL master
      *> locked, wait for SORT, restart from checkpoint") and who in
      *> the owning team to call, kept in the console instead of in a
      *> binder. A procedure matches on the job name (or "*" for any
      *> job) and on a return code, a status (FAILED, ABENDED, HUNG,
      *> CTL-FAIL, VALFAILED ...) or "*" for any bad outcome; the
      *> most specific match wins - the job's own procedure before a
      *> general one, a return code before a status before "*".
      *> Supervisors maintain it, and every revision is kept: one
      *> "|"-separated line per revision in RUNBOOK.TXT:
      *>   procedure id|revision|job|match|title|steps|contacts|
      *>   state|revised stamp|revised by
      *> state is ACTIVE, or RETIRED once withdrawn; the latest
      *> revision of a procedure is the one in force, and earlier
      *> lines are never changed or removed. steps carries its line
      *> breaks as "\n".
       class-id FormsCobol.RunBookStore.

       method-id GetRunBookPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "RUNBOOK.TXT")
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

      *> The part at aIndex of a run-book line, trimmed, or "".
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

      *> Free text made safe for one field of a line - "|" would
      *> split it, so it becomes "/", and line breaks travel as
      *> "\n".
       method-id EncodeText static private.
       procedure division using by value aText as type System.String
                            returning result as type System.String.
           set result to aText::Trim()::Replace("|" "/")
               ::Replace(type System.Environment::NewLine "\n")
           goback.
       end method.

      *> A steps field back as the lines the supervisor wrote.
       method-id DecodeSteps static.
       procedure division using by value aText as type System.String
                            returning result as type System.String.
           set result to aText::Replace("\n"
               type System.Environment::NewLine)
           goback.
       end method.

      *> Every revision line on file, oldest first.
       method-id ReadAll static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 runBookFile type System.String.
       procedure division
           returning bookLines as type System.Collections.ArrayList.
           set bookLines to new System.Collections.ArrayList()
           set runBookFile to self::GetRunBookPath()
           if not type System.IO.File::Exists(runBookFile)
               goback
           end-if
           set reader to
               type FormsCobol.SharedFile::OpenReader(runBookFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke bookLines::Add(aLine)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> The procedures in force - the latest revision of each, as
      *> line parts, retired ones left out - in procedure id order.
       method-id CurrentProcedures static.
       local-storage section.
       01 bookLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 latest type System.Collections.Hashtable.
       01 procedureIds type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 procedureId type System.Int32.
       01 idText type System.String.
       procedure division
           returning procedures as type System.Collections.ArrayList.
           set procedures to new System.Collections.ArrayList()
           set latest to new System.Collections.Hashtable()
           set procedureIds to new System.Collections.ArrayList()
           set bookLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= bookLines::Count
               set parts to self::SplitPipes(
                   type System.String(bookLines::Item(idx)))
               if parts::Count < 10
                   exit perform cycle
               end-if
               if not type System.Int32::TryParse(
                   self::PartAsText(parts 0) procedureId)
                   exit perform cycle
               end-if
               set idText to procedureId::ToString()
               if latest::ContainsKey(idText)
                   invoke latest::Remove(idText)
               else
                   invoke procedureIds::Add(procedureId)
               end-if
               invoke latest::Add(idText parts)
           end-perform
           invoke procedureIds::Sort()
           perform varying idx from 0 by 1
                     until idx >= procedureIds::Count
               set parts to type System.Collections.ArrayList(
                   latest::Item(procedureIds::Item(idx)::ToString()))
               if self::PartAsText(parts 7) = "ACTIVE"
                   invoke procedures::Add(parts)
               end-if
           end-perform
           goback.
       end method.

      *> Every revision of one procedure, oldest first, as parts.
       method-id Revisions static.
       local-storage section.
       01 bookLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aId as type System.String
           returning revisionParts
               as type System.Collections.ArrayList.
           set revisionParts to new System.Collections.ArrayList()
           set bookLines to self::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= bookLines::Count
               set parts to self::SplitPipes(
                   type System.String(bookLines::Item(idx)))
               if parts::Count >= 10
                   if self::PartAsText(parts 0) = aId::Trim()
                       invoke revisionParts::Add(parts)
                   end-if
               end-if
           end-perform
           goback.
       end method.

      *> How well one procedure fits a run outcome: 0 when it does
      *> not apply, otherwise higher for a closer fit.
       method-id MatchScore static private.
       local-storage section.
       01 procJob type System.String.
       01 procMatch type System.String.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aJobName as type System.String
                            aStatus as type System.String
                            aReturnCode as type System.String
                            returning result as type System.Int32.
           set result to 0
           set procJob to self::PartAsText(parts 2)::ToUpper()
           set procMatch to self::PartAsText(parts 3)::ToUpper()
           if procJob = aJobName::Trim()::ToUpper()
               set result to 3
           else
               if procJob = "*"
                   set result to 0
               else
                   goback
               end-if
           end-if
           evaluate true
               when aReturnCode::Trim()::Length > 0 and
                   procMatch = aReturnCode::Trim()
                   set result to result + 3
               when procMatch = aStatus::Trim()::ToUpper()
                   set result to result + 2
               when procMatch = "*"
                   set result to result + 1
               when other
                   set result to 0
           end-evaluate
           goback.
       end method.

      *> The procedure in force that best fits the outcome, as line
      *> parts, or null when the run book has nothing for it.
       method-id FindProcedure static.
       local-storage section.
       01 procedures type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 score type System.Int32.
       01 bestScore type System.Int32.
       procedure division using by value aJobName as type System.String
                            aStatus as type System.String
                            aReturnCode as type System.String
           returning found as type System.Collections.ArrayList.
           set found to null
           set bestScore to 0
           set procedures to self::CurrentProcedures()
           perform varying idx from 0 by 1
                     until idx >= procedures::Count
               set parts to type System.Collections.ArrayList(
                   procedures::Item(idx))
               set score to self::MatchScore(
                   parts aJobName aStatus aReturnCode)
               if score > bestScore
                   set bestScore to score
                   set found to parts
               end-if
           end-perform
           goback.
       end method.

      *> The procedures in force that could apply to a job - its
      *> own and the general ones - for the operator to say which
      *> was followed.
       method-id ProceduresForJob static.
       local-storage section.
       01 procedures type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 procJob type System.String.
       procedure division using by value aJobName as type System.String
           returning forJob as type System.Collections.ArrayList.
           set forJob to new System.Collections.ArrayList()
           set procedures to self::CurrentProcedures()
           perform varying idx from 0 by 1
                     until idx >= procedures::Count
               set parts to type System.Collections.ArrayList(
                   procedures::Item(idx))
               set procJob to self::PartAsText(parts 2)::ToUpper()
               if procJob = aJobName::Trim()::ToUpper() or
                   procJob = "*"
                   invoke forJob::Add(parts)
               end-if
           end-perform
           goback.
       end method.

      *> A procedure's reference as dispositions record it -
      *> "P<id> rev <revision>".
       method-id Reference static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to "P" + self::PartAsText(parts 0) + " rev " +
               self::PartAsText(parts 1)
           goback.
       end method.

      *> One line naming a procedure - reference, what it matches
      *> and its title.
       method-id Headline static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to self::Reference(parts) + " - " +
               self::PartAsText(parts 2) + " " +
               self::PartAsText(parts 3) + ": " +
               self::PartAsText(parts 4)
           goback.
       end method.

      *> The whole procedure as text for a log pane or an email -
      *> headline, steps and contacts.
       method-id Describe static.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to "Run book " + self::Headline(parts) +
               type System.Environment::NewLine +
               self::DecodeSteps(self::PartAsText(parts 5))
           if self::PartAsText(parts 6)::Length > 0
               set result to result +
                   type System.Environment::NewLine +
                   "Contacts: " + self::PartAsText(parts 6)
           end-if
           goback.
       end method.

      *> The matching procedure as text, or "" when there is none -
      *> the form the log window and the alert email take it in.
       method-id DescribeFor static.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       procedure division using by value aJobName as type System.String
                            aStatus as type System.String
                            aReturnCode as type System.String
                            returning result as type System.String.
           set result to ""
           set parts to
               self::FindProcedure(aJobName aStatus aReturnCode)
           if parts not = null
               set result to self::Describe(parts)
           end-if
           goback.
       end method.

      *> Writes a new revision of a procedure (aId "" = a new
      *> procedure, numbered one past the highest on file) and
      *> returns its id. Two supervisors may edit at once, so the
      *> read-append is serialized; the revision is audited.
       method-id Revise static.
       local-storage section.
       01 bookLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 lineId type System.Int32.
       01 nextId type System.Int32.
       01 revision type System.Int32.
       01 lineRevision type System.Int32.
       01 runBookFile type System.String.
       01 runBookDir type System.String.
       01 writer type System.IO.StreamWriter.
       01 gate type System.Type.
       procedure division using by value aId as type System.String
                            aJobName as type System.String
                            aMatch as type System.String
                            aTitle as type System.String
                            aSteps as type System.String
                            aContacts as type System.String
                            aState as type System.String
                            returning result as type System.String.
           set gate to type System.Type::GetType(
               "FormsCobol.RunBookStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set bookLines to self::ReadAll()
           set nextId to 1
           set revision to 1
           perform varying idx from 0 by 1
                     until idx >= bookLines::Count
               set parts to self::SplitPipes(
                   type System.String(bookLines::Item(idx)))
               if type System.Int32::TryParse(
                   self::PartAsText(parts 0) lineId)
                   if lineId >= nextId
                       set nextId to lineId + 1
                   end-if
                   if self::PartAsText(parts 0) = aId::Trim()
                       if type System.Int32::TryParse(
                           self::PartAsText(parts 1) lineRevision)
                           if lineRevision >= revision
                               set revision to lineRevision + 1
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if aId::Trim()::Length = 0
               set result to nextId::ToString()
           else
               set result to aId::Trim()
           end-if

           set runBookFile to self::GetRunBookPath()
           set runBookDir to
               type System.IO.Path::GetDirectoryName(runBookFile)
           if runBookDir::Length > 0
               if not type System.IO.Directory::Exists(runBookDir)
                   invoke
                       type System.IO.Directory::CreateDirectory(
                           runBookDir)
               end-if
           end-if
           set writer to
               type FormsCobol.SharedFile::CreateWriter(
                   runBookFile True)
           try
               invoke writer::WriteLine(
                   result + "|" + revision::ToString() + "|" +
                   self::EncodeText(aJobName)::ToUpper() + "|" +
                   self::EncodeText(aMatch)::ToUpper() + "|" +
                   self::EncodeText(aTitle) + "|" +
                   self::EncodeText(aSteps) + "|" +
                   self::EncodeText(aContacts) + "|" +
                   aState + "|" +
                   type System.DateTime::Now::ToString(
                       "yyyy-MM-dd HH:mm:ss") + "|" +
                   type FormsCobol.OperatorSession::
                       GetCurrentOperatorId())
           finally
               invoke writer::Close()
           end-try
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try

           if aState = "RETIRED"
               invoke type FormsCobol.AuditLog::Write(
                   "RUNBOOK RETIRED"
                   "P" + result + " rev " + revision::ToString() +
                   " " + aJobName::Trim()::ToUpper() + " " +
                   aMatch::Trim()::ToUpper())
           else
               invoke type FormsCobol.AuditLog::Write(
                   "RUNBOOK REVISED"
                   "P" + result + " rev " + revision::ToString() +
                   " " + aJobName::Trim()::ToUpper() + " " +
                   aMatch::Trim()::ToUpper() + ": " + aTitle::Trim())
           end-if
           goback.
       end method.

       end class.
