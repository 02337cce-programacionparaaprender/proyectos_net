      *> job: name|tran copybook|tran data|master copybook|master
      *> data|key field|unmatched Y/N) so a schedule entry marked
      *> VALIDATE=Y runs it in the same pre-flight gate as the
      *> single-file validation. In that gate the orphans go to
      *> suspense (SuspenseStore) and the run goes ahead without
      *> them.
       class-id FormsCobol.CrossFileEngine.

       method-id GetSpecsPath static.
           goback.
       end method.

      *> Every cross-file check on file, in file order - for the
      *> impact walk, which needs to know whose checks read a file.
       method-id LoadSpecs static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 specsFile type System.String.
       01 parts type System.Collections.ArrayList.
       procedure division
           returning specs as type System.Collections.ArrayList.
           set specs to new System.Collections.ArrayList()
           set specsFile to self::GetSpecsPath()
           if not type System.IO.File::Exists(specsFile)
               goback
           end-if
           set reader to new System.IO.StreamReader(specsFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   set parts to self::SplitPipes(aLine)
                   if parts::Count >= 7
                       invoke specs::Add(new FormsCobol.CrossFileSpec(
                           type System.String(parts::Item(0))
                               ::Trim()
                           type System.String(parts::Item(1))
                               ::Trim()
                           type System.String(parts::Item(2))
                               ::Trim()
                           type System.String(parts::Item(3))
                               ::Trim()
                           type System.String(parts::Item(4))
                               ::Trim()
                           type System.String(parts::Item(5))
                               ::Trim()::ToUpper()
                           (type System.String(parts::Item(6))
                               ::Trim()::ToUpper() = "Y")))
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Registers (or replaces) the named job's cross-file check.
       method-id SaveSpec static.
       local-storage section.
                       new FormsCobol.ValidationError(
                           idx + 1 tranKeyField::GetName()
                           "no master record for key '" +
                           tranKeyField::DisplayValue(aRecord) + "'"))
               end-if
           end-perform

                       invoke errors::Add(
                           new FormsCobol.ValidationError(
                               idx + 1 masterKeyField::GetName()
                               "master key '" +
                               masterKeyField::DisplayValue(aRecord) +
                               "' has no activity"))
                   end-if
               end-perform
      *> Runs the named job's registered cross-file check as part
      *> of the VALIDATE=Y pre-flight gate, narrating through the
      *> worker's progress channel (null for a worker that does not
      *> report). Orphan transactions are lifted into suspense for
      *> the business date and the run goes ahead without them; any
      *> other finding (a missing file, a rotted spec, an idle
      *> master key) or orphans that cannot be suspended still fail
      *> the gate. True when the files cross-check clean, every
      *> orphan went to suspense, or no check is registered; on
      *> False the orphan report is already written to the reports
      *> directory.
       method-id CheckBeforeRun static.
       local-storage section.
       01 spec type FormsCobol.CrossFileSpec.
       01 errors type System.Collections.ArrayList.
       01 orphans type System.Collections.ArrayList.
       01 finding type FormsCobol.ValidationError.
       01 idx type System.Int32.
       01 suspended type System.Int32.
       01 reportPath type System.String.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           worker as type System.ComponentModel.BackgroundWorker
           returning passed as condition-value.
           set passed to True
               end-if
               goback
           end-if

           set orphans to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= errors::Count
               set finding to
                   type FormsCobol.ValidationError(errors::Item(idx))
               if finding::GetRecordNumber() > 0 and
                   finding::GetReason()::StartsWith("no master record")
                   invoke orphans::Add(finding)
               end-if
           end-perform
           if orphans::Count = errors::Count
               set suspended to
                   type FormsCobol.SuspenseStore::SuspendRecords(
                       aJobName aBusDate spec::GetTranCopybookPath()
                       spec::GetTranDataPath() orphans)
               if suspended > 0
                   if worker not = null
                       invoke worker::ReportProgress(0
                           suspended::ToString() +
                           " transaction(s) without a master " +
                           "record moved to suspense for " +
                           aBusDate + "; the rest go ahead.")
                   end-if
                   goback
               end-if
           end-if

           set reportPath to
               type FormsCobol.ValidationEngine::WriteReport(
                   errors spec::GetTranDataPath())
