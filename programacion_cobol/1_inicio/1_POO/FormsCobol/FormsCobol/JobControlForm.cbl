               set btnSetLimit::Enabled to False
               set btnSetGroup::Enabled to False
               set btnSetRetry::Enabled to False
               set btnSetTolerance::Enabled to False
               set btnRelease::Enabled to False
           end-if
           invoke self::LoadStatuses
           goback.
                   type FormsCobol.RetryPolicyStore::DescribePolicy(
                       type FormsCobol.JobStatusReader::
                           ExtractJobName(aLine)))
               invoke item::SubItems::Add(
                   type FormsCobol.VarianceEngine::FindResultText(
                       type FormsCobol.JobStatusReader::
                           ExtractJobName(aLine)))
               invoke lvJobs::Items::Add(item)
           end-perform
           goback.
       01 jobName type System.String.
       01 minutesText type System.String.
       01 minutes type System.Int32.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvJobs::SelectedItems::Count = 0
           end-if

           set jobName to lvJobs::SelectedItems::Item(0)::Text
           set changeNo to
               type FormsCobol.JobLimits::SetMaxRuntimeMinutes(
                   jobName minutes)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SET JOB LIMIT SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName + " " + minutes::ToString())
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "JOBLIMITS.TXT")
               "Job Control")
           invoke self::LoadStatuses
           goback.
       end method.
       local-storage section.
       01 jobName type System.String.
       01 groupName type System.String.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvJobs::SelectedItems::Count = 0
           end-if

           set jobName to lvJobs::SelectedItems::Item(0)::Text
           set changeNo to type FormsCobol.JobGroups::SetGroup(
               jobName groupName)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SET JOB GROUP SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName + " " + groupName)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "JOBGROUPS.TXT")
               "Job Control")
           invoke self::LoadStatuses
           goback.
       end method.
       01 jobName type System.String.
       01 maxAttempts type System.Int32.
       01 waitSeconds type System.Int32.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvJobs::SelectedItems::Count = 0
           end-if

           set jobName to lvJobs::SelectedItems::Item(0)::Text
           set changeNo to
               type FormsCobol.RetryPolicyStore::SavePolicy(
                   new FormsCobol.RetryPolicy(
                       jobName::ToUpper()
                       txtRetryCodes::Text::Trim()
                       maxAttempts waitSeconds))
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SET RETRY POLICY SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName + " RC " + txtRetryCodes::Text::Trim() +
                   " x" + maxAttempts::ToString() + " wait " +
                   waitSeconds::ToString() + "s")
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "RETRYPOLICY.TXT")
               "Job Control")
           invoke self::LoadStatuses
           goback.
       end method.

      *> Records how far the selected job's record count and amount
      *> total may stray, in percent, from its recent runs on the
      *> same kind of day before a run is held at VARIANCE - both
      *> blank stops the check (history is still kept).
       method-id btnSetTolerance_Click private.
       local-storage section.
       01 jobName type System.String.
       01 countPct type System.Decimal.
       01 amountPct type System.Decimal.
       01 clearing as condition-value.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvJobs::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select a job to set the variance tolerance for " +
                   "first."
                   "Job Control")
               goback
           end-if
           set clearing to False
           set countPct to 0
           set amountPct to 0
           if txtCountTol::Text::Trim()::Length = 0 and
               txtAmountTol::Text::Trim()::Length = 0
               set clearing to True
           else
               if not type System.Decimal::TryParse(
                   txtCountTol::Text::Trim() countPct) or
                   countPct < 0 or countPct > 999 or
                   not type System.Decimal::TryParse(
                       txtAmountTol::Text::Trim() amountPct) or
                   amountPct < 0 or amountPct > 999
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Enter the count and amount tolerances as " +
                       "percentages from 0 to 999 (both blank " +
                       "stops the check)."
                       "Job Control")
                   goback
               end-if
           end-if

           set jobName to lvJobs::SelectedItems::Item(0)::Text
           set changeNo to
               type FormsCobol.VarianceEngine::SetTolerance(
                   jobName countPct amountPct clearing)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SET VARIANCE TOLERANCE SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName + " " + txtCountTol::Text::Trim() + "/" +
                   txtAmountTol::Text::Trim())
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "VARIANCE.TXT")
               "Job Control")
           invoke self::LoadStatuses
           goback.
       end method.

      *> A supervisor's acceptance of the selected job's run held at
      *> VARIANCE - the volume is genuine (a quiet branch, a bulk
      *> payment run), so the run goes back to its clean status and
      *> its outbound feeds deliver on the watcher's next pass. The
      *> exception it opened is still dispositioned as usual.
       method-id btnRelease_Click private.
       local-storage section.
       01 jobName type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Release variance" "")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to release a " +
                   "run held at VARIANCE."
                   "Job Control")
               goback
           end-if
           if lvJobs::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the job to release first." "Job Control")
               goback
           end-if
           set jobName to lvJobs::SelectedItems::Item(0)::Text
           if not type FormsCobol.VarianceEngine::IsHeld(jobName)
               invoke type System.Windows.Forms.MessageBox::Show(
                   jobName + " has no run held at VARIANCE."
                   "Job Control")
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Release " + jobName + "? " +
               type FormsCobol.VarianceEngine::FindResultText(
                   jobName) + type System.Environment::NewLine +
               "Its output will be treated as good and delivered."
               "Confirm Release"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           if not type FormsCobol.VarianceEngine::Release(jobName)
               invoke type System.Windows.Forms.MessageBox::Show(
                   jobName + " is no longer held - another console " +
                   "may have released it."
                   "Job Control")
           end-if
           invoke self::LoadStatuses
           goback.
       end method.
           goback.
       end method.

      *> Downstream impact of the selected job - what its failure
      *> holds up tonight, and which cutoffs are at risk.
       method-id btnImpact_Click private.
       local-storage section.
       01 screen type FormsCobol.ImpactForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvJobs::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the job whose impact to show."
                   "Job Control")
               goback
           end-if
           set screen to new FormsCobol.ImpactForm(
               lvJobs::SelectedItems::Item(0)::Text)
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
               set e::Result to
                   new FormsCobol.JobRunResult(
                       jobName jobOutput exitCode "COMPLETED")
      *> a restart's volume is judged against history like any
      *> run's - released, it goes back to RESTARTED
               if exitCode = 0 and not
                   type FormsCobol.VarianceEngine::CheckAfterRun(
                       jobName "" "RESTARTED" null)
                   set e::Result to
                       new FormsCobol.JobRunResult(
                           jobName jobOutput exitCode "VARIANCE")
               end-if
           end-if
      *> the roll-forward proof runs after a clean restart too -
      *> verdict for the Job Control screen, not a gate
               invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                   result::GetJobName() "CTL-FAIL" exitCodeText)
           else
               if result::GetOutcome() = "VARIANCE"
      *> held - no generations until a supervisor releases it
                   invoke
                       type FormsCobol.JobStatusReader::RecordStatus(
                           result::GetJobName() PendingCheckpoint
                           exitCodeText "VARIANCE")
                   invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                       result::GetJobName() "VARIANCE" exitCodeText)
               else
                   invoke
                       type FormsCobol.JobStatusReader::RecordStatus(
                           result::GetJobName() PendingCheckpoint
                           exitCodeText "RESTARTED")
      *> a clean restart keeps its generations like any clean run
                   if result::GetExitCode() = 0
                       invoke type FormsCobol.GenerationStore::
                           ArchiveAfterRun(
                               result::GetJobName()
                               type FormsCobol.JobParameters::
                                   Normalize("MODE=RESTART"))
                   end-if
               end-if
           end-if
           invoke self::RecordRestartHistory(
               result::GetJobName()
               PendingStartTime::ToString("yyyy-MM-dd HH:mm:ss")
               result::GetOutput())
      *> and its files' sizes join the history the disk check
      *> projects from
           invoke type FormsCobol.DiskSpaceEngine::RecordAfterRun(
               result::GetJobName())
           invoke type FormsCobol.DiskSpaceEngine::RecordSpool(
               result::GetJobName()
               PendingStartTime::ToString("yyyy-MM-dd HH:mm:ss"))
           invoke self::LoadStatuses

           invoke type System.Windows.Forms.MessageBox::Show(
