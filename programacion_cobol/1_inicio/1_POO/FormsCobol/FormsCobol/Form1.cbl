       working-storage section.
       01 ActiveRuns type System.Collections.ArrayList.
       01 NextInitiator type System.String value "".
      *> whether this console holds the dispatch lock, and whether
      *> the on-call list has already heard the active console went
      *> quiet
       01 ActiveConsole as condition-value value False.
       01 SilenceAlerted as condition-value value False.

       method-id NEW.
       procedure division.
      *> the console opens, so the operator does not have to open Job
      *> Control just to see what happened overnight.
       method-id Form1_Load final private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
      *> a MONITOR login watches from another desk: every mutating
      *> action is disabled and the scheduler tick stays quiet, so
      *> this console can never dispatch the night the real console
      *> is already running
           invoke self::ShowEnvironment
           if type FormsCobol.OperatorSession::IsMonitor()
               invoke self::EnterMonitorMode
           else
               set ActiveConsole to
                   type FormsCobol.ConsoleHeartbeat::ClaimAtStartup()
           end-if
           invoke self::ShowConsoleRole
           invoke self::RefreshDashboard
           invoke self::UpdateExceptionCount
           goback.
       end method.

      *> The night console closing normally gives up the dispatch
      *> lock, so the console opened next takes the night at once.
      *> The tick is stopped first so it cannot take the lock back.
       method-id Form1_FormClosing final private.
       procedure division using by value sender as object
                   e as type System.Windows.Forms.FormClosingEventArgs.
           if ActiveConsole
               invoke schedulerTimer::Stop()
               invoke type FormsCobol.ConsoleHeartbeat::ReleaseLock()
               set ActiveConsole to False
           end-if
           goback.
       end method.

      *> Fills the dashboard from the status file - one row per job,
      *> feed or drive with its status and when it was recorded.
       method-id RefreshDashboard private.
       local-storage section.
       01 statusLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aLine type System.String.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke lvDashboard::Items::Clear()
           set statusLines to type FormsCobol.JobStatusReader::ReadAll()
           perform varying idx from 0 by 1
                       aLine))
               invoke lvDashboard::Items::Add(item)
           end-perform
           goback.
       end method.

      *> Names the environment logged into on the title bar and
      *> paints it across the menu bar and at the head of the status
      *> bar in that environment's colour - the window caption
      *> itself keeps the system colour, so the bar right beneath it
      *> carries the warning.
       method-id ShowEnvironment private.
       local-storage section.
       01 envName type System.String.
       01 envColour type System.Drawing.Color.
       procedure division.
           set envName to type FormsCobol.AppConfig::GetEnvironment()
           set envColour to
               type FormsCobol.AppConfig::EnvironmentColour(envName)
           set self::Text to "Batch Console - " + envName
           set menuStrip1::BackColor to envColour
           set menuStrip1::ForeColor to type System.Drawing.Color::White
           set lblStatusEnvironment::Text to " " + envName + " "
           set lblStatusEnvironment::BackColor to envColour
           goback.
       end method.

       end method.

      *> Puts this console into the duty supervisor's read-only
      *> monitor mode: no runs, no streams and no day close -
      *> dispatching, feed watching, deliveries and sweeps belong to
      *> the night console alone, and the scheduler tick here only
      *> watches that console's heartbeat. The screens that remain
      *> reachable disable their own mutating buttons.
       method-id EnterMonitorMode private.
       procedure division.
           set mnuJobsRun::Enabled to False
           set mnuJobsStreams::Enabled to False
           set mnuJobsDayClose::Enabled to False
           goback.
       end method.

      *> Leaves monitor mode once a supervisor has taken this
      *> console over as the night console.
       method-id LeaveMonitorMode private.
       procedure division.
           set mnuJobsRun::Enabled to True
           set mnuJobsStreams::Enabled to True
           set mnuJobsDayClose::Enabled to True
           set btnQuickRun::Enabled to True
           invoke self::ShowEnvironment
           goback.
       end method.

      *> Shows on the status bar whether this console is the active
      *> night console or a standby watching the one that is.
       method-id ShowConsoleRole private.
       procedure division.
           if ActiveConsole
               set lblStatusConsole::Text to "Night console"
               goback
           end-if
           if SilenceAlerted
               set lblStatusConsole::Text to
                   "ACTIVE CONSOLE SILENT - " +
                   type FormsCobol.ConsoleHeartbeat::
                       LastHeartbeatMachine()
           else
               set lblStatusConsole::Text to "Standby - active: " +
                   type FormsCobol.ConsoleHeartbeat::
                       LastHeartbeatMachine()
           end-if
           goback.
       end method.

      *> A standby console's tick: watches the active console's
      *> heartbeat and, the first time it is missed, alerts the
      *> on-call list so a supervisor can take over from here.
       method-id WatchHeartbeat private.
       local-storage section.
       01 lastMachine type System.String.
       01 lastBeat type System.String.
       procedure division.
           if not type FormsCobol.ConsoleHeartbeat::IsHeartbeatMissed()
               if SilenceAlerted
                   set SilenceAlerted to False
                   invoke type FormsCobol.AuditLog::Write(
                       "HEARTBEAT RESUMED"
                       type FormsCobol.ConsoleHeartbeat::
                           LastHeartbeatMachine())
                   invoke self::AppendLiveLog(
                       "The active console's heartbeat has resumed.")
               end-if
               invoke self::ShowConsoleRole
               goback
           end-if
           if SilenceAlerted
               goback
           end-if

           set SilenceAlerted to True
           set lastMachine to
               type FormsCobol.ConsoleHeartbeat::LastHeartbeatMachine()
           if lastMachine::Length = 0
               set lastMachine to "(none)"
           end-if
           set lastBeat to
               type FormsCobol.ConsoleHeartbeat::LastHeartbeatStamp()
           if lastBeat::Length = 0
               set lastBeat to "never"
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "HEARTBEAT MISSED"
               lastMachine + " last beat " + lastBeat)
           invoke self::AppendLiveLog(
               "The night console on " + lastMachine +
               " has not written its heartbeat since " + lastBeat +
               " - a supervisor can take over from Jobs > Take " +
               "Over Night Console.")
           invoke type FormsCobol.AlertEngine::SendAlert(
               "Night console silent: " + lastMachine
               "The active batch console on " + lastMachine +
               " (operator " +
               type FormsCobol.ConsoleHeartbeat::
                   LastHeartbeatOperator() +
               ") last wrote its heartbeat at " + lastBeat +
               ". Nothing is being dispatched, no feeds are " +
               "watched and no outbound files are delivered until " +
               "it is back or a supervisor takes over from the " +
               "standby console on " +
               type System.Environment::MachineName + ".")
           invoke self::ShowConsoleRole
           goback.
       end method.

      *> The names of the runs in flight, for the heartbeat.
       method-id RunningJobNames private.
       local-storage section.
       01 idx type System.Int32.
       procedure division
           returning jobNames as type System.Collections.ArrayList.
           set jobNames to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= ActiveRuns::Count
               invoke jobNames::Add(type FormsCobol.JobExecution(
                   ActiveRuns::Item(idx))::GetRunName())
           end-perform
           goback.
       end method.

      *> Opens a fresh MDI child window with its own log pane for the
      *> named batch job and returns it so the caller can append to it
      *> as the job runs.
       01 outcome type System.String.
       01 runner type FormsCobol.JobRunner.
       01 worker type System.ComponentModel.BackgroundWorker.
       01 busDate type System.String.
       procedure division using by value sender as object
           e as type System.ComponentModel.DoWorkEventArgs.
           set worker to
           set jobName to
               type System.IO.Path::GetFileNameWithoutExtension(
                   exePath)
           set busDate to type FormsCobol.JobParameters::GetValue(
               request::GetParameters() "BUSDATE")

      *> repaired suspense records rejoin the input first, so they
      *> meet the same pre-flight checks as the day's own - not on
      *> a restart, which resumes a file already part-processed
           if type FormsCobol.JobParameters::GetValue(
               request::GetParameters() "MODE") not = "RESTART"
               invoke type FormsCobol.SuspenseStore::RecycleBeforeRun(
                   jobName busDate worker)
           end-if

      *> Pre-flight input validation - an entry marked VALIDATE=Y
      *> checks its registered input file first, so a dirty feed
      *> fails fast here instead of as a return code 12 halfway
      *> through the job.
           if request::GetParameters()::Contains("VALIDATE=Y")
               if not self::PreflightValidate(jobName busDate worker)
                   set e::Result to
                       new FormsCobol.JobRunResult(
                           jobName "" 12 "VALFAILED")
               if not type FormsCobol.ControlTotalEngine::
                   CheckAfterRun(jobName worker)
                   set outcome to "CTL-FAIL"
               else
      *> and a file that agrees with itself must still look like
      *> the job's usual output for this kind of day
                   if not type FormsCobol.VarianceEngine::
                       CheckAfterRun(jobName busDate "SUCCESS" worker)
                       set outcome to "VARIANCE"
                   end-if
               end-if
      *> the roll-forward proof runs alongside - its PROVED/FAILED
      *> verdict is evidence for the Job Control screen, not a gate
               invoke self::AlertIfBadRun(execution "FAILED" "")
               invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                   execution::GetRunName() "FAILED" "")
               invoke self::ShowRunBook(execution "FAILED" "")
               invoke self::RetireExecution(execution)
               goback
           end-if
                   execution "VALFAILED" "12")
               invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                   execution::GetRunName() "VALFAILED" "12")
               invoke self::ShowRunBook(execution "VALFAILED" "12")
               invoke self::RetireExecution(execution)
               goback
           end-if
                       set statusText to "FAILED"
                   end-if
               end-if
      *> totals that agree but a volume out of line with the job's
      *> history - the output is held for a supervisor's release
               if result::GetOutcome() = "VARIANCE"
                   invoke logWindow::AppendLine(
                       "Record count/amount out of line with " +
                       "history; run marked VARIANCE.")
                   invoke self::AppendLiveLog(
                       execution::GetRunName() +
                       " | Record count/amount out of line with " +
                       "history; run marked VARIANCE.")
                   set statusText to "VARIANCE"
               end-if
           end-if
           set lastLine to
               type FormsCobol.JobStatusReader::FindJobLine(
      *> operator dispositions it - the dashboard carries the count
           invoke type FormsCobol.ExceptionQueue::OpenIfBad(
               execution::GetRunName() statusText exitCodeText)
           invoke self::ShowRunBook(
               execution statusText exitCodeText)
           invoke self::RetireExecution(execution)
           goback.
       end method.
       01 checkpoint type System.String.
       01 failReason type System.String.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           worker as type System.ComponentModel.BackgroundWorker
           returning passed as condition-value.
           set passed to True
               invoke worker::ReportProgress(0
                   "No pre-flight validation registered for " +
                   aJobName + "; running without it.")
               set passed to self::CrossFileGate(
                       aJobName aBusDate worker)
               goback
           end-if

               if specErrors::Count = 0
                   invoke worker::ReportProgress(0
                       "Input file is clean.")
                   set passed to self::CrossFileGate(
                       aJobName aBusDate worker)
                   goback
               end-if
               set reportPath to
       01 lastLine type System.String.
       01 checkpoint type System.String.
       procedure division using by value aJobName as type System.String
           aBusDate as type System.String
           worker as type System.ComponentModel.BackgroundWorker
           returning passed as condition-value.
           set passed to
               type FormsCobol.CrossFileEngine::CheckBeforeRun(
                   aJobName aBusDate worker)
           if passed
               goback
           end-if
               aStepName
               aStepStart::ToString("yyyy-MM-dd HH:mm:ss")
               aText)
           invoke type FormsCobol.DiskSpaceEngine::RecordSpool(
               aStepName
               aStepStart::ToString("yyyy-MM-dd HH:mm:ss"))
           goback.
       end method.

                   type System.Convert::ToInt32(
                       stepEnd::Subtract(aStepStart)::TotalSeconds)
                   aReturnCode aCheckpoint "STREAM"))
           invoke type FormsCobol.DiskSpaceEngine::RecordAfterRun(
               aStepName)
           goback.
       end method.

                   endTime::ToString("yyyy-MM-dd HH:mm:ss")
                   elapsedSeconds aReturnCode aCheckpoint
                   execution::GetInitiator()))
      *> the run's file and spool sizes feed the night's disk check
           invoke type FormsCobol.DiskSpaceEngine::RecordAfterRun(
               execution::GetRunName())
           invoke type FormsCobol.DiskSpaceEngine::RecordSpool(
               execution::GetRunName()
               startTime::ToString("yyyy-MM-dd HH:mm:ss"))
           goback.
       end method.

               " with return code " + aReturnCode + " at " +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss") +
               ". Parameters: " + execution::GetParameters() +
               type System.Environment::NewLine +
               type FormsCobol.ImpactAnalyzer::DescribeText(
                   execution::GetRunName()) +
               type System.Environment::NewLine +
               type FormsCobol.RunBookStore::DescribeFor(
                   execution::GetRunName() aStatusText aReturnCode))
           goback.
       end method.

      *> Puts the run book's procedure for a bad outcome into the
      *> run's log window, under the outcome itself - what to do
      *> and whom to call, without leaving the console.
       method-id ShowRunBook private.
       local-storage section.
       01 runBookText type System.String.
       procedure division
           using by value execution as type FormsCobol.JobExecution
                          aStatusText as type System.String
                          aReturnCode as type System.String.
           if not type FormsCobol.HandoverReport::IsHighlightStatus(
               aStatusText)
               goback
           end-if
           set runBookText to
               type FormsCobol.RunBookStore::DescribeFor(
                   execution::GetRunName() aStatusText aReturnCode)
           if runBookText::Length = 0
               invoke execution::GetLogWindow()::AppendLine(
                   "Run book: no procedure for " +
                   execution::GetRunName() + " " + aStatusText + ".")
               goback
           end-if
           invoke execution::GetLogWindow()::AppendLine(runBookText)
           goback.
       end method.

       01 runner type FormsCobol.JobRunner.
       01 outcome type System.String.
       01 stepStart type System.DateTime.
       01 runBookText type System.String.
       01 worker type System.ComponentModel.BackgroundWorker.
       procedure division using by value sender as object
           e as type System.ComponentModel.DoWorkEventArgs.
               end-if
               set stepStart to type System.DateTime::Now

      *> each step takes back its repaired suspense records before
      *> its pre-flight, as a standalone run does
               if type FormsCobol.JobParameters::GetValue(
                   request::GetParameters() "MODE") not = "RESTART"
                   invoke type FormsCobol.SuspenseStore::
                       RecycleBeforeRun(stepName
                           type FormsCobol.JobParameters::GetValue(
                               request::GetParameters() "BUSDATE")
                           worker)
               end-if

      *> An entry marked VALIDATE=Y covers its stream's steps too -
      *> each step's registered input is checked before the step is
      *> ever started, and a dirty file fails the step under the
      *> stream's normal condition-code rules.
               if request::GetParameters()::Contains("VALIDATE=Y")
                   if not self::PreflightValidate(stepName
                       type FormsCobol.JobParameters::GetValue(
                           request::GetParameters() "BUSDATE")
                       worker)
                       set streamFailed to True
                       set stepsRun to stepsRun + 1
                       invoke self::RecordStepHistory(
                   if not type FormsCobol.ControlTotalEngine::
                       CheckAfterRun(stepName worker)
                       set stepStatus to "CTL-FAIL"
                   else
                       if not type FormsCobol.VarianceEngine::
                           CheckAfterRun(stepName
                               type FormsCobol.JobParameters::GetValue(
                                   request::GetParameters() "BUSDATE")
                               "SUCCESS" worker)
                           set stepStatus to "VARIANCE"
                       end-if
                   end-if
      *> the roll-forward proof runs alongside, verdict only
                   invoke type FormsCobol.ProvingEngine::
               end-if
               invoke type FormsCobol.JobStatusReader::RecordStatus(
                   stepName checkpoint exitCode::ToString() stepStatus)
      *> the stream's own exception does not say which step's
      *> output is held - the step opens one of its own
               if stepStatus = "VARIANCE"
                   invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                       stepName stepStatus exitCode::ToString())
               end-if
      *> a clean step's registered files are archived as this
      *> business date's generations, like a clean standalone run
               if stepStatus = "SUCCESS"

               if stepStatus not = "SUCCESS"
                   set streamFailed to True
      *> the failed step's own procedure, keyed by its job name and
      *> return code - the stream's is shown once the stream ends
                   set runBookText to
                       type FormsCobol.RunBookStore::DescribeFor(
                           stepName stepStatus exitCode::ToString())
                   if runBookText::Length > 0
                       invoke worker::ReportProgress(0 runBookText)
                   end-if
                   if streamStep::GetOnFail() not = "CONTINUE"
                       invoke worker::ReportProgress(0
                           "Stream " + streamName +
               invoke self::AlertIfBadRun(execution "FAILED" "")
               invoke type FormsCobol.ExceptionQueue::OpenIfBad(
                   execution::GetRunName() "FAILED" "")
               invoke self::ShowRunBook(execution "FAILED" "")
               invoke self::RetireExecution(execution)
               goback
           end-if
           invoke type FormsCobol.ExceptionQueue::OpenIfBad(
               execution::GetRunName() statusText
               result::GetExitCode()::ToString())
           invoke self::ShowRunBook(
               execution statusText
               result::GetExitCode()::ToString())
           invoke self::RetireExecution(execution)
           goback.
       end method.
           goback.
       end method.

      *> Downstream impact of the job or feed selected on the
      *> dashboard - what its failure or late arrival holds up.
       method-id btnQuickImpact_Click private.
       local-storage section.
       01 screen type FormsCobol.ImpactForm.
       01 selectedName type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set selectedName to ""
           if lvDashboard::SelectedItems::Count > 0
               set selectedName to
                   lvDashboard::SelectedItems::Item(0)::Text
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Impact" selectedName)
           set screen to new FormsCobol.ImpactForm(selectedName)
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id mnuJobsSchedule_Click private.
       local-storage section.
       01 screen type FormsCobol.SchedulerForm.
       01 idx type System.Int32.
       01 targetName type System.String.
       01 groupName type System.String.
       01 dispatchLock type System.IO.FileStream.
       01 lockOutcome type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
      *> a console that stood down while nobody took its place still
      *> holds the lock, and one restarted on the night console's
      *> workstation inherits it once the old heartbeat runs out -
      *> either takes the night straight back; a monitor never does
           if not ActiveConsole and
               not type FormsCobol.OperatorSession::IsMonitor()
               if type FormsCobol.ConsoleHeartbeat::ReclaimOwnLock()
                   set ActiveConsole to True
                   set SilenceAlerted to False
                   invoke self::AppendLiveLog(
                       "This console still holds the dispatch lock " +
                       "- it is the active night console again.")
                   invoke self::ShowConsoleRole
               end-if
           end-if
      *> only the console holding the dispatch lock runs the night;
      *> any other console just watches that one's heartbeat
           if not ActiveConsole
               invoke self::WatchHeartbeat
               invoke self::UpdateExceptionCount
               invoke type FormsCobol.EventPublisher::Heartbeat(
                   "STANDBY" new System.Collections.ArrayList())
               goback
           end-if
           set lockOutcome to ""
           set dispatchLock to
               type FormsCobol.ConsoleHeartbeat::AcquireDispatch(
                   lockOutcome)
      *> the lock open elsewhere for a moment is not a takeover -
      *> this tick is skipped and the next one tries again
           if dispatchLock = null and lockOutcome = "BUSY"
               goback
           end-if
           if dispatchLock = null
               set ActiveConsole to False
               invoke type FormsCobol.AuditLog::Write(
                   "CONSOLE STOOD DOWN"
                   "the dispatch lock is held by another console")
               invoke self::AppendLiveLog(
                   "Another console has taken over the night - this " +
                   "console is now on standby.")
               invoke self::ShowConsoleRole
               goback
           end-if
           try
           invoke type FormsCobol.ConsoleHeartbeat::WriteHeartbeat(
               self::RunningJobNames())
           invoke type FormsCobol.EventPublisher::Heartbeat("ACTIVE"
               self::RunningJobNames())
           invoke self::CheckHandoverDue
           invoke self::CheckFeeds
           invoke self::CheckOutbound
           invoke self::CheckRetentionSweep
           invoke self::CheckDiskSpace

           set nowTime to
               type System.DateTime::Now::ToString("HH:mm")
                       scheduleEntry::GetParameters())
               end-if
           end-perform
           finally
               invoke dispatchLock::Close()
           end-try
           invoke self::UpdateExceptionCount
           goback.
       end method.
           goback.
       end method.

      *> Checks free disk space against tonight's projected need
      *> once a day, ahead of the night's first entry - a shortfall
      *> lands on the dashboard, in the live log and with the
      *> on-call list while the evening shift can still act.
       method-id CheckDiskSpace private.
       local-storage section.
       01 narration type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           set narration to
               type FormsCobol.DiskSpaceEngine::CheckBeforeNight()
           perform varying idx from 0 by 1
                     until idx >= narration::Count
               invoke self::AppendLiveLog(
                   type System.String(narration::Item(idx)))
           end-perform
           if narration::Count > 0
               invoke self::RefreshDashboard
           end-if
           goback.
       end method.

      *> One watch pass over the declared inbound feeds - arrivals
      *> and missed deadlines land on the dashboard and in the live
      *> log; an arrival is what makes a FEED=<name> schedule entry
      *> whose producing job has succeeded today with verified
      *> control totals go out to the bank and the bureau on their
      *> own, and a cutoff passing undelivered lands on the
      *> dashboard and in the live log - as do the far end's
      *> acknowledgements of earlier deliveries, and their absence.
       method-id CheckOutbound private.
       local-storage section.
       01 narration type System.Collections.ArrayList.
       procedure division.
           set narration to
               type FormsCobol.OutboundWatcher::CheckDeliveries()
           invoke narration::AddRange(
               type FormsCobol.AckTracker::CheckAcknowledgements())
           perform varying idx from 0 by 1
                     until idx >= narration::Count
               invoke self::AppendLiveLog(
           goback.
       end method.

      *> Matches confirmed or run from the screen land on the
      *> dashboard as soon as it closes.
       method-id mnuFilesPayMatch_Click private.
       local-storage section.
       01 screen type FormsCobol.PaymentMatchForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Payment Matching" "")
           set screen to new FormsCobol.PaymentMatchForm()
           invoke screen::ShowDialog()
           invoke self::RefreshDashboard
           goback.
       end method.

       method-id mnuFilesGenerations_Click private.
       local-storage section.
       01 screen type FormsCobol.GenerationsForm.
           goback.
       end method.

      *> Takes the night over from a console that has stopped
      *> writing its heartbeat. The screen asks for a supervisor's
      *> own credentials, so a MONITOR login can be promoted without
      *> logging out; once taken, this console dispatches, watches
      *> feeds and delivers from its next tick.
       method-id mnuJobsTakeover_Click private.
       local-storage section.
       01 screen type FormsCobol.TakeoverForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Take Over Night Console" "")
           set screen to new FormsCobol.TakeoverForm(ActiveConsole)
           invoke screen::ShowDialog()
           if screen::GetTookOver()
               set ActiveConsole to True
               set SilenceAlerted to False
               invoke self::LeaveMonitorMode
               invoke self::ShowConsoleRole
               invoke self::AppendLiveLog(
                   "This console is now the night console: " +
                   "scheduler, feed watch and outbound deliveries " +
                   "run from here.")
           end-if
           goback.
       end method.

       method-id mnuJobsExceptions_Click private.
       local-storage section.
       01 screen type FormsCobol.ExceptionsForm.
           goback.
       end method.

      *> The suspense work screen - transactions lifted out of a
      *> job's input for want of a master record, awaiting repair
      *> (with a supervisor's approval) or write-off.
       method-id mnuJobsSuspense_Click private.
       local-storage section.
       01 screen type FormsCobol.SuspenseForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Suspense" "")
           set screen to new FormsCobol.SuspenseForm()
           invoke screen::ShowDialog()
           goback.
       end method.

      *> Run book - the recovery procedure and contacts per job and
      *> outcome. Anyone may read it; the screen lets only a
      *> supervisor revise it.
       method-id mnuJobsRunBook_Click private.
       local-storage section.
       01 screen type FormsCobol.RunBookForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Run Book" "")
           set screen to new FormsCobol.RunBookForm()
           invoke screen::ShowDialog()
           goback.
       end method.

      *> Definition changes - approve or reject pending changes to
      *> the schedule, streams and other definition files, and view
      *> or roll back each file's versions.
       method-id mnuJobsChanges_Click private.
       local-storage section.
       01 screen type FormsCobol.DefinitionChangesForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Definition Changes" "")
           set screen to new FormsCobol.DefinitionChangesForm()
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id mnuJobsDayClose_Click private.
       local-storage section.
       01 screen type FormsCobol.DayCloseForm.
           goback.
       end method.

       method-id mnuFilesMigrate_Click private.
       local-storage section.
       01 screen type FormsCobol.LayoutMigrationForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Layout Migration" "")
           set screen to new FormsCobol.LayoutMigrationForm()
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id mnuFilesTestData_Click private.
       local-storage section.
       01 screen type FormsCobol.TestDataForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Test Data" "")
           set screen to new FormsCobol.TestDataForm()
           invoke screen::ShowDialog()
           goback.
       end method.

      *> Reports menu
       method-id mnuReportsOpen_Click private.
       local-storage section.
           goback.
       end method.

       method-id mnuReportsServiceLevel_Click private.
       local-storage section.
       01 screen type FormsCobol.ServiceLevelForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Service Levels" "")
           set screen to new FormsCobol.ServiceLevelForm()
           invoke screen::ShowDialog()
           goback.
       end method.

      *> A disk check run from the growth screen lands its drives on
      *> the dashboard as soon as the screen closes.
       method-id mnuReportsGrowth_Click private.
       local-storage section.
       01 screen type FormsCobol.GrowthReportForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: File Growth" "")
           set screen to new FormsCobol.GrowthReportForm()
           invoke screen::ShowDialog()
           invoke self::RefreshDashboard
           goback.
       end method.

      *> Admin menu - Settings and Operators carry supervisor-only
      *> actions, so the console checks the role before opening them.
       method-id mnuAdminSettings_Click private.
           goback.
       end method.

      *> Promotion carries definitions from another environment into
      *> this one - the screen checks authority on the action itself
      *> so anyone may look at the differences.
       method-id mnuAdminPromote_Click private.
       local-storage section.
       01 screen type FormsCobol.PromotionForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "MENU: Promote Definitions" "")
           set screen to new FormsCobol.PromotionForm()
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id mnuAdminExit_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
