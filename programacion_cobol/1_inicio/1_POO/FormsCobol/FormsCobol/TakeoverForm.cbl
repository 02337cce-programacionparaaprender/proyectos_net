      *> TakeoverForm - moves the night onto this console when the
      *> active one has stopped writing its heartbeat. A supervisor
      *> enters their own ID and password here (the console may be
      *> logged in as MONITOR), the dispatch lock moves across, and
      *> the jobs the status file still shows RUNNING are listed:
      *> the dead console was watching them, so each needs a
      *> decision - mark it abandoned, or restart it from its
      *> checkpoint through Job Control.
       class-id FormsCobol.TakeoverForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 TookOver as condition-value value False.
       01 AlreadyActive as condition-value value False.

       method-id NEW.
       procedure division using by value aAlreadyActive
                                             as condition-value.
           invoke self::InitializeComponent
           set AlreadyActive to aAlreadyActive
           invoke self::ShowActiveConsole
           invoke self::LoadRunning
           set btnAbandon::Enabled to False
           if AlreadyActive
               set btnTakeOver::Enabled to False
               set txtSupervisorId::Enabled to False
               set txtPassword::Enabled to False
               set btnAbandon::Enabled to True
           end-if
           goback.
       end method.

      *> True once this screen has moved the night to this console.
       method-id GetTookOver.
       procedure division returning result as condition-value.
           set result to TookOver
           goback.
       end method.

      *> Shows who holds the night and how long since it was heard.
       method-id ShowActiveConsole private.
       local-storage section.
       01 lastMachine type System.String.
       01 lastBeat type System.String.
       01 minutesAgo type System.Int32.
       procedure division.
           if AlreadyActive
               set lblActive::Text to "This console (" +
                   type System.Environment::MachineName +
                   ") is the active night console."
           else
               set lastMachine to
                   type FormsCobol.ConsoleHeartbeat::
                       LastHeartbeatMachine()
               if lastMachine::Length = 0
                   set lastMachine to "(none recorded)"
               end-if
               set lblActive::Text to "Active console: " +
                   lastMachine + "   operator: " +
                   type FormsCobol.ConsoleHeartbeat::
                       LastHeartbeatOperator()
           end-if
           set lastBeat to
               type FormsCobol.ConsoleHeartbeat::LastHeartbeatStamp()
           if lastBeat::Length = 0
               set lblHeartbeat::Text to
                   "No heartbeat has ever been written."
               goback
           end-if
           set minutesAgo to type System.Convert::ToInt32(
               type System.DateTime::Now::Subtract(
                   type FormsCobol.ConsoleHeartbeat::
                       LastHeartbeatTime())::TotalMinutes)
           if type FormsCobol.ConsoleHeartbeat::IsHeartbeatMissed()
               set lblHeartbeat::Text to "Last heartbeat " +
                   lastBeat + " (" + minutesAgo::ToString() +
                   " min ago) - MISSED"
               set lblHeartbeat::ForeColor to
                   type System.Drawing.Color::Firebrick
           else
               set lblHeartbeat::Text to "Last heartbeat " +
                   lastBeat + " (" + minutesAgo::ToString() +
                   " min ago) - running"
           end-if
           goback.
       end method.

      *> Lists every job still RUNNING, flagging those the silent
      *> console reported in flight on its last heartbeat.
       method-id LoadRunning private.
       local-storage section.
       01 runningLines type System.Collections.ArrayList.
       01 lastRunning type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aLine type System.String.
       01 jobName type System.String.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke lvRunning::Items::Clear()
           set runningLines to
               type FormsCobol.ConsoleHeartbeat::RunningJobs()
           set lastRunning to
               type FormsCobol.ConsoleHeartbeat::LastHeartbeatRunning()
           perform varying idx from 0 by 1
                     until idx >= runningLines::Count
               set aLine to type System.String(runningLines::Item(idx))
               set jobName to
                   type FormsCobol.JobStatusReader::ExtractJobName(
                       aLine)::Trim()
               set item to new System.Windows.Forms.ListViewItem(
                   jobName)
               invoke item::SubItems::Add(
                   type FormsCobol.JobStatusReader::ExtractCheckpoint(
                       aLine))
               invoke item::SubItems::Add(
                   type FormsCobol.JobStatusReader::ExtractReturnCode(
                       aLine))
               invoke item::SubItems::Add(
                   type FormsCobol.JobStatusReader::ExtractLastRun(
                       aLine))
               if lastRunning::Contains(jobName)
                   invoke item::SubItems::Add("YES")
               else
                   invoke item::SubItems::Add("")
               end-if
               invoke lvRunning::Items::Add(item)
           end-perform
           goback.
       end method.

      *> Authenticates the supervisor and moves the night here.
       method-id btnTakeOver_Click private.
       local-storage section.
       01 supervisorId type System.String.
       01 role type System.String.
       01 failReason type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set supervisorId to txtSupervisorId::Text::Trim()::ToUpper()
           set role to type FormsCobol.OperatorStore::Authenticate(
               supervisorId txtPassword::Text)
           set txtPassword::Text to ""
           if role not = "SUPERVISOR"
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Console takeover" supervisorId)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A supervisor's own ID and password are required " +
                   "to take over the night console."
                   "Take Over Night Console")
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Make this console (" +
               type System.Environment::MachineName +
               ") the active night console? It will dispatch the " +
               "schedule, watch feeds and deliver outbound files " +
               "from its next tick."
               "Confirm Takeover"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           set failReason to
               type FormsCobol.ConsoleHeartbeat::TakeOver(supervisorId)
           if failReason::Length > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Cannot take over: " + failReason + "."
                   "Take Over Night Console")
               goback
           end-if
      *> the supervisor now runs this console
           invoke type FormsCobol.OperatorSession::SetCurrentOperatorId(
               supervisorId)
           invoke type FormsCobol.OperatorSession::SetCurrentRole(role)
           set TookOver to True
           set AlreadyActive to True
           set btnTakeOver::Enabled to False
           set txtSupervisorId::Enabled to False
           set txtPassword::Enabled to False
           set btnAbandon::Enabled to True
           invoke self::ShowActiveConsole
           invoke self::LoadRunning
           if lvRunning::Items::Count > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   lvRunning::Items::Count::ToString() +
                   " job(s) were still RUNNING under the previous " +
                   "console. Mark each abandoned, or restart it from " +
                   "its checkpoint in Job Control."
                   "Take Over Night Console")
           end-if
           goback.
       end method.

      *> Records the highlighted job ABENDED at its last checkpoint,
      *> ready for a checkpoint restart or a manual decision.
       method-id btnAbandon_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 jobName type System.String.
       01 checkpoint type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Mark abandoned" "")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to mark a job " +
                   "abandoned."
                   "Take Over Night Console")
               goback
           end-if
           if lvRunning::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select a job first." "Take Over Night Console")
               goback
           end-if
           set selectedItem to lvRunning::SelectedItems::Item(0)
           set jobName to selectedItem::Text
           set checkpoint to selectedItem::SubItems::Item(1)::Text
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Mark " + jobName + " ABENDED at checkpoint " +
               checkpoint + "? Its run died with the previous console."
               "Confirm Abandon"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           invoke type FormsCobol.JobStatusReader::RecordStatus(
               jobName checkpoint
               selectedItem::SubItems::Item(2)::Text "ABENDED")
           invoke type FormsCobol.AuditLog::Write(
               "RUN ABANDONED ON TAKEOVER"
               jobName + " at checkpoint " + checkpoint)
           invoke self::LoadRunning
           goback.
       end method.

       method-id btnJobControl_Click private.
       local-storage section.
       01 screen type FormsCobol.JobControlForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set screen to new FormsCobol.JobControlForm()
           invoke screen::ShowDialog()
           invoke self::LoadRunning
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
