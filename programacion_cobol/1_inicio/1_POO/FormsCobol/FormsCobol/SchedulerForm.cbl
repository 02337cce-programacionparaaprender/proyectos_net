       01 windowText type System.String.
       01 windowMinutes type System.Int32.
       01 dependsOn type System.String.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set aTime to txtTime::Text::Trim()
               goback
           end-if

           set changeNo to type FormsCobol.SchedulerEngine::AddEntry(
               aTime windowMinutes dependsOn dlg::FileName
               self::EntryParameters())
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD SCHEDULE SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   aTime + " " +
                   type System.IO.Path::GetFileName(dlg::FileName) +
                   " " + self::EntryParameters())
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "SCHEDULE.TXT")
               "Job Scheduler")
           invoke self::LoadSchedule
           goback.
       end method.
       01 windowMinutes type System.Int32.
       01 dependsOn type System.String.
       01 streamName type System.String.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set aTime to txtTime::Text::Trim()
               goback
           end-if

           set changeNo to type FormsCobol.SchedulerEngine::AddEntry(
               aTime windowMinutes dependsOn "STREAM:" + streamName
               self::EntryParameters())
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD SCHEDULE SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   aTime + " STREAM:" + streamName +
                   " " + self::EntryParameters())
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "SCHEDULE.TXT")
               "Job Scheduler")
           invoke self::LoadSchedule
           goback.
       end method.
       method-id btnRemove_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
           end-if

           set selectedItem to lvSchedule::SelectedItems::Item(0)
           set changeNo to
               type FormsCobol.SchedulerEngine::RemoveEntry(
                   selectedItem::Index)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "REMOVE SCHEDULE SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   selectedItem::SubItems::Item(3)::Text)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "SCHEDULE.TXT")
               "Job Scheduler")
           invoke self::LoadSchedule
           goback.
       end method.
