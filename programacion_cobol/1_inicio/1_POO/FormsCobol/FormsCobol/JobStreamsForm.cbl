       01 maxRcText type System.String.
       01 maxRc type System.Int32.
       01 onFail type System.String.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set streamName to
               goback
           end-if

           set changeNo to type FormsCobol.JobStreamEngine::AddStep(
               streamName maxRc onFail dlg::FileName)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD STREAM STEP SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   streamName + " " +
                   type System.IO.Path::GetFileName(dlg::FileName))
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "STREAMS.TXT")
               "Job Streams")
           invoke self::LoadSteps
           goback.
       end method.
       method-id btnRemove_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvSteps::SelectedItems::Count = 0
           end-if

           set selectedItem to lvSteps::SelectedItems::Item(0)
           set changeNo to
               type FormsCobol.JobStreamEngine::RemoveStep(
                   selectedItem::Index)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "REMOVE STREAM STEP SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   selectedItem::Text + " " +
                   selectedItem::SubItems::Item(3)::Text)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "STREAMS.TXT")
               "Job Streams")
           invoke self::LoadSteps
           goback.
       end method.
