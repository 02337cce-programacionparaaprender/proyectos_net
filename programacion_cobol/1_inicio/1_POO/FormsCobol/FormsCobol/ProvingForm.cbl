       local-storage section.
       01 jobName type System.String.
       01 spec type FormsCobol.ProvingSpec.
       01 changeNo type System.Int32.
       01 message type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set jobName to txtJobName::Text::Trim()::ToUpper()
           if spec = null
               goback
           end-if
           set changeNo to
               type FormsCobol.ProvingEngine::SaveSpec(spec)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SAVE PROVING SPEC SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName)
           end-if
           set message to
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "PROVING.TXT")
           if changeNo > 0
               set message to message + " Its PROVED/FAILED " +
                   "verdict will then show on the Job Control " +
                   "screen after every run."
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               message "Roll-Forward Proving")
           goback.
       end method.

