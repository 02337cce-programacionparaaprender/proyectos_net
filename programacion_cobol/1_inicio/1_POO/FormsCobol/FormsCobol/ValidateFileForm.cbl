       method-id btnSaveSpec_Click private.
       local-storage section.
       01 jobName type System.String.
       01 changeNo type System.Int32.
       01 message type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set jobName to txtJobName::Text::Trim()::ToUpper()
               goback
           end-if

           set changeNo to
               type FormsCobol.ValidationEngine::SaveSpec(
                   new FormsCobol.ValidationSpec(
                       jobName
                       txtCopybookPath::Text::Trim()
                       txtDataPath::Text::Trim()
                       txtRulesPath::Text::Trim()))
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "SAVE VALIDATION SPEC SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   jobName)
           end-if
           set message to
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "VALIDATION.TXT")
           if changeNo > 0
               set message to message + " Mark " + jobName +
                   "'s schedule entry VALIDATE=Y to enforce it."
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               message "Validate File")
           goback.
       end method.

