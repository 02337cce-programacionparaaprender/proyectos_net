      *> DefinitionApprovalForm - the on-screen approval gate for a
      *> pending definition change, as PatchApprovalForm is for a
      *> record patch: shows exactly what the change does to the file
      *> (the lines it takes out and the lines it puts in) and only
      *> comes back OK once a SUPERVISOR-role operator other than the
      *> one who asked for the change has entered their own ID and
      *> password. The approving supervisor's ID is handed back for
      *> DefinitionChangeStore::Approve and the audit trail.
       class-id FormsCobol.DefinitionApprovalForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 ApprovedBy type System.String value "".
       01 RequestedBy type System.String value "".

       method-id NEW.
       local-storage section.
       01 diff type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 diffLine type System.String.
       procedure division using by value aChangeNo
                                             as type System.Int32
                            aFileName as type System.String
                            aRequester as type System.String
                            aDescription as type System.String.
           invoke self::InitializeComponent
           set RequestedBy to aRequester::Trim()::ToUpper()
           set lblChange::Text to
               "Change " + aChangeNo::ToString() + " to " +
               aFileName + " requested by " + RequestedBy + ": " +
               aDescription
           set diff to
               type FormsCobol.DefinitionChangeStore::DiffLines(
                   type FormsCobol.DefinitionChangeStore::BeforeImage(
                       aChangeNo)
                   type FormsCobol.DefinitionChangeStore::AfterImage(
                       aChangeNo))
           perform varying idx from 0 by 1
                     until idx >= diff::Count
               set diffLine to type System.String(diff::Item(idx))
               if diffLine::StartsWith("-")
                   invoke txtBefore::AppendText(
                       diffLine::Substring(2))
                   invoke txtBefore::AppendText(
                       type System.Environment::NewLine)
               else
                   invoke txtAfter::AppendText(
                       diffLine::Substring(2))
                   invoke txtAfter::AppendText(
                       type System.Environment::NewLine)
               end-if
           end-perform
           goback.
       end method.

      *> The supervisor who approved, or "" if the dialog was
      *> cancelled.
       method-id GetApprovedBy.
       procedure division returning result as type System.String.
           set result to ApprovedBy
           goback.
       end method.

       method-id btnApprove_Click private.
       local-storage section.
       01 supervisorId type System.String.
       01 role type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set supervisorId to
               txtSupervisorId::Text::Trim()::ToUpper()
           set role to type FormsCobol.OperatorStore::Authenticate(
               supervisorId txtSupervisorPassword::Text::Trim())
           if role not = "SUPERVISOR"
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION APPROVAL DENIED" supervisorId)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Approval requires a supervisor's own ID and " +
                   "password."
                   "Approve Definition Change")
               set txtSupervisorPassword::Text to ""
               goback
           end-if
      *> four eyes - whoever asked for the change cannot also be the
      *> one who lets it through
           if supervisorId = RequestedBy
               invoke type FormsCobol.AuditLog::Write(
                   "DEFINITION APPROVAL DENIED"
                   supervisorId + " is the requester")
               invoke type System.Windows.Forms.MessageBox::Show(
                   supervisorId + " asked for this change, so " +
                   "cannot approve it. A different supervisor " +
                   "must enter their ID and password."
                   "Approve Definition Change")
               set txtSupervisorPassword::Text to ""
               goback
           end-if

           set ApprovedBy to supervisorId
           set self::DialogResult to
               type System.Windows.Forms.DialogResult::OK
           invoke self::Close()
           goback.
       end method.

       method-id btnCancel_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set self::DialogResult to
               type System.Windows.Forms.DialogResult::Cancel
           invoke self::Close()
           goback.
       end method.

       end class.
