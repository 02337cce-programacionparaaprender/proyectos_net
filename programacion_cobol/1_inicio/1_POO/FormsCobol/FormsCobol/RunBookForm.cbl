      *> RunBookForm - the run book: for each job, the procedure to
      *> follow on a given return code or status and whom in the
      *> owning team to call. Everyone may read it; only a
      *> supervisor adds, revises or retires a procedure, and each
      *> save is a new revision on file and on the audit trail, so
      *> the version an operator followed at 03:10 can always be
      *> read back. The procedure matching a bad run appears by
      *> itself in the run's log window, on the exception and in
      *> the alert email.
       class-id FormsCobol.RunBookForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 EditingId type System.String.
      *> the selected procedure as last saved - a retire files it
      *> unchanged, whatever has since been typed over it
       01 EditingParts type System.Collections.ArrayList.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console reads the run book but changes nothing
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnNew::Enabled to False
               set btnSave::Enabled to False
               set btnRetire::Enabled to False
           end-if
           invoke self::LoadProcedures
           goback.
       end method.

      *> Reloads the list with the procedures in force.
       method-id LoadProcedures private.
       local-storage section.
       01 procedures type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke lvProcedures::Items::Clear()
           invoke self::ClearDetail
           set procedures to
               type FormsCobol.RunBookStore::CurrentProcedures()
           perform varying idx from 0 by 1
                     until idx >= procedures::Count
               set parts to type System.Collections.ArrayList(
                   procedures::Item(idx))
               set item to new System.Windows.Forms.ListViewItem(
                   type FormsCobol.RunBookStore::PartAsText(parts 0))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 1))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 2))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 3))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 4))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 8))
               invoke item::SubItems::Add(
                   type FormsCobol.RunBookStore::PartAsText(parts 9))
               set item::Tag to parts
               invoke lvProcedures::Items::Add(item)
           end-perform
           set lblSummary::Text to
               lvProcedures::Items::Count::ToString() +
               " procedure(s) in force."
           goback.
       end method.

      *> Empties the edit fields - ready for a new procedure.
       method-id ClearDetail private.
       procedure division.
           set EditingId to ""
           set EditingParts to null
           set lblEditing::Text to "New procedure"
           set txtJob::Text to ""
           set txtMatch::Text to ""
           set txtTitle::Text to ""
           set txtSteps::Text to ""
           set txtContacts::Text to ""
           goback.
       end method.

      *> Shows the selected procedure for reading or revision.
       method-id lvProcedures_SelectedIndexChanged private.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvProcedures::SelectedItems::Count = 0
               goback
           end-if
           set parts to type System.Collections.ArrayList(
               lvProcedures::SelectedItems::Item(0)::Tag)
           set EditingId to
               type FormsCobol.RunBookStore::PartAsText(parts 0)
           set EditingParts to parts
           set lblEditing::Text to "Revising " +
               type FormsCobol.RunBookStore::Reference(parts)
           set txtJob::Text to
               type FormsCobol.RunBookStore::PartAsText(parts 2)
           set txtMatch::Text to
               type FormsCobol.RunBookStore::PartAsText(parts 3)
           set txtTitle::Text to
               type FormsCobol.RunBookStore::PartAsText(parts 4)
           set txtSteps::Text to
               type FormsCobol.RunBookStore::DecodeSteps(
                   type FormsCobol.RunBookStore::PartAsText(parts 5))
           set txtContacts::Text to
               type FormsCobol.RunBookStore::PartAsText(parts 6)
           goback.
       end method.

       method-id btnNew_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke lvProcedures::SelectedItems::Clear()
           invoke self::ClearDetail
           goback.
       end method.

      *> True when the logged-in operator may change the run book;
      *> otherwise the refusal is audited and explained.
       method-id MayChange private.
       procedure division returning result as condition-value.
           set result to True
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Run book" "")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to change " +
                   "the run book."
                   "Run Book")
               set result to False
           end-if
           goback.
       end method.

      *> Saves the edit fields as a new procedure, or as the next
      *> revision of the one selected.
       method-id btnSave_Click private.
       local-storage section.
       01 jobName type System.String.
       01 matchText type System.String.
       01 procedureId type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not self::MayChange()
               goback
           end-if
           set jobName to txtJob::Text::Trim()::ToUpper()
           set matchText to txtMatch::Text::Trim()::ToUpper()
           if jobName::Length = 0 or matchText::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the job (or * for any job) and what the " +
                   "procedure matches - a return code such as 16, " +
                   "a status such as ABENDED, or * for any bad " +
                   "outcome."
                   "Run Book")
               goback
           end-if
           if txtTitle::Text::Trim()::Length = 0 or
               txtSteps::Text::Trim()::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the title and the steps to follow."
                   "Run Book")
               goback
           end-if
           set procedureId to
               type FormsCobol.RunBookStore::Revise(
                   EditingId jobName matchText
                   txtTitle::Text txtSteps::Text txtContacts::Text
                   "ACTIVE")
           invoke type System.Windows.Forms.MessageBox::Show(
               "Procedure P" + procedureId + " saved."
               "Run Book")
           invoke self::LoadProcedures
           goback.
       end method.

      *> Withdraws the selected procedure - a last revision marked
      *> RETIRED, so its history stays readable.
       method-id btnRetire_Click private.
       local-storage section.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if EditingId::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the procedure to retire first."
                   "Run Book")
               goback
           end-if
           if not self::MayChange()
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Retire procedure P" + EditingId + "? It will no " +
               "longer be offered for any run."
               "Confirm Retire"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           invoke type FormsCobol.RunBookStore::Revise(
               EditingId
               type FormsCobol.RunBookStore::PartAsText(
                   EditingParts 2)
               type FormsCobol.RunBookStore::PartAsText(
                   EditingParts 3)
               type FormsCobol.RunBookStore::PartAsText(
                   EditingParts 4)
               type FormsCobol.RunBookStore::DecodeSteps(
                   type FormsCobol.RunBookStore::PartAsText(
                       EditingParts 5))
               type FormsCobol.RunBookStore::PartAsText(
                   EditingParts 6)
               "RETIRED")
           invoke self::LoadProcedures
           goback.
       end method.

      *> Lists every revision of the selected procedure - who
      *> changed it, when, and to what.
       method-id btnHistory_Click private.
       local-storage section.
       01 revisionParts type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 historyText type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if EditingId::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the procedure whose history to show."
                   "Run Book")
               goback
           end-if
           set revisionParts to
               type FormsCobol.RunBookStore::Revisions(EditingId)
           set historyText to ""
           perform varying idx from 0 by 1
                     until idx >= revisionParts::Count
               set parts to type System.Collections.ArrayList(
                   revisionParts::Item(idx))
               set historyText to historyText + "rev " +
                   type FormsCobol.RunBookStore::PartAsText(parts 1) +
                   "  " +
                   type FormsCobol.RunBookStore::PartAsText(parts 8) +
                   "  " +
                   type FormsCobol.RunBookStore::PartAsText(parts 9) +
                   "  " +
                   type FormsCobol.RunBookStore::PartAsText(parts 7) +
                   "  " +
                   type FormsCobol.RunBookStore::PartAsText(parts 2) +
                   " " +
                   type FormsCobol.RunBookStore::PartAsText(parts 3) +
                   ": " +
                   type FormsCobol.RunBookStore::PartAsText(parts 4) +
                   type System.Environment::NewLine
           end-perform
           invoke type FormsCobol.AuditLog::Write(
               "RUNBOOK HISTORY VIEW" "P" + EditingId)
           invoke type System.Windows.Forms.MessageBox::Show(
               historyText "Run Book - P" + EditingId + " revisions")
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
