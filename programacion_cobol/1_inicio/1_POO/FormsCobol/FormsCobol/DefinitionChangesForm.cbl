      *> DefinitionChangesForm - the change-control desk for the
      *> definition files. The Pending tab lists the changes the
      *> maintenance screens have submitted, with each one's before
      *> and after lines; a second supervisor approves it (through
      *> DefinitionApprovalForm) or it is rejected with a reason. The
      *> History tab lists every numbered version of a file, shows
      *> the file as it stood on any date, submits a rollback to a
      *> chosen version, and lets a file with no maintenance screen
      *> of its own (CONTROLS.TXT, PAYMATCH.TXT) be edited - the
      *> edit submitted for approval like any other change.
       class-id FormsCobol.DefinitionChangesForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
      *> True while txtContent holds the live file opened for an edit
      *> rather than a version being viewed
       01 Editing as condition-value value False.

       method-id NEW.
       local-storage section.
       01 fileNames type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console sees the changes and history but decides
      *> and submits nothing
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnApprove::Enabled to False
               set btnReject::Enabled to False
               set btnRollback::Enabled to False
               set btnEdit::Enabled to False
               set btnSubmitEdit::Enabled to False
           end-if
           set fileNames to
               type FormsCobol.DefinitionChangeStore::ControlledFiles()
           perform varying idx from 0 by 1
                     until idx >= fileNames::Count
               invoke cboFile::Items::Add(fileNames::Item(idx))
           end-perform
           set cboFile::SelectedIndex to 0
           invoke self::LoadChanges
           goback.
       end method.

      *> Reloads the change list, newest first - pending ones only
      *> unless chkPendingOnly is cleared.
       method-id LoadChanges private.
       local-storage section.
       01 changeLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       01 pendingCount type System.Int32.
       procedure division.
           invoke lvChanges::Items::Clear()
           set txtDiff::Text to ""
           set pendingCount to 0
           set changeLines to
               type FormsCobol.DefinitionChangeStore::ReadChanges()
           perform varying idx from changeLines::Count by -1
                     until idx < 1
               set parts to
                   type FormsCobol.DefinitionChangeStore::SplitPipes(
                       type System.String(
                           changeLines::Item(idx - 1)))
               if type FormsCobol.DefinitionChangeStore::PartAsText(
                   parts 2) = "PENDING"
                   set pendingCount to pendingCount + 1
               else
                   if chkPendingOnly::Checked
                       exit perform cycle
                   end-if
               end-if
               set item to new System.Windows.Forms.ListViewItem(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 0))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 1))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 2))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 3))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 4))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 5))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 7))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 8))
               invoke lvChanges::Items::Add(item)
           end-perform
           set lblPending::Text to
               pendingCount::ToString() +
               " change(s) awaiting approval."
           goback.
       end method.

      *> Shows the selected change's before and after lines.
       method-id lvChanges_SelectedIndexChanged private.
       local-storage section.
       01 changeNo type System.Int32.
       01 diff type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set txtDiff::Text to ""
           if lvChanges::SelectedItems::Count = 0
               goback
           end-if
           if not type System.Int32::TryParse(
               lvChanges::SelectedItems::Item(0)::Text changeNo)
               goback
           end-if
           set diff to
               type FormsCobol.DefinitionChangeStore::DiffLines(
                   type FormsCobol.DefinitionChangeStore::BeforeImage(
                       changeNo)
                   type FormsCobol.DefinitionChangeStore::AfterImage(
                       changeNo))
           perform varying idx from 0 by 1
                     until idx >= diff::Count
               invoke txtDiff::AppendText(
                   type System.String(diff::Item(idx)))
               invoke txtDiff::AppendText(
                   type System.Environment::NewLine)
           end-perform
           goback.
       end method.

       method-id chkPendingOnly_CheckedChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadChanges
           goback.
       end method.

      *> Puts the selected pending change before a second
      *> supervisor and, once they approve it, applies it.
       method-id btnApprove_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 changeNo type System.Int32.
       01 approval type FormsCobol.DefinitionApprovalForm.
       01 failReason type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvChanges::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the change to approve first."
                   "Definition Changes")
               goback
           end-if
           set selectedItem to lvChanges::SelectedItems::Item(0)
           if selectedItem::SubItems::Item(2)::Text not = "PENDING"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Change " + selectedItem::Text + " is already " +
                   selectedItem::SubItems::Item(2)::Text + "."
                   "Definition Changes")
               goback
           end-if
           set changeNo to
               type System.Int32::Parse(selectedItem::Text)

           set approval to new FormsCobol.DefinitionApprovalForm(
               changeNo
               selectedItem::SubItems::Item(1)::Text
               selectedItem::SubItems::Item(4)::Text
               selectedItem::SubItems::Item(5)::Text)
           if approval::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               goback
           end-if

           set failReason to
               type FormsCobol.DefinitionChangeStore::Approve(
                   changeNo approval::GetApprovedBy())
           if failReason::Length > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Change " + changeNo::ToString() + " could not " +
                   "be applied: " + failReason + "."
                   "Definition Changes")
           else
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Change " + changeNo::ToString() + " approved by " +
                   approval::GetApprovedBy() + " and applied to " +
                   selectedItem::SubItems::Item(1)::Text + "."
                   "Definition Changes")
           end-if
           invoke self::LoadChanges
           invoke self::LoadVersions
           goback.
       end method.

      *> Rejects the selected pending change with the reason given -
      *> a supervisor's decision, or the requester withdrawing their
      *> own change.
       method-id btnReject_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 reason type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvChanges::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the change to reject first."
                   "Definition Changes")
               goback
           end-if
           set selectedItem to lvChanges::SelectedItems::Item(0)
           if not type FormsCobol.OperatorSession::IsSupervisor() and
               selectedItem::SubItems::Item(4)::Text not =
               type FormsCobol.OperatorSession::GetCurrentOperatorId()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Reject definition change"
                   selectedItem::Text)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Only a supervisor, or the operator who asked " +
                   "for it, can reject a change."
                   "Definition Changes")
               goback
           end-if
           set reason to txtReason::Text::Trim()
           if reason::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the reason for rejecting the change."
                   "Definition Changes")
               goback
           end-if
           if not type FormsCobol.DefinitionChangeStore::Reject(
               type System.Int32::Parse(selectedItem::Text) reason)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Change " + selectedItem::Text + " is no longer " +
                   "pending - another console may have decided it."
                   "Definition Changes")
           end-if
           set txtReason::Text to ""
           invoke self::LoadChanges
           goback.
       end method.

       method-id btnRefresh_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadChanges
           invoke self::LoadVersions
           goback.
       end method.

      *> Reloads the version list for the file chosen in cboFile.
       method-id LoadVersions private.
       local-storage section.
       01 fileVersions type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke lvVersions::Items::Clear()
           set Editing to False
           set txtContent::ReadOnly to True
           set txtContent::Text to ""
           set lblContent::Text to ""
           if cboFile::SelectedItem = null
               goback
           end-if
           set fileVersions to
               type FormsCobol.DefinitionChangeStore::VersionsFor(
                   cboFile::SelectedItem::ToString())
           perform varying idx from fileVersions::Count by -1
                     until idx < 1
               set parts to
                   type FormsCobol.DefinitionChangeStore::SplitPipes(
                       type System.String(
                           fileVersions::Item(idx - 1)))
               set item to new System.Windows.Forms.ListViewItem(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 1))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 2))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 3))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 4))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 5))
               invoke item::SubItems::Add(
                   type FormsCobol.DefinitionChangeStore::PartAsText(
                       parts 6))
               invoke lvVersions::Items::Add(item)
           end-perform
           goback.
       end method.

       method-id cboFile_SelectedIndexChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadVersions
           goback.
       end method.

      *> Fills txtContent with version aVersion of the chosen file.
       method-id ShowVersion private.
       local-storage section.
       01 fileLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value aVersion
                                             as type System.Int32.
           set Editing to False
           set txtContent::ReadOnly to True
           set txtContent::Text to ""
           set fileLines to
               type FormsCobol.DefinitionChangeStore::VersionImage(
                   cboFile::SelectedItem::ToString() aVersion)
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               invoke txtContent::AppendText(
                   type System.String(fileLines::Item(idx)))
               invoke txtContent::AppendText(
                   type System.Environment::NewLine)
           end-perform
           set lblContent::Text to
               cboFile::SelectedItem::ToString() + " version " +
               aVersion::ToString() + ":"
           goback.
       end method.

       method-id lvVersions_SelectedIndexChanged private.
       local-storage section.
       01 version type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvVersions::SelectedItems::Count = 0
               goback
           end-if
           if type System.Int32::TryParse(
               lvVersions::SelectedItems::Item(0)::Text version)
               invoke self::ShowVersion(version)
           end-if
           goback.
       end method.

      *> Shows the file as it stood at the end of the date entered
      *> (yyyyMMdd) - the last version approved on or before it.
       method-id btnAsOf_Click private.
       local-storage section.
       01 parsedDate type System.DateTime.
       01 asOfDate type System.String.
       01 version type System.Int32.
       01 idx type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type System.DateTime::TryParseExact(
               txtAsOf::Text::Trim() "yyyyMMdd"
               type System.Globalization.CultureInfo::InvariantCulture
               type System.Globalization.DateTimeStyles::None
               parsedDate)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the date as yyyyMMdd."
                   "Definition Changes")
               goback
           end-if
           set asOfDate to parsedDate::ToString("yyyy-MM-dd")
           set version to
               type FormsCobol.DefinitionChangeStore::VersionAsOf(
                   cboFile::SelectedItem::ToString() asOfDate)
           if version = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "No version of " +
                   cboFile::SelectedItem::ToString() +
                   " was recorded on or before " + asOfDate + "."
                   "Definition Changes")
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= lvVersions::Items::Count
               if lvVersions::Items::Item(idx)::Text =
                   version::ToString()
                   set lvVersions::Items::Item(idx)::Selected to True
                   invoke lvVersions::Items::Item(idx)::EnsureVisible()
               end-if
           end-perform
           invoke self::ShowVersion(version)
           set lblContent::Text to
               cboFile::SelectedItem::ToString() + " as of " +
               asOfDate + " (version " + version::ToString() + "):"
           goback.
       end method.

      *> Submits a change putting the chosen file back to the
      *> selected version - approved like any other change.
       method-id btnRollback_Click private.
       local-storage section.
       01 version type System.Int32.
       01 changeNo type System.Int32.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvVersions::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the version to roll back to first."
                   "Definition Changes")
               goback
           end-if
           set version to type System.Int32::Parse(
               lvVersions::SelectedItems::Item(0)::Text)
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Submit a change putting " +
               cboFile::SelectedItem::ToString() +
               " back to version " + version::ToString() + "?"
               "Confirm Rollback"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           set changeNo to
               type FormsCobol.DefinitionChangeStore::SubmitRollback(
                   cboFile::SelectedItem::ToString() version)
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(
                       changeNo cboFile::SelectedItem::ToString())
               "Definition Changes")
           invoke self::LoadChanges
           goback.
       end method.

      *> Opens the chosen file as it stands now for editing in
      *> txtContent - the way in for a file no screen maintains.
       method-id btnEdit_Click private.
       local-storage section.
       01 fileLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set txtContent::Text to ""
           set fileLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   type FormsCobol.DefinitionChangeStore::
                       DefinitionPath(
                           cboFile::SelectedItem::ToString()))
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               invoke txtContent::AppendText(
                   type System.String(fileLines::Item(idx)))
               invoke txtContent::AppendText(
                   type System.Environment::NewLine)
           end-perform
           set txtContent::ReadOnly to False
           set Editing to True
           set lblContent::Text to
               "Editing " + cboFile::SelectedItem::ToString() +
               " - Submit Edit holds it for approval:"
           goback.
       end method.

      *> Submits the edited content for approval.
       method-id btnSubmitEdit_Click private.
       local-storage section.
       01 fileLines type System.Collections.ArrayList.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not Editing
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Press Edit Current to open the file first."
                   "Definition Changes")
               goback
           end-if
           if txtEditReason::Text::Trim()::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter what the edit is for - it goes on the " +
                   "change record."
                   "Definition Changes")
               goback
           end-if
           set fileLines to
               new System.Collections.ArrayList(txtContent::Lines)
      *> the text box hands back an empty last line after the final
      *> line break - it is not part of the file
           if fileLines::Count > 0
               if type System.String(
                   fileLines::Item(fileLines::Count - 1))::Length = 0
                   invoke fileLines::RemoveAt(fileLines::Count - 1)
               end-if
           end-if
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   cboFile::SelectedItem::ToString() fileLines
                   "Edit: " + txtEditReason::Text::Trim())
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(
                       changeNo cboFile::SelectedItem::ToString())
               "Definition Changes")
           if changeNo > 0
               set txtEditReason::Text to ""
               invoke self::LoadVersions
           end-if
           invoke self::LoadChanges
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
