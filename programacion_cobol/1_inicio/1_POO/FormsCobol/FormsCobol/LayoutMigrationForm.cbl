      *> LayoutMigrationForm - moves a data file (and, ticked, every
      *> archived generation of it) from its old copybook layout to
      *> the new one. The field map is edited right here - Match by
      *> Name starts it off - and Check shows every value the new
      *> pictures cannot hold before anything is touched. Converting
      *> rewrites live data, so it is a supervisor action, confirmed,
      *> and each file converted lands in the audit trail.
       class-id FormsCobol.LayoutMigrationForm is partial
                 inherits type System.Windows.Forms.Form.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console can check a migration but never run one
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnConvert::Enabled to False
               set btnSaveMap::Enabled to False
           end-if
           goback.
       end method.

      *> Picks a copybook into aBox.
       method-id BrowseCopybook private.
       local-storage section.
       01 dlg type System.Windows.Forms.OpenFileDialog.
       procedure division using by value aBox
                                as type System.Windows.Forms.TextBox.
           set dlg to new System.Windows.Forms.OpenFileDialog()
           set dlg::Filter to
               "Copybooks (*.cpy)|*.cpy|All files (*.*)|*.*"
           set dlg::Title to "Select Copybook"
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set aBox::Text to dlg::FileName
           end-if
           goback.
       end method.

       method-id btnBrowseOld_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseCopybook(txtOldCopybook)
           goback.
       end method.

      *> A new copybook brings its saved map with it.
       method-id btnBrowseNew_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseCopybook(txtNewCopybook)
           if txtNewCopybook::Text::Length > 0
               invoke self::ShowMap(
                   type FormsCobol.LayoutMigration::LoadMap(
                       txtNewCopybook::Text))
           end-if
           goback.
       end method.

       method-id btnBrowseData_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.OpenFileDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set dlg to new System.Windows.Forms.OpenFileDialog()
           set dlg::Filter to "All files (*.*)|*.*"
           set dlg::Title to "Select Data File"
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set txtDataPath::Text to dlg::FileName
           end-if
           goback.
       end method.

      *> Puts map lines into the editor, one per line.
       method-id ShowMap private.
       local-storage section.
       01 idx type System.Int32.
       01 mapText type System.Text.StringBuilder.
       procedure division using by value mapLines
                                as type System.Collections.ArrayList.
           set mapText to new System.Text.StringBuilder()
           perform varying idx from 0 by 1
                     until idx >= mapLines::Count
               invoke mapText::Append(
                   type System.String(mapLines::Item(idx)))
               invoke mapText::Append(x"0D0A")
           end-perform
           set txtMap::Text to mapText::ToString()
           goback.
       end method.

      *> The map as the operator has it in the editor now.
       method-id EditedMap private.
       local-storage section.
       01 remaining type System.String.
       01 lfPos type System.Int32.
       procedure division
           returning mapLines as type System.Collections.ArrayList.
           set mapLines to new System.Collections.ArrayList()
           set remaining to txtMap::Text::Replace(x"0D" "")
           perform until remaining::Length = 0
               set lfPos to remaining::IndexOf(x"0A")
               if lfPos < 0
                   invoke mapLines::Add(remaining)
                   exit perform
               end-if
               invoke mapLines::Add(remaining::Substring(0 lfPos))
               set remaining to remaining::Substring(lfPos + 1)
           end-perform
           goback.
       end method.

      *> True with a message when a copybook or the data file has not
      *> been picked yet.
       method-id MissingInput private.
       procedure division returning result as condition-value.
           set result to False
           if txtOldCopybook::Text::Length = 0 or
               txtNewCopybook::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the old and the new copybook first."
                   "Layout Migration")
               set result to True
               goback
           end-if
           if txtDataPath::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the data file to convert first."
                   "Layout Migration")
               set result to True
           end-if
           goback.
       end method.

       method-id btnLoadMap_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if txtNewCopybook::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the new copybook first." "Layout Migration")
               goback
           end-if
           invoke self::ShowMap(
               type FormsCobol.LayoutMigration::LoadMap(
                   txtNewCopybook::Text))
           goback.
       end method.

      *> Starts a map off from the two layouts' field names.
       method-id btnMatchMap_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if txtOldCopybook::Text::Length = 0 or
               txtNewCopybook::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the old and the new copybook first."
                   "Layout Migration")
               goback
           end-if
           invoke self::ShowMap(
               type FormsCobol.LayoutMigration::MatchByName(
                   type FormsCobol.CopybookLayout::ParseFields(
                       txtOldCopybook::Text)
                   type FormsCobol.CopybookLayout::ParseFields(
                       txtNewCopybook::Text)))
           goback.
       end method.

       method-id btnSaveMap_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if txtNewCopybook::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the new copybook first." "Layout Migration")
               goback
           end-if
           invoke type FormsCobol.LayoutMigration::SaveMap(
               txtNewCopybook::Text self::EditedMap())
           invoke type FormsCobol.AuditLog::Write(
               "SAVE LAYOUT MAP"
               type FormsCobol.LayoutMigration::GetMapPath(
                   txtNewCopybook::Text))
           invoke type System.Windows.Forms.MessageBox::Show(
               "Map saved to " +
               type FormsCobol.LayoutMigration::GetMapPath(
                   txtNewCopybook::Text)
               "Layout Migration")
           goback.
       end method.

       method-id ShowReport private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value reportLines
                                as type System.Collections.ArrayList.
           invoke lstReport::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= reportLines::Count
               invoke lstReport::Items::Add(reportLines::Item(idx))
           end-perform
           goback.
       end method.

      *> Dry run - reads every file of the set through the map and
      *> reports what would not fit, writing nothing.
       method-id btnCheck_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if self::MissingInput()
               goback
           end-if
           invoke self::ShowReport(
               type FormsCobol.LayoutMigration::Migrate(
                   txtOldCopybook::Text txtNewCopybook::Text
                   txtDataPath::Text self::EditedMap()
                   chkGenerations::Checked False))
           invoke type FormsCobol.AuditLog::Write(
               "LAYOUT CHECK"
               type System.IO.Path::GetFileName(txtDataPath::Text))
           goback.
       end method.

      *> Converts the set for real - supervisors only, confirmed.
      *> The map that ran is saved with the new copybook so the
      *> next generation archived converts the same way.
       method-id btnConvert_Click private.
       local-storage section.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Layout migration" "")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to convert a " +
                   "data file to a new layout."
                   "Layout Migration")
               goback
           end-if
           if self::MissingInput()
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Rewrite " + txtDataPath::Text +
               " in the new layout? Each original is kept beside " +
               "it as .OLDLAYOUT."
               "Confirm Layout Migration"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           invoke type FormsCobol.LayoutMigration::SaveMap(
               txtNewCopybook::Text self::EditedMap())
           invoke self::ShowReport(
               type FormsCobol.LayoutMigration::Migrate(
                   txtOldCopybook::Text txtNewCopybook::Text
                   txtDataPath::Text self::EditedMap()
                   chkGenerations::Checked True))
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
