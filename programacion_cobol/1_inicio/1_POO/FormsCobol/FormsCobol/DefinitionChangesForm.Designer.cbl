       class-id FormsCobol.DefinitionChangesForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 tabControl    type System.Windows.Forms.TabControl.
       01 tabPending    type System.Windows.Forms.TabPage.
       01 tabHistory    type System.Windows.Forms.TabPage.
       01 chkPendingOnly type System.Windows.Forms.CheckBox.
       01 lblPending    type System.Windows.Forms.Label.
       01 lvChanges     type System.Windows.Forms.ListView.
       01 lblDiff       type System.Windows.Forms.Label.
       01 txtDiff       type System.Windows.Forms.TextBox.
       01 lblReason     type System.Windows.Forms.Label.
       01 txtReason     type System.Windows.Forms.TextBox.
       01 btnApprove    type System.Windows.Forms.Button.
       01 btnReject     type System.Windows.Forms.Button.
       01 btnRefresh    type System.Windows.Forms.Button.
       01 lblFile       type System.Windows.Forms.Label.
       01 cboFile       type System.Windows.Forms.ComboBox.
       01 lblAsOf       type System.Windows.Forms.Label.
       01 txtAsOf       type System.Windows.Forms.TextBox.
       01 btnAsOf       type System.Windows.Forms.Button.
       01 lvVersions    type System.Windows.Forms.ListView.
       01 lblContent    type System.Windows.Forms.Label.
       01 txtContent    type System.Windows.Forms.TextBox.
       01 btnRollback   type System.Windows.Forms.Button.
       01 btnEdit       type System.Windows.Forms.Button.
       01 lblEditReason type System.Windows.Forms.Label.
       01 txtEditReason type System.Windows.Forms.TextBox.
       01 btnSubmitEdit type System.Windows.Forms.Button.
       01 btnClose      type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> tabControl - the changes waiting on (or past) a decision on
      *> one tab, each file's numbered versions on the other
      *>
       set tabControl to new System.Windows.Forms.TabControl()
       set tabControl::Dock to
           type System.Windows.Forms.DockStyle::Top
       set tabControl::Height to 440
       set tabControl::Name to "tabControl"

       set tabPending to new System.Windows.Forms.TabPage()
       set tabPending::Text to "Changes"
       set tabHistory to new System.Windows.Forms.TabPage()
       set tabHistory::Text to "Versions"

      *>
      *> chkPendingOnly / lblPending
      *>
       set chkPendingOnly to new System.Windows.Forms.CheckBox()
       set chkPendingOnly::Text to "Pending only"
       set chkPendingOnly::Location to new System.Drawing.Point(10 8)
       set chkPendingOnly::Size to new System.Drawing.Size(110 22)
       set chkPendingOnly::Checked to True
       invoke chkPendingOnly::add_CheckedChanged(
           new System.EventHandler(self::chkPendingOnly_CheckedChanged))
       invoke tabPending::Controls::Add(chkPendingOnly)

       set lblPending to new System.Windows.Forms.Label()
       set lblPending::Text to ""
       set lblPending::Location to new System.Drawing.Point(130 11)
       set lblPending::Size to new System.Drawing.Size(300 20)
       invoke tabPending::Controls::Add(lblPending)

      *>
      *> lvChanges
      *>
       set lvChanges to new System.Windows.Forms.ListView()
       set lvChanges::View to type System.Windows.Forms.View::Details
       set lvChanges::FullRowSelect to True
       set lvChanges::MultiSelect to False
       set lvChanges::Location to new System.Drawing.Point(10 34)
       set lvChanges::Size to new System.Drawing.Size(670 170)
       invoke lvChanges::Columns::Add("No" 45)
       invoke lvChanges::Columns::Add("File" 110)
       invoke lvChanges::Columns::Add("State" 75)
       invoke lvChanges::Columns::Add("Requested" 130)
       invoke lvChanges::Columns::Add("By" 70)
       invoke lvChanges::Columns::Add("Description" 230)
       invoke lvChanges::Columns::Add("Decided By" 75)
       invoke lvChanges::Columns::Add("Note" 150)
       set lvChanges::Name to "lvChanges"
       invoke lvChanges::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvChanges_SelectedIndexChanged))
       invoke tabPending::Controls::Add(lvChanges)

      *>
      *> lblDiff / txtDiff - "- " for a line the change takes out,
      *> "+ " for a line it puts in
      *>
       set lblDiff to new System.Windows.Forms.Label()
       set lblDiff::Text to "What the selected change does:"
       set lblDiff::Location to new System.Drawing.Point(10 210)
       set lblDiff::Size to new System.Drawing.Size(300 20)
       invoke tabPending::Controls::Add(lblDiff)

       set txtDiff to new System.Windows.Forms.TextBox()
       set txtDiff::Location to new System.Drawing.Point(10 230)
       set txtDiff::Size to new System.Drawing.Size(670 130)
       set txtDiff::Multiline to True
       set txtDiff::ReadOnly to True
       set txtDiff::WordWrap to False
       set txtDiff::ScrollBars to
           type System.Windows.Forms.ScrollBars::Both
       set txtDiff::Font to new System.Drawing.Font("Consolas" 9)
       invoke tabPending::Controls::Add(txtDiff)

      *>
      *> lblReason / txtReason / btnApprove / btnReject / btnRefresh
      *>
       set lblReason to new System.Windows.Forms.Label()
       set lblReason::Text to "Reject reason:"
       set lblReason::Location to new System.Drawing.Point(10 375)
       set lblReason::Size to new System.Drawing.Size(90 20)
       invoke tabPending::Controls::Add(lblReason)

       set txtReason to new System.Windows.Forms.TextBox()
       set txtReason::Location to new System.Drawing.Point(100 373)
       set txtReason::Size to new System.Drawing.Size(290 22)
       invoke tabPending::Controls::Add(txtReason)

       set btnApprove to new System.Windows.Forms.Button()
       set btnApprove::Text to "Approve..."
       set btnApprove::Location to new System.Drawing.Point(410 371)
       set btnApprove::Size to new System.Drawing.Size(85 26)
       invoke btnApprove::add_Click(
           new System.EventHandler(self::btnApprove_Click))
       invoke tabPending::Controls::Add(btnApprove)

       set btnReject to new System.Windows.Forms.Button()
       set btnReject::Text to "Reject"
       set btnReject::Location to new System.Drawing.Point(500 371)
       set btnReject::Size to new System.Drawing.Size(85 26)
       invoke btnReject::add_Click(
           new System.EventHandler(self::btnReject_Click))
       invoke tabPending::Controls::Add(btnReject)

       set btnRefresh to new System.Windows.Forms.Button()
       set btnRefresh::Text to "Refresh"
       set btnRefresh::Location to new System.Drawing.Point(595 371)
       set btnRefresh::Size to new System.Drawing.Size(85 26)
       invoke btnRefresh::add_Click(
           new System.EventHandler(self::btnRefresh_Click))
       invoke tabPending::Controls::Add(btnRefresh)

      *>
      *> lblFile / cboFile / lblAsOf / txtAsOf / btnAsOf
      *>
       set lblFile to new System.Windows.Forms.Label()
       set lblFile::Text to "File:"
       set lblFile::Location to new System.Drawing.Point(10 11)
       set lblFile::Size to new System.Drawing.Size(35 20)
       invoke tabHistory::Controls::Add(lblFile)

       set cboFile to new System.Windows.Forms.ComboBox()
       set cboFile::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboFile::Location to new System.Drawing.Point(50 8)
       set cboFile::Size to new System.Drawing.Size(150 22)
       invoke cboFile::add_SelectedIndexChanged(
           new System.EventHandler(self::cboFile_SelectedIndexChanged))
       invoke tabHistory::Controls::Add(cboFile)

       set lblAsOf to new System.Windows.Forms.Label()
       set lblAsOf::Text to "As of (yyyyMMdd):"
       set lblAsOf::Location to new System.Drawing.Point(420 11)
       set lblAsOf::Size to new System.Drawing.Size(105 20)
       invoke tabHistory::Controls::Add(lblAsOf)

       set txtAsOf to new System.Windows.Forms.TextBox()
       set txtAsOf::Location to new System.Drawing.Point(525 8)
       set txtAsOf::Size to new System.Drawing.Size(70 22)
       invoke tabHistory::Controls::Add(txtAsOf)

       set btnAsOf to new System.Windows.Forms.Button()
       set btnAsOf::Text to "Show"
       set btnAsOf::Location to new System.Drawing.Point(605 6)
       set btnAsOf::Size to new System.Drawing.Size(75 26)
       invoke btnAsOf::add_Click(
           new System.EventHandler(self::btnAsOf_Click))
       invoke tabHistory::Controls::Add(btnAsOf)

      *>
      *> lvVersions
      *>
       set lvVersions to new System.Windows.Forms.ListView()
       set lvVersions::View to
           type System.Windows.Forms.View::Details
       set lvVersions::FullRowSelect to True
       set lvVersions::MultiSelect to False
       set lvVersions::Location to new System.Drawing.Point(10 38)
       set lvVersions::Size to new System.Drawing.Size(670 130)
       invoke lvVersions::Columns::Add("Version" 60)
       invoke lvVersions::Columns::Add("Approved" 130)
       invoke lvVersions::Columns::Add("Change" 60)
       invoke lvVersions::Columns::Add("Requested By" 90)
       invoke lvVersions::Columns::Add("Approved By" 90)
       invoke lvVersions::Columns::Add("Description" 230)
       set lvVersions::Name to "lvVersions"
       invoke lvVersions::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvVersions_SelectedIndexChanged))
       invoke tabHistory::Controls::Add(lvVersions)

      *>
      *> lblContent / txtContent - a version's content, or the live
      *> file while it is being edited
      *>
       set lblContent to new System.Windows.Forms.Label()
       set lblContent::Text to ""
       set lblContent::Location to new System.Drawing.Point(10 174)
       set lblContent::Size to new System.Drawing.Size(500 20)
       invoke tabHistory::Controls::Add(lblContent)

       set txtContent to new System.Windows.Forms.TextBox()
       set txtContent::Location to new System.Drawing.Point(10 194)
       set txtContent::Size to new System.Drawing.Size(670 166)
       set txtContent::Multiline to True
       set txtContent::ReadOnly to True
       set txtContent::WordWrap to False
       set txtContent::ScrollBars to
           type System.Windows.Forms.ScrollBars::Both
       set txtContent::Font to new System.Drawing.Font("Consolas" 9)
       invoke tabHistory::Controls::Add(txtContent)

      *>
      *> btnRollback / btnEdit / lblEditReason / txtEditReason /
      *> btnSubmitEdit
      *>
       set btnRollback to new System.Windows.Forms.Button()
       set btnRollback::Text to "Roll Back To"
       set btnRollback::Location to new System.Drawing.Point(10 371)
       set btnRollback::Size to new System.Drawing.Size(90 26)
       invoke btnRollback::add_Click(
           new System.EventHandler(self::btnRollback_Click))
       invoke tabHistory::Controls::Add(btnRollback)

       set btnEdit to new System.Windows.Forms.Button()
       set btnEdit::Text to "Edit Current"
       set btnEdit::Location to new System.Drawing.Point(110 371)
       set btnEdit::Size to new System.Drawing.Size(90 26)
       invoke btnEdit::add_Click(
           new System.EventHandler(self::btnEdit_Click))
       invoke tabHistory::Controls::Add(btnEdit)

       set lblEditReason to new System.Windows.Forms.Label()
       set lblEditReason::Text to "Edit for:"
       set lblEditReason::Location to new System.Drawing.Point(215 375)
       set lblEditReason::Size to new System.Drawing.Size(55 20)
       invoke tabHistory::Controls::Add(lblEditReason)

       set txtEditReason to new System.Windows.Forms.TextBox()
       set txtEditReason::Location to new System.Drawing.Point(270 373)
       set txtEditReason::Size to new System.Drawing.Size(300 22)
       invoke tabHistory::Controls::Add(txtEditReason)

       set btnSubmitEdit to new System.Windows.Forms.Button()
       set btnSubmitEdit::Text to "Submit Edit"
       set btnSubmitEdit::Location to new System.Drawing.Point(590 371)
       set btnSubmitEdit::Size to new System.Drawing.Size(90 26)
       invoke btnSubmitEdit::add_Click(
           new System.EventHandler(self::btnSubmitEdit_Click))
       invoke tabHistory::Controls::Add(btnSubmitEdit)

       invoke tabControl::TabPages::Add(tabPending)
       invoke tabControl::TabPages::Add(tabHistory)

      *>
      *> btnClose
      *>
       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(605 452)
       set btnClose::Size to new System.Drawing.Size(85 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> DefinitionChangesForm
      *>
       set self::ClientSize to new System.Drawing.Size(700 490)
       set self::FormBorderStyle to
           type System.Windows.Forms.FormBorderStyle::FixedDialog
       set self::MinimizeBox to False
       set self::MaximizeBox to False
       invoke self::Controls::Add(tabControl)
       invoke self::Controls::Add(btnClose)
       set self::CancelButton to btnClose
       set self::Name to "DefinitionChangesForm"
       set self::Text to "Definition Changes"
       invoke self::ResumeLayout(False)
       end method.

       method-id Dispose override protected.
       procedure division using by value disposing as condition-value.
           if disposing then
             if components not = null then
               invoke components::Dispose()
             end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
