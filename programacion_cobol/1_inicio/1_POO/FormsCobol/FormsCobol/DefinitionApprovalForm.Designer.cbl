       class-id FormsCobol.DefinitionApprovalForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblChange     type System.Windows.Forms.Label.
       01 lblBefore     type System.Windows.Forms.Label.
       01 txtBefore     type System.Windows.Forms.TextBox.
       01 lblAfter      type System.Windows.Forms.Label.
       01 txtAfter      type System.Windows.Forms.TextBox.
       01 lblSupervisorId type System.Windows.Forms.Label.
       01 txtSupervisorId type System.Windows.Forms.TextBox.
       01 lblSupervisorPassword type System.Windows.Forms.Label.
       01 txtSupervisorPassword type System.Windows.Forms.TextBox.
       01 btnApprove    type System.Windows.Forms.Button.
       01 btnCancel     type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblChange
      *>
       set lblChange to new System.Windows.Forms.Label()
       set lblChange::Text to ""
       set lblChange::Location to new System.Drawing.Point(10 12)
       set lblChange::Size to new System.Drawing.Size(640 32)

      *>
      *> lblBefore / txtBefore - the lines the change takes out of
      *> the file as it stands
      *>
       set lblBefore to new System.Windows.Forms.Label()
       set lblBefore::Text to "Before (lines removed or replaced):"
       set lblBefore::Location to new System.Drawing.Point(10 50)
       set lblBefore::Size to new System.Drawing.Size(300 20)

       set txtBefore to new System.Windows.Forms.TextBox()
       set txtBefore::Location to new System.Drawing.Point(10 70)
       set txtBefore::Size to new System.Drawing.Size(640 110)
       set txtBefore::Multiline to True
       set txtBefore::ReadOnly to True
       set txtBefore::WordWrap to False
       set txtBefore::ScrollBars to
           type System.Windows.Forms.ScrollBars::Both
       set txtBefore::Font to new System.Drawing.Font("Consolas" 9)

      *>
      *> lblAfter / txtAfter - the lines it puts in
      *>
       set lblAfter to new System.Windows.Forms.Label()
       set lblAfter::Text to "After (lines added or replacing):"
       set lblAfter::Location to new System.Drawing.Point(10 188)
       set lblAfter::Size to new System.Drawing.Size(300 20)

       set txtAfter to new System.Windows.Forms.TextBox()
       set txtAfter::Location to new System.Drawing.Point(10 208)
       set txtAfter::Size to new System.Drawing.Size(640 110)
       set txtAfter::Multiline to True
       set txtAfter::ReadOnly to True
       set txtAfter::WordWrap to False
       set txtAfter::ScrollBars to
           type System.Windows.Forms.ScrollBars::Both
       set txtAfter::Font to new System.Drawing.Font("Consolas" 9)

      *>
      *> lblSupervisorId / txtSupervisorId
      *>
       set lblSupervisorId to new System.Windows.Forms.Label()
       set lblSupervisorId::Text to "Supervisor ID:"
       set lblSupervisorId::Location to
           new System.Drawing.Point(10 333)
       set lblSupervisorId::Size to new System.Drawing.Size(90 20)

       set txtSupervisorId to new System.Windows.Forms.TextBox()
       set txtSupervisorId::Location to
           new System.Drawing.Point(105 331)
       set txtSupervisorId::Size to new System.Drawing.Size(90 22)

      *>
      *> lblSupervisorPassword / txtSupervisorPassword
      *>
       set lblSupervisorPassword to new System.Windows.Forms.Label()
       set lblSupervisorPassword::Text to "Password:"
       set lblSupervisorPassword::Location to
           new System.Drawing.Point(205 333)
       set lblSupervisorPassword::Size to
           new System.Drawing.Size(65 20)

       set txtSupervisorPassword to new System.Windows.Forms.TextBox()
       set txtSupervisorPassword::Location to
           new System.Drawing.Point(275 331)
       set txtSupervisorPassword::Size to
           new System.Drawing.Size(100 22)
       set txtSupervisorPassword::UseSystemPasswordChar to True

      *>
      *> btnApprove / btnCancel
      *>
       set btnApprove to new System.Windows.Forms.Button()
       set btnApprove::Text to "Approve"
       set btnApprove::Location to new System.Drawing.Point(470 368)
       set btnApprove::Size to new System.Drawing.Size(85 26)
       invoke btnApprove::add_Click(
           new System.EventHandler(self::btnApprove_Click))

       set btnCancel to new System.Windows.Forms.Button()
       set btnCancel::Text to "Cancel"
       set btnCancel::Location to new System.Drawing.Point(565 368)
       set btnCancel::Size to new System.Drawing.Size(85 26)
       invoke btnCancel::add_Click(
           new System.EventHandler(self::btnCancel_Click))

      *>
      *> DefinitionApprovalForm
      *>
       set self::ClientSize to new System.Drawing.Size(662 406)
       set self::FormBorderStyle to
           type System.Windows.Forms.FormBorderStyle::FixedDialog
       set self::MinimizeBox to False
       set self::MaximizeBox to False
       invoke self::Controls::Add(lblChange)
       invoke self::Controls::Add(lblBefore)
       invoke self::Controls::Add(txtBefore)
       invoke self::Controls::Add(lblAfter)
       invoke self::Controls::Add(txtAfter)
       invoke self::Controls::Add(lblSupervisorId)
       invoke self::Controls::Add(txtSupervisorId)
       invoke self::Controls::Add(lblSupervisorPassword)
       invoke self::Controls::Add(txtSupervisorPassword)
       invoke self::Controls::Add(btnApprove)
       invoke self::Controls::Add(btnCancel)
       set self::CancelButton to btnCancel
       set self::Name to "DefinitionApprovalForm"
       set self::Text to "Approve Definition Change"
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
