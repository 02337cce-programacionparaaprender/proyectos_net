
       01 lvExceptions   type System.Windows.Forms.ListView.
       01 lblSummary     type System.Windows.Forms.Label.
       01 txtRunBook     type System.Windows.Forms.TextBox.
       01 lblProcedure   type System.Windows.Forms.Label.
       01 cboProcedure   type System.Windows.Forms.ComboBox.
       01 lblDisposition type System.Windows.Forms.Label.
       01 cboDisposition type System.Windows.Forms.ComboBox.
       01 lblReason      type System.Windows.Forms.Label.
       01 txtReason      type System.Windows.Forms.TextBox.
       01 btnDisposition type System.Windows.Forms.Button.
       01 btnImpact      type System.Windows.Forms.Button.
       01 btnRefresh     type System.Windows.Forms.Button.
       01 btnClose       type System.Windows.Forms.Button.

       invoke lvExceptions::Columns::Add("Status" 90)
       invoke lvExceptions::Columns::Add("RC" 50)
       invoke lvExceptions::Columns::Add("Opened" 140)
       invoke lvExceptions::Columns::Add("Downstream" 300)
       invoke lvExceptions::Columns::Add("Run Book" 260)
       set lvExceptions::Name to "lvExceptions"
       invoke lvExceptions::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvExceptions_SelectedIndexChanged))

      *>
      *> lblSummary
       set lblSummary::Size to new System.Drawing.Size(250 20)

      *>
      *> txtRunBook - the selected exception's run-book procedure,
      *> steps and contacts in full
      *>
       set txtRunBook to new System.Windows.Forms.TextBox()
       set txtRunBook::Multiline to True
       set txtRunBook::ReadOnly to True
       set txtRunBook::ScrollBars to
           type System.Windows.Forms.ScrollBars::Vertical
       set txtRunBook::Location to new System.Drawing.Point(10 272)
       set txtRunBook::Size to new System.Drawing.Size(880 90)
       set txtRunBook::Name to "txtRunBook"

      *>
      *> lblDisposition / cboDisposition / lblProcedure /
      *> cboProcedure / lblReason / txtReason / btnDisposition -
      *> the disposition names the run-book procedure followed
      *>
       set lblDisposition to new System.Windows.Forms.Label()
       set lblDisposition::Text to "Disposition:"
       set lblDisposition::Location to
           new System.Drawing.Point(10 375)
       set lblDisposition::Size to new System.Drawing.Size(75 20)

       set cboDisposition to new System.Windows.Forms.ComboBox()
       set cboDisposition::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboDisposition::Location to
           new System.Drawing.Point(90 372)
       set cboDisposition::Size to new System.Drawing.Size(100 22)
       invoke cboDisposition::Items::Add("RERUN")
       invoke cboDisposition::Items::Add("WAIVED")
       invoke cboDisposition::Items::Add("ESCALATED")
       set cboDisposition::SelectedIndex to 0

       set lblProcedure to new System.Windows.Forms.Label()
       set lblProcedure::Text to "Followed:"
       set lblProcedure::Location to new System.Drawing.Point(200 375)
       set lblProcedure::Size to new System.Drawing.Size(60 20)

       set cboProcedure to new System.Windows.Forms.ComboBox()
       set cboProcedure::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboProcedure::Location to new System.Drawing.Point(265 372)
       set cboProcedure::Size to new System.Drawing.Size(280 22)

       set lblReason to new System.Windows.Forms.Label()
       set lblReason::Text to "Reason:"
       set lblReason::Location to new System.Drawing.Point(555 375)
       set lblReason::Size to new System.Drawing.Size(50 20)

       set txtReason to new System.Windows.Forms.TextBox()
       set txtReason::Location to new System.Drawing.Point(610 372)
       set txtReason::Size to new System.Drawing.Size(190 22)

       set btnDisposition to new System.Windows.Forms.Button()
       set btnDisposition::Text to "Record"
       set btnDisposition::Location to
           new System.Drawing.Point(810 370)
       set btnDisposition::Size to new System.Drawing.Size(80 26)
       invoke btnDisposition::add_Click(
           new System.EventHandler(self::btnDisposition_Click))

      *>
      *> btnRefresh / btnImpact / btnClose
      *>
       set btnRefresh to new System.Windows.Forms.Button()
       set btnRefresh::Text to "Refresh"
       set btnRefresh::Location to new System.Drawing.Point(10 408)
       set btnRefresh::Size to new System.Drawing.Size(90 26)
       invoke btnRefresh::add_Click(
           new System.EventHandler(self::btnRefresh_Click))

       set btnImpact to new System.Windows.Forms.Button()
       set btnImpact::Text to "Impact..."
       set btnImpact::Location to new System.Drawing.Point(110 408)
       set btnImpact::Size to new System.Drawing.Size(90 26)
       invoke btnImpact::add_Click(
           new System.EventHandler(self::btnImpact_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(800 408)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))
      *>
      *> ExceptionsForm
      *>
       set self::ClientSize to new System.Drawing.Size(900 445)
       invoke self::Controls::Add(lvExceptions)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(txtRunBook)
       invoke self::Controls::Add(lblDisposition)
       invoke self::Controls::Add(cboDisposition)
       invoke self::Controls::Add(lblProcedure)
       invoke self::Controls::Add(cboProcedure)
       invoke self::Controls::Add(lblReason)
       invoke self::Controls::Add(txtReason)
       invoke self::Controls::Add(btnDisposition)
       invoke self::Controls::Add(btnRefresh)
       invoke self::Controls::Add(btnImpact)
       invoke self::Controls::Add(btnClose)
       set self::Name to "ExceptionsForm"
       set self::Text to "Open Exceptions"
