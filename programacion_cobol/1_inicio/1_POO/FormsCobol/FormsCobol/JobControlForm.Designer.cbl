       01 btnSetRetry type System.Windows.Forms.Button.
       01 btnViewSpool type System.Windows.Forms.Button.
       01 btnSearchSpools type System.Windows.Forms.Button.
       01 btnImpact   type System.Windows.Forms.Button.
       01 lblTolerance type System.Windows.Forms.Label.
       01 txtCountTol type System.Windows.Forms.TextBox.
       01 txtAmountTol type System.Windows.Forms.TextBox.
       01 btnSetTolerance type System.Windows.Forms.Button.
       01 btnRelease  type System.Windows.Forms.Button.
       01 btnClose    type System.Windows.Forms.Button.
       01 restartWorker type System.ComponentModel.BackgroundWorker.

       invoke lvJobs::Columns::Add("Control Totals" 220)
       invoke lvJobs::Columns::Add("Proving" 160)
       invoke lvJobs::Columns::Add("Retry" 120)
       invoke lvJobs::Columns::Add("Variance" 240)
       set lvJobs::Name to "lvJobs"
       invoke lvJobs::add_SelectedIndexChanged(
           new System.EventHandler(self::lvJobs_SelectedIndexChanged))
       invoke btnSetRetry::add_Click(
           new System.EventHandler(self::btnSetRetry_Click))

      *>
      *> btnImpact - everything downstream of the selected job
      *>
       set btnImpact to new System.Windows.Forms.Button()
       set btnImpact::Text to "Impact..."
       set btnImpact::Location to new System.Drawing.Point(480 345)
       set btnImpact::Size to new System.Drawing.Size(90 26)
       invoke btnImpact::add_Click(
           new System.EventHandler(self::btnImpact_Click))

      *>
      *> lblTolerance / txtCountTol / txtAmountTol / btnSetTolerance -
      *> how far (in percent) the selected job's record count and
      *> amount total may stray from its history for the same kind
      *> of day; both blank stops the check. btnRelease - a
      *> supervisor accepts a run held at VARIANCE
      *>
       set lblTolerance to new System.Windows.Forms.Label()
       set lblTolerance::Text to "Variance % cnt/amt:"
       set lblTolerance::Location to new System.Drawing.Point(10 385)
       set lblTolerance::Size to new System.Drawing.Size(115 20)

       set txtCountTol to new System.Windows.Forms.TextBox()
       set txtCountTol::Location to new System.Drawing.Point(130 383)
       set txtCountTol::Size to new System.Drawing.Size(40 22)

       set txtAmountTol to new System.Windows.Forms.TextBox()
       set txtAmountTol::Location to new System.Drawing.Point(175 383)
       set txtAmountTol::Size to new System.Drawing.Size(40 22)

       set btnSetTolerance to new System.Windows.Forms.Button()
       set btnSetTolerance::Text to "Set Tolerance"
       set btnSetTolerance::Location to
           new System.Drawing.Point(225 381)
       set btnSetTolerance::Size to new System.Drawing.Size(100 26)
       invoke btnSetTolerance::add_Click(
           new System.EventHandler(self::btnSetTolerance_Click))

       set btnRelease to new System.Windows.Forms.Button()
       set btnRelease::Text to "Release Variance"
       set btnRelease::Location to new System.Drawing.Point(335 381)
       set btnRelease::Size to new System.Drawing.Size(120 26)
       invoke btnRelease::add_Click(
           new System.EventHandler(self::btnRelease_Click))

      *>
      *> JobControlForm
      *>
       set self::ClientSize to new System.Drawing.Size(580 418)
       invoke self::Controls::Add(tabControl)
       invoke self::Controls::Add(btnRestart)
       invoke self::Controls::Add(btnRefresh)
       invoke self::Controls::Add(btnSetGroup)
       invoke self::Controls::Add(btnViewSpool)
       invoke self::Controls::Add(btnSearchSpools)
       invoke self::Controls::Add(btnImpact)
       invoke self::Controls::Add(lblRetryCodes)
       invoke self::Controls::Add(txtRetryCodes)
       invoke self::Controls::Add(lblRetryMax)
       invoke self::Controls::Add(lblRetryWait)
       invoke self::Controls::Add(txtRetryWait)
       invoke self::Controls::Add(btnSetRetry)
       invoke self::Controls::Add(lblTolerance)
       invoke self::Controls::Add(txtCountTol)
       invoke self::Controls::Add(txtAmountTol)
       invoke self::Controls::Add(btnSetTolerance)
       invoke self::Controls::Add(btnRelease)
       invoke self::Controls::Add(btnClose)
       set self::Name to "JobControlForm"
       set self::Text to "Job Control"
