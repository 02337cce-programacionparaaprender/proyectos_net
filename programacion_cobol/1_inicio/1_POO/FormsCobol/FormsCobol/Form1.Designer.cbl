       01 mnuJobsDayClose type System.Windows.Forms.ToolStripMenuItem.
       01 mnuJobsExceptions
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuJobsSuspense type System.Windows.Forms.ToolStripMenuItem.
       01 mnuJobsRunBook  type System.Windows.Forms.ToolStripMenuItem.
       01 mnuJobsChanges  type System.Windows.Forms.ToolStripMenuItem.
       01 mnuJobsTakeover type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFiles        type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesView    type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesReconcile
       01 mnuFilesFeeds   type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesOutbound
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesPayMatch
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesGenerations
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesCrossFile
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesProving type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesExtract type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesMigrate type System.Windows.Forms.ToolStripMenuItem.
       01 mnuFilesTestData
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReports      type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReportsOpen  type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReportsHandover
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReportsPack  type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReportsServiceLevel
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuReportsGrowth
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuAdmin        type System.Windows.Forms.ToolStripMenuItem.
       01 mnuAdminSettings
                          type System.Windows.Forms.ToolStripMenuItem.
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuAdminCalendar
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuAdminPromote
                          type System.Windows.Forms.ToolStripMenuItem.
       01 mnuAdminExit    type System.Windows.Forms.ToolStripMenuItem.

      *> Dashboard panel - last night's batch run, quick actions and a
       01 btnQuickRun      type System.Windows.Forms.Button.
       01 btnQuickControl  type System.Windows.Forms.Button.
       01 btnQuickSchedule type System.Windows.Forms.Button.
       01 btnQuickImpact   type System.Windows.Forms.Button.
       01 txtLiveLog        type System.Windows.Forms.TextBox.

      *> Status bar - environment / live job name / checkpoint /
      *> progress / elapsed / exceptions / night console role
       01 statusStrip1    type System.Windows.Forms.StatusStrip.
       01 lblStatusEnvironment
                     type System.Windows.Forms.ToolStripStatusLabel.
       01 lblStatusJob
                     type System.Windows.Forms.ToolStripStatusLabel.
       01 lblStatusCheckpoint
                     type System.Windows.Forms.ToolStripStatusLabel.
       01 lblStatusExceptions
                     type System.Windows.Forms.ToolStripStatusLabel.
       01 lblStatusConsole
                     type System.Windows.Forms.ToolStripStatusLabel.
       01 elapsedTimer    type System.Windows.Forms.Timer.
       01 schedulerTimer  type System.Windows.Forms.Timer.

           new System.EventHandler(self::mnuJobsExceptions_Click))
       invoke mnuJobs::DropDownItems::Add(mnuJobsStreams)
       invoke mnuJobs::DropDownItems::Add(mnuJobsExceptions)
       set mnuJobsSuspense to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuJobsSuspense::Text to "S&uspense..."
       invoke mnuJobsSuspense::add_Click(
           new System.EventHandler(self::mnuJobsSuspense_Click))
       invoke mnuJobs::DropDownItems::Add(mnuJobsSuspense)
       set mnuJobsRunBook to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuJobsRunBook::Text to "Run &Book..."
       invoke mnuJobsRunBook::add_Click(
           new System.EventHandler(self::mnuJobsRunBook_Click))
       invoke mnuJobs::DropDownItems::Add(mnuJobsRunBook)
       set mnuJobsChanges to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuJobsChanges::Text to "Definition C&hanges..."
       invoke mnuJobsChanges::add_Click(
           new System.EventHandler(self::mnuJobsChanges_Click))
       invoke mnuJobs::DropDownItems::Add(mnuJobsChanges)
       invoke mnuJobs::DropDownItems::Add(mnuJobsDayClose)
       set mnuJobsTakeover to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuJobsTakeover::Text to "Take &Over Night Console..."
       invoke mnuJobsTakeover::add_Click(
           new System.EventHandler(self::mnuJobsTakeover_Click))
       invoke mnuJobs::DropDownItems::Add(mnuJobsTakeover)

      *> Files
       set mnuFiles to new System.Windows.Forms.ToolStripMenuItem()
       set mnuFilesOutbound::Text to "&Outbound Feeds..."
       invoke mnuFilesOutbound::add_Click(
           new System.EventHandler(self::mnuFilesOutbound_Click))
       set mnuFilesPayMatch to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuFilesPayMatch::Text to "Payment Matc&hing..."
       invoke mnuFilesPayMatch::add_Click(
           new System.EventHandler(self::mnuFilesPayMatch_Click))
       set mnuFilesCrossFile to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuFilesCrossFile::Text to "&Cross-File Check..."
           new System.EventHandler(self::mnuFilesGenerations_Click))
       invoke mnuFiles::DropDownItems::Add(mnuFilesFeeds)
       invoke mnuFiles::DropDownItems::Add(mnuFilesOutbound)
       invoke mnuFiles::DropDownItems::Add(mnuFilesPayMatch)
       set mnuFilesMigrate to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuFilesMigrate::Text to "Layout &Migration..."
       invoke mnuFilesMigrate::add_Click(
           new System.EventHandler(self::mnuFilesMigrate_Click))
       invoke mnuFiles::DropDownItems::Add(mnuFilesGenerations)
       set mnuFilesTestData to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuFilesTestData::Text to "&Test Data Generator..."
       invoke mnuFilesTestData::add_Click(
           new System.EventHandler(self::mnuFilesTestData_Click))
       invoke mnuFiles::DropDownItems::Add(mnuFilesMigrate)
       invoke mnuFiles::DropDownItems::Add(mnuFilesTestData)

      *> Reports
       set mnuReports to new System.Windows.Forms.ToolStripMenuItem()
       set mnuReportsPack::Text to "Report &Pack..."
       invoke mnuReportsPack::add_Click(
           new System.EventHandler(self::mnuReportsPack_Click))
       set mnuReportsServiceLevel to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuReportsServiceLevel::Text to "&Service Levels..."
       invoke mnuReportsServiceLevel::add_Click(
           new System.EventHandler(self::mnuReportsServiceLevel_Click))
       set mnuReportsGrowth to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuReportsGrowth::Text to "File &Growth..."
       invoke mnuReportsGrowth::add_Click(
           new System.EventHandler(self::mnuReportsGrowth_Click))
       invoke mnuReports::DropDownItems::Add(mnuReportsOpen)
       invoke mnuReports::DropDownItems::Add(mnuReportsHandover)
       invoke mnuReports::DropDownItems::Add(mnuReportsPack)
       invoke mnuReports::DropDownItems::Add(mnuReportsServiceLevel)
       invoke mnuReports::DropDownItems::Add(mnuReportsGrowth)

      *> Admin
       set mnuAdmin to new System.Windows.Forms.ToolStripMenuItem()
       set mnuAdminCalendar::Text to "&Calendar..."
       invoke mnuAdminCalendar::add_Click(
           new System.EventHandler(self::mnuAdminCalendar_Click))
       set mnuAdminPromote to
           new System.Windows.Forms.ToolStripMenuItem()
       set mnuAdminPromote::Text to "&Promote Definitions..."
       invoke mnuAdminPromote::add_Click(
           new System.EventHandler(self::mnuAdminPromote_Click))
       set mnuAdminExit to new System.Windows.Forms.ToolStripMenuItem()
       set mnuAdminExit::Text to "E&xit"
       invoke mnuAdminExit::add_Click(
       invoke mnuAdmin::DropDownItems::Add(mnuAdminSettings)
       invoke mnuAdmin::DropDownItems::Add(mnuAdminOperators)
       invoke mnuAdmin::DropDownItems::Add(mnuAdminCalendar)
       invoke mnuAdmin::DropDownItems::Add(mnuAdminPromote)
       invoke mnuAdmin::DropDownItems::Add(mnuAdminExit)

       invoke menuStrip1::Items::Add(mnuJobs)
       set splitSide::Name to "splitSide"

      *>
      *> btnQuickRun / btnQuickControl / btnQuickSchedule /
      *> btnQuickImpact
      *>
       set btnQuickRun to new System.Windows.Forms.Button()
       set btnQuickRun::Text to "Run Job..."
       invoke btnQuickSchedule::add_Click(
           new System.EventHandler(self::mnuJobsSchedule_Click))

       set btnQuickImpact to new System.Windows.Forms.Button()
       set btnQuickImpact::Text to "Impact..."
       set btnQuickImpact::Location to new System.Drawing.Point(170 10)
       set btnQuickImpact::Size to new System.Drawing.Size(150 28)
       invoke btnQuickImpact::add_Click(
           new System.EventHandler(self::btnQuickImpact_Click))

       invoke splitSide::Panel1::Controls::Add(btnQuickRun)
       invoke splitSide::Panel1::Controls::Add(btnQuickControl)
       invoke splitSide::Panel1::Controls::Add(btnQuickSchedule)
       invoke splitSide::Panel1::Controls::Add(btnQuickImpact)

      *>
      *> txtLiveLog - mirrors the currently running job's output so
      *>
       set statusStrip1 to new System.Windows.Forms.StatusStrip()
       set statusStrip1::Name to "statusStrip1"
       set lblStatusEnvironment to
           new System.Windows.Forms.ToolStripStatusLabel()
       set lblStatusEnvironment::Text to ""
       set lblStatusEnvironment::ForeColor to
           type System.Drawing.Color::White
       set lblStatusJob to
           new System.Windows.Forms.ToolStripStatusLabel()
       set lblStatusJob::Text to "No job running"
       set lblStatusExceptions to
           new System.Windows.Forms.ToolStripStatusLabel()
       set lblStatusExceptions::Text to ""
       set lblStatusConsole to
           new System.Windows.Forms.ToolStripStatusLabel()
       set lblStatusConsole::Text to ""
       invoke statusStrip1::Items::Add(lblStatusEnvironment)
       invoke statusStrip1::Items::Add(lblStatusJob)
       invoke statusStrip1::Items::Add(lblStatusCheckpoint)
       invoke statusStrip1::Items::Add(statusProgressBar)
       invoke statusStrip1::Items::Add(lblStatusElapsed)
       invoke statusStrip1::Items::Add(lblStatusExceptions)
       invoke statusStrip1::Items::Add(lblStatusConsole)

      *>
      *> elapsedTimer
       set self::Name to "Form1"
       set self::Text to "Form1"
       invoke self::add_Load(new System.EventHandler(self::Form1_Load))
       invoke self::add_FormClosing(
           new System.Windows.Forms.FormClosingEventHandler(
               self::Form1_FormClosing))
       invoke self::ResumeLayout(False)
       end method.

