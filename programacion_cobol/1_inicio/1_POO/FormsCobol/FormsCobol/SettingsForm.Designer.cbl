       01 txtRetention  type System.Windows.Forms.TextBox.
       01 lblPackTo     type System.Windows.Forms.Label.
       01 txtPackTo     type System.Windows.Forms.TextBox.
       01 lblHeartbeat  type System.Windows.Forms.Label.
       01 txtHeartbeat  type System.Windows.Forms.TextBox.
       01 lblDiskLead   type System.Windows.Forms.Label.
       01 txtDiskLead   type System.Windows.Forms.TextBox.
       01 lblMonitorHost type System.Windows.Forms.Label.
       01 txtMonitorHost type System.Windows.Forms.TextBox.
       01 lblMonitorPort type System.Windows.Forms.Label.
       01 txtMonitorPort type System.Windows.Forms.TextBox.
       01 lblMonitorBeat type System.Windows.Forms.Label.
       01 txtMonitorBeat type System.Windows.Forms.TextBox.
       01 btnSave       type System.Windows.Forms.Button.
       01 btnCancel     type System.Windows.Forms.Button.

       set txtPackTo::Location to new System.Drawing.Point(150 312)
       set txtPackTo::Size to new System.Drawing.Size(260 22)

      *>
      *> lblHeartbeat / txtHeartbeat - how long the active console
      *> may go silent before a standby console raises the alarm
      *>
       set lblHeartbeat to new System.Windows.Forms.Label()
       set lblHeartbeat::Text to "Heartbeat missed (min):"
       set lblHeartbeat::Location to new System.Drawing.Point(10 344)
       set lblHeartbeat::Size to new System.Drawing.Size(135 20)

       set txtHeartbeat to new System.Windows.Forms.TextBox()
       set txtHeartbeat::Location to new System.Drawing.Point(150 342)
       set txtHeartbeat::Size to new System.Drawing.Size(50 22)

      *>
      *> lblDiskLead / txtDiskLead - how long before the night's
      *> first entry the disk space is checked
      *>
       set lblDiskLead to new System.Windows.Forms.Label()
       set lblDiskLead::Text to "Disk check lead (min):"
       set lblDiskLead::Location to new System.Drawing.Point(215 344)
       set lblDiskLead::Size to new System.Drawing.Size(135 20)

       set txtDiskLead to new System.Windows.Forms.TextBox()
       set txtDiskLead::Location to new System.Drawing.Point(355 342)
       set txtDiskLead::Size to new System.Drawing.Size(55 22)

      *>
      *> lblMonitorHost / txtMonitorHost / lblMonitorPort /
      *> txtMonitorPort / lblMonitorBeat / txtMonitorBeat - the
      *> syslog collector console events go to (blank = none) and
      *> how often the console's heartbeat event is sent
      *>
       set lblMonitorHost to new System.Windows.Forms.Label()
       set lblMonitorHost::Text to "Monitoring host:"
       set lblMonitorHost::Location to new System.Drawing.Point(10 374)
       set lblMonitorHost::Size to new System.Drawing.Size(130 20)

       set txtMonitorHost to new System.Windows.Forms.TextBox()
       set txtMonitorHost::Location to new System.Drawing.Point(150 372)
       set txtMonitorHost::Size to new System.Drawing.Size(150 22)

       set lblMonitorPort to new System.Windows.Forms.Label()
       set lblMonitorPort::Text to "Port:"
       set lblMonitorPort::Location to new System.Drawing.Point(315 374)
       set lblMonitorPort::Size to new System.Drawing.Size(35 20)

       set txtMonitorPort to new System.Windows.Forms.TextBox()
       set txtMonitorPort::Location to new System.Drawing.Point(355 372)
       set txtMonitorPort::Size to new System.Drawing.Size(55 22)

       set lblMonitorBeat to new System.Windows.Forms.Label()
       set lblMonitorBeat::Text to "Monitor heartbeat (min):"
       set lblMonitorBeat::Location to new System.Drawing.Point(10 404)
       set lblMonitorBeat::Size to new System.Drawing.Size(135 20)

       set txtMonitorBeat to new System.Windows.Forms.TextBox()
       set txtMonitorBeat::Location to new System.Drawing.Point(150 402)
       set txtMonitorBeat::Size to new System.Drawing.Size(50 22)

      *>
      *> btnSave / btnCancel
      *>
       set btnSave to new System.Windows.Forms.Button()
       set btnSave::Text to "Save"
       set btnSave::Location to new System.Drawing.Point(150 440)
       set btnSave::Size to new System.Drawing.Size(90 26)
       invoke btnSave::add_Click(
           new System.EventHandler(self::btnSave_Click))

       set btnCancel to new System.Windows.Forms.Button()
       set btnCancel::Text to "Cancel"
       set btnCancel::Location to new System.Drawing.Point(250 440)
       set btnCancel::Size to new System.Drawing.Size(90 26)
       invoke btnCancel::add_Click(
           new System.EventHandler(self::btnCancel_Click))
      *>
      *> SettingsForm
      *>
       set self::ClientSize to new System.Drawing.Size(424 482)
       invoke self::Controls::Add(lblJobsDir)
       invoke self::Controls::Add(txtJobsDir)
       invoke self::Controls::Add(lblStatusDir)
       invoke self::Controls::Add(txtRetention)
       invoke self::Controls::Add(lblPackTo)
       invoke self::Controls::Add(txtPackTo)
       invoke self::Controls::Add(lblHeartbeat)
       invoke self::Controls::Add(txtHeartbeat)
       invoke self::Controls::Add(lblDiskLead)
       invoke self::Controls::Add(txtDiskLead)
       invoke self::Controls::Add(lblMonitorHost)
       invoke self::Controls::Add(txtMonitorHost)
       invoke self::Controls::Add(lblMonitorPort)
       invoke self::Controls::Add(txtMonitorPort)
       invoke self::Controls::Add(lblMonitorBeat)
       invoke self::Controls::Add(txtMonitorBeat)
       invoke self::Controls::Add(btnSave)
       invoke self::Controls::Add(btnCancel)
       set self::FormBorderStyle to
