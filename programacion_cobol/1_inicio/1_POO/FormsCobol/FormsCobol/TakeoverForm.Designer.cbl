       class-id FormsCobol.TakeoverForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblActive        type System.Windows.Forms.Label.
       01 lblHeartbeat     type System.Windows.Forms.Label.
       01 lblSupervisorId  type System.Windows.Forms.Label.
       01 txtSupervisorId  type System.Windows.Forms.TextBox.
       01 lblPassword      type System.Windows.Forms.Label.
       01 txtPassword      type System.Windows.Forms.TextBox.
       01 btnTakeOver      type System.Windows.Forms.Button.
       01 lblRunning       type System.Windows.Forms.Label.
       01 lvRunning        type System.Windows.Forms.ListView.
       01 btnAbandon       type System.Windows.Forms.Button.
       01 btnJobControl    type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblActive / lblHeartbeat - who holds the night and when it
      *> was last heard from
      *>
       set lblActive to new System.Windows.Forms.Label()
       set lblActive::Text to ""
       set lblActive::Location to new System.Drawing.Point(10 10)
       set lblActive::Size to new System.Drawing.Size(640 20)

       set lblHeartbeat to new System.Windows.Forms.Label()
       set lblHeartbeat::Text to ""
       set lblHeartbeat::Location to new System.Drawing.Point(10 32)
       set lblHeartbeat::Size to new System.Drawing.Size(640 20)

      *>
      *> lblSupervisorId / txtSupervisorId / lblPassword /
      *> txtPassword / btnTakeOver - the supervisor's own credentials
      *>
       set lblSupervisorId to new System.Windows.Forms.Label()
       set lblSupervisorId::Text to "Supervisor ID:"
       set lblSupervisorId::Location to new System.Drawing.Point(10 65)
       set lblSupervisorId::Size to new System.Drawing.Size(90 20)

       set txtSupervisorId to new System.Windows.Forms.TextBox()
       set txtSupervisorId::Location to
           new System.Drawing.Point(105 62)
       set txtSupervisorId::Size to new System.Drawing.Size(120 20)

       set lblPassword to new System.Windows.Forms.Label()
       set lblPassword::Text to "Password:"
       set lblPassword::Location to new System.Drawing.Point(240 65)
       set lblPassword::Size to new System.Drawing.Size(70 20)

       set txtPassword to new System.Windows.Forms.TextBox()
       set txtPassword::Location to new System.Drawing.Point(315 62)
       set txtPassword::Size to new System.Drawing.Size(120 20)
       set txtPassword::PasswordChar to "*"

       set btnTakeOver to new System.Windows.Forms.Button()
       set btnTakeOver::Text to "Take Over..."
       set btnTakeOver::Location to new System.Drawing.Point(450 60)
       set btnTakeOver::Size to new System.Drawing.Size(100 24)
       invoke btnTakeOver::add_Click(
           new System.EventHandler(self::btnTakeOver_Click))

      *>
      *> lblRunning / lvRunning - jobs still RUNNING on the status
      *> file, each needing a restart decision
      *>
       set lblRunning to new System.Windows.Forms.Label()
       set lblRunning::Text to
           "Jobs still RUNNING - decide on each before restarting:"
       set lblRunning::Location to new System.Drawing.Point(10 98)
       set lblRunning::Size to new System.Drawing.Size(400 20)

       set lvRunning to new System.Windows.Forms.ListView()
       set lvRunning::Location to new System.Drawing.Point(10 118)
       set lvRunning::Size to new System.Drawing.Size(640 220)
       set lvRunning::View to
           type System.Windows.Forms.View::Details
       set lvRunning::FullRowSelect to True
       set lvRunning::MultiSelect to False
       invoke lvRunning::Columns::Add("Job" 150)
       invoke lvRunning::Columns::Add("Checkpoint" 110)
       invoke lvRunning::Columns::Add("RC" 50)
       invoke lvRunning::Columns::Add("Last update" 140)
       invoke lvRunning::Columns::Add("On last heartbeat" 120)

      *>
      *> btnAbandon / btnJobControl / btnClose
      *>
       set btnAbandon to new System.Windows.Forms.Button()
       set btnAbandon::Text to "Mark Abandoned..."
       set btnAbandon::Location to new System.Drawing.Point(10 348)
       set btnAbandon::Size to new System.Drawing.Size(120 26)
       invoke btnAbandon::add_Click(
           new System.EventHandler(self::btnAbandon_Click))

       set btnJobControl to new System.Windows.Forms.Button()
       set btnJobControl::Text to "Job Control..."
       set btnJobControl::Location to new System.Drawing.Point(140 348)
       set btnJobControl::Size to new System.Drawing.Size(110 26)
       invoke btnJobControl::add_Click(
           new System.EventHandler(self::btnJobControl_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(560 348)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> TakeoverForm
      *>
       set self::ClientSize to new System.Drawing.Size(660 384)
       invoke self::Controls::Add(lblActive)
       invoke self::Controls::Add(lblHeartbeat)
       invoke self::Controls::Add(lblSupervisorId)
       invoke self::Controls::Add(txtSupervisorId)
       invoke self::Controls::Add(lblPassword)
       invoke self::Controls::Add(txtPassword)
       invoke self::Controls::Add(btnTakeOver)
       invoke self::Controls::Add(lblRunning)
       invoke self::Controls::Add(lvRunning)
       invoke self::Controls::Add(btnAbandon)
       invoke self::Controls::Add(btnJobControl)
       invoke self::Controls::Add(btnClose)
       set self::Name to "TakeoverForm"
       set self::Text to "Take Over Night Console"
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
