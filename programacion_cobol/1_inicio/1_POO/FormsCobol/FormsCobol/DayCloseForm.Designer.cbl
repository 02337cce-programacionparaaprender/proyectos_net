       01 lblWaiveReason type System.Windows.Forms.Label.
       01 txtWaiveReason type System.Windows.Forms.TextBox.
       01 btnWaive       type System.Windows.Forms.Button.
       01 btnWaiveAck    type System.Windows.Forms.Button.
       01 lblSupervisorId type System.Windows.Forms.Label.
       01 txtSupervisorId type System.Windows.Forms.TextBox.
       01 lblSupervisorPassword type System.Windows.Forms.Label.

      *>
      *> lblWaiveFeed / txtWaiveFeed / lblWaiveReason /
      *> txtWaiveReason / btnWaive / btnWaiveAck - operator-recorded
      *> waiver for a feed that will not arrive for the date, or a
      *> supervisor's for an outbound acknowledgement that will not
      *> come
      *>
       set lblWaiveFeed to new System.Windows.Forms.Label()
       set lblWaiveFeed::Text to "Waive feed:"
       set txtWaiveReason to new System.Windows.Forms.TextBox()
       set txtWaiveReason::Location to
           new System.Drawing.Point(260 274)
       set txtWaiveReason::Size to new System.Drawing.Size(120 22)

       set btnWaive to new System.Windows.Forms.Button()
       set btnWaive::Text to "Waive"
       set btnWaive::Location to new System.Drawing.Point(385 273)
       set btnWaive::Size to new System.Drawing.Size(90 24)
       invoke btnWaive::add_Click(
           new System.EventHandler(self::btnWaive_Click))

       set btnWaiveAck to new System.Windows.Forms.Button()
       set btnWaiveAck::Text to "Waive Ack"
       set btnWaiveAck::Location to new System.Drawing.Point(480 273)
       set btnWaiveAck::Size to new System.Drawing.Size(90 24)
       invoke btnWaiveAck::add_Click(
           new System.EventHandler(self::btnWaiveAck_Click))

      *>
      *> lblSupervisorId / txtSupervisorId / lblSupervisorPassword /
      *> txtSupervisorPassword / btnCloseDay - the sign-off itself,
       invoke self::Controls::Add(lblWaiveReason)
       invoke self::Controls::Add(txtWaiveReason)
       invoke self::Controls::Add(btnWaive)
       invoke self::Controls::Add(btnWaiveAck)
       invoke self::Controls::Add(lblSupervisorId)
       invoke self::Controls::Add(txtSupervisorId)
       invoke self::Controls::Add(lblSupervisorPassword)
