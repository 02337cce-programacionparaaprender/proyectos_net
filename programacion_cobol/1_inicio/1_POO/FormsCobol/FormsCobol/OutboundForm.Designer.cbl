       01 txtCutoff       type System.Windows.Forms.TextBox.
       01 lblProducingJob type System.Windows.Forms.Label.
       01 txtProducingJob type System.Windows.Forms.TextBox.
       01 lblAckDir       type System.Windows.Forms.Label.
       01 txtAckDir       type System.Windows.Forms.TextBox.
       01 btnBrowseAck    type System.Windows.Forms.Button.
       01 lblAckPattern   type System.Windows.Forms.Label.
       01 txtAckPattern   type System.Windows.Forms.TextBox.
       01 lblAckDeadline  type System.Windows.Forms.Label.
       01 txtAckDeadline  type System.Windows.Forms.TextBox.
       01 lblAckCopybook  type System.Windows.Forms.Label.
       01 txtAckCopybook  type System.Windows.Forms.TextBox.
       01 btnBrowseAckCopybook type System.Windows.Forms.Button.
       01 lblAcceptedField type System.Windows.Forms.Label.
       01 txtAcceptedField type System.Windows.Forms.TextBox.
       01 lblRejectedField type System.Windows.Forms.Label.
       01 txtRejectedField type System.Windows.Forms.TextBox.
       01 btnAdd          type System.Windows.Forms.Button.
       01 btnRemove       type System.Windows.Forms.Button.
       01 btnRedeliver    type System.Windows.Forms.Button.
       invoke lvFeeds::Columns::Add("Cutoff" 55)
       invoke lvFeeds::Columns::Add("Producing Job" 100)
       invoke lvFeeds::Columns::Add("Today" 50)
       invoke lvFeeds::Columns::Add("Ack" 190)
       set lvFeeds::Name to "lvFeeds"

      *>
           new System.Drawing.Point(105 290)
       set txtProducingJob::Size to new System.Drawing.Size(140 22)

      *>
      *> lblAckDir / txtAckDir / btnBrowseAck / lblAckPattern /
      *> txtAckPattern / lblAckDeadline / txtAckDeadline - where the
      *> far end's acknowledgement lands, its name and when it is due
      *>
       set lblAckDir to new System.Windows.Forms.Label()
       set lblAckDir::Text to "Ack from:"
       set lblAckDir::Location to new System.Drawing.Point(10 322)
       set lblAckDir::Size to new System.Drawing.Size(65 20)

       set txtAckDir to new System.Windows.Forms.TextBox()
       set txtAckDir::Location to new System.Drawing.Point(80 320)
       set txtAckDir::Size to new System.Drawing.Size(200 22)

       set btnBrowseAck to new System.Windows.Forms.Button()
       set btnBrowseAck::Text to "..."
       set btnBrowseAck::Location to new System.Drawing.Point(285 319)
       set btnBrowseAck::Size to new System.Drawing.Size(30 24)
       invoke btnBrowseAck::add_Click(
           new System.EventHandler(self::btnBrowseAck_Click))

       set lblAckPattern to new System.Windows.Forms.Label()
       set lblAckPattern::Text to "Pattern:"
       set lblAckPattern::Location to new System.Drawing.Point(325 322)
       set lblAckPattern::Size to new System.Drawing.Size(60 20)

       set txtAckPattern to new System.Windows.Forms.TextBox()
       set txtAckPattern::Location to new System.Drawing.Point(390 320)
       set txtAckPattern::Size to new System.Drawing.Size(90 22)

       set lblAckDeadline to new System.Windows.Forms.Label()
       set lblAckDeadline::Text to "Ack by:"
       set lblAckDeadline::Location to
           new System.Drawing.Point(490 322)
       set lblAckDeadline::Size to new System.Drawing.Size(60 20)

       set txtAckDeadline to new System.Windows.Forms.TextBox()
       set txtAckDeadline::Location to
           new System.Drawing.Point(555 320)
       set txtAckDeadline::Size to new System.Drawing.Size(50 22)

      *>
      *> lblAckCopybook / txtAckCopybook / btnBrowseAckCopybook /
      *> lblAcceptedField / txtAcceptedField / lblRejectedField /
      *> txtRejectedField - the acknowledgement's record layout and
      *> the fields holding its accepted and rejected counts
      *>
       set lblAckCopybook to new System.Windows.Forms.Label()
       set lblAckCopybook::Text to "Ack layout:"
       set lblAckCopybook::Location to
           new System.Drawing.Point(10 352)
       set lblAckCopybook::Size to new System.Drawing.Size(65 20)

       set txtAckCopybook to new System.Windows.Forms.TextBox()
       set txtAckCopybook::Location to
           new System.Drawing.Point(80 350)
       set txtAckCopybook::Size to new System.Drawing.Size(200 22)

       set btnBrowseAckCopybook to new System.Windows.Forms.Button()
       set btnBrowseAckCopybook::Text to "..."
       set btnBrowseAckCopybook::Location to
           new System.Drawing.Point(285 349)
       set btnBrowseAckCopybook::Size to
           new System.Drawing.Size(30 24)
       invoke btnBrowseAckCopybook::add_Click(
           new System.EventHandler(self::btnBrowseAckCopybook_Click))

       set lblAcceptedField to new System.Windows.Forms.Label()
       set lblAcceptedField::Text to "Accepted:"
       set lblAcceptedField::Location to
           new System.Drawing.Point(325 352)
       set lblAcceptedField::Size to new System.Drawing.Size(60 20)

       set txtAcceptedField to new System.Windows.Forms.TextBox()
       set txtAcceptedField::Location to
           new System.Drawing.Point(390 350)
       set txtAcceptedField::Size to new System.Drawing.Size(90 22)

       set lblRejectedField to new System.Windows.Forms.Label()
       set lblRejectedField::Text to "Rejected:"
       set lblRejectedField::Location to
           new System.Drawing.Point(490 352)
       set lblRejectedField::Size to new System.Drawing.Size(60 20)

       set txtRejectedField to new System.Windows.Forms.TextBox()
       set txtRejectedField::Location to
           new System.Drawing.Point(555 350)
       set txtRejectedField::Size to new System.Drawing.Size(75 22)

      *>
      *> btnAdd / btnRemove / btnRedeliver / btnRefresh / btnClose
      *>
       set btnAdd to new System.Windows.Forms.Button()
       set btnAdd::Text to "Add Feed"
       set btnAdd::Location to new System.Drawing.Point(10 385)
       set btnAdd::Size to new System.Drawing.Size(90 26)
       invoke btnAdd::add_Click(
           new System.EventHandler(self::btnAdd_Click))

       set btnRemove to new System.Windows.Forms.Button()
       set btnRemove::Text to "Remove"
       set btnRemove::Location to new System.Drawing.Point(110 385)
       set btnRemove::Size to new System.Drawing.Size(90 26)
       invoke btnRemove::add_Click(
           new System.EventHandler(self::btnRemove_Click))

       set btnRedeliver to new System.Windows.Forms.Button()
       set btnRedeliver::Text to "Redeliver"
       set btnRedeliver::Location to new System.Drawing.Point(210 385)
       set btnRedeliver::Size to new System.Drawing.Size(90 26)
       invoke btnRedeliver::add_Click(
           new System.EventHandler(self::btnRedeliver_Click))

       set btnRefresh to new System.Windows.Forms.Button()
       set btnRefresh::Text to "Refresh"
       set btnRefresh::Location to new System.Drawing.Point(310 385)
       set btnRefresh::Size to new System.Drawing.Size(90 26)
       invoke btnRefresh::add_Click(
           new System.EventHandler(self::btnRefresh_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(540 385)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))
      *>
      *> OutboundForm
      *>
       set self::ClientSize to new System.Drawing.Size(640 422)
       invoke self::Controls::Add(lvFeeds)
       invoke self::Controls::Add(lblFeedName)
       invoke self::Controls::Add(txtFeedName)
       invoke self::Controls::Add(txtCutoff)
       invoke self::Controls::Add(lblProducingJob)
       invoke self::Controls::Add(txtProducingJob)
       invoke self::Controls::Add(lblAckDir)
       invoke self::Controls::Add(txtAckDir)
       invoke self::Controls::Add(btnBrowseAck)
       invoke self::Controls::Add(lblAckPattern)
       invoke self::Controls::Add(txtAckPattern)
       invoke self::Controls::Add(lblAckDeadline)
       invoke self::Controls::Add(txtAckDeadline)
       invoke self::Controls::Add(lblAckCopybook)
       invoke self::Controls::Add(txtAckCopybook)
       invoke self::Controls::Add(btnBrowseAckCopybook)
       invoke self::Controls::Add(lblAcceptedField)
       invoke self::Controls::Add(txtAcceptedField)
       invoke self::Controls::Add(lblRejectedField)
       invoke self::Controls::Add(txtRejectedField)
       invoke self::Controls::Add(btnAdd)
       invoke self::Controls::Add(btnRemove)
       invoke self::Controls::Add(btnRedeliver)
