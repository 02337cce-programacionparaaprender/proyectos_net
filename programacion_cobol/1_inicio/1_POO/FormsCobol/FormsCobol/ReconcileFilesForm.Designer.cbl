       01 btnCompare       type System.Windows.Forms.Button.
       01 lvDiffs          type System.Windows.Forms.ListView.
       01 lblSummary       type System.Windows.Forms.Label.
       01 lblUnmask        type System.Windows.Forms.Label.
       01 txtUnmaskReason  type System.Windows.Forms.TextBox.
       01 btnUnmask        type System.Windows.Forms.Button.
       01 btnExportCsv     type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       set lblSummary::Location to new System.Drawing.Point(10 400)
       set lblSummary::Size to new System.Drawing.Size(480 20)

      *>
      *> lblUnmask / txtUnmaskReason / btnUnmask - a supervisor lifts
      *> the sensitive-field masks on the grid, with a reason
      *>
       set lblUnmask to new System.Windows.Forms.Label()
       set lblUnmask::Text to "Unmask reason:"
       set lblUnmask::Location to new System.Drawing.Point(10 434)
       set lblUnmask::Size to new System.Drawing.Size(90 20)

       set txtUnmaskReason to new System.Windows.Forms.TextBox()
       set txtUnmaskReason::Location to
           new System.Drawing.Point(105 431)
       set txtUnmaskReason::Size to new System.Drawing.Size(170 22)

       set btnUnmask to new System.Windows.Forms.Button()
       set btnUnmask::Text to "Unmask..."
       set btnUnmask::Location to new System.Drawing.Point(280 430)
       set btnUnmask::Size to new System.Drawing.Size(100 26)
       set btnUnmask::Enabled to False
       invoke btnUnmask::add_Click(
           new System.EventHandler(self::btnUnmask_Click))

      *>
      *> btnExportCsv
      *>
       invoke self::Controls::Add(btnCompare)
       invoke self::Controls::Add(lvDiffs)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(lblUnmask)
       invoke self::Controls::Add(txtUnmaskReason)
       invoke self::Controls::Add(btnUnmask)
       invoke self::Controls::Add(btnExportCsv)
       invoke self::Controls::Add(btnClose)
       set self::Name to "ReconcileFilesForm"
