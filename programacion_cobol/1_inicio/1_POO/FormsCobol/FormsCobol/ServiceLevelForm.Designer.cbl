       class-id FormsCobol.ServiceLevelForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 tabControl        type System.Windows.Forms.TabControl.
       01 tabReport         type System.Windows.Forms.TabPage.
       01 tabTargets        type System.Windows.Forms.TabPage.
       01 lblMonth          type System.Windows.Forms.Label.
       01 txtMonth          type System.Windows.Forms.TextBox.
       01 btnMonth          type System.Windows.Forms.Button.
       01 lblFrom           type System.Windows.Forms.Label.
       01 txtFrom           type System.Windows.Forms.TextBox.
       01 lblTo             type System.Windows.Forms.Label.
       01 txtTo             type System.Windows.Forms.TextBox.
       01 btnRange          type System.Windows.Forms.Button.
       01 lstReport         type System.Windows.Forms.ListBox.
       01 btnPrint          type System.Windows.Forms.Button.
       01 btnCsv            type System.Windows.Forms.Button.
       01 btnFile           type System.Windows.Forms.Button.
       01 lvTargets         type System.Windows.Forms.ListView.
       01 lblTargetNote     type System.Windows.Forms.Label.
       01 lblTargetName     type System.Windows.Forms.Label.
       01 txtTargetName     type System.Windows.Forms.TextBox.
       01 lblTargetDeadline type System.Windows.Forms.Label.
       01 txtTargetDeadline type System.Windows.Forms.TextBox.
       01 lblTargetPercent  type System.Windows.Forms.Label.
       01 txtTargetPercent  type System.Windows.Forms.TextBox.
       01 btnAddTarget      type System.Windows.Forms.Button.
       01 btnRemoveTarget   type System.Windows.Forms.Button.
       01 btnClose          type System.Windows.Forms.Button.
       01 printDoc          type System.Drawing.Printing.PrintDocument.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> tabControl - the report itself on one tab, the agreed
      *> targets it is measured against on the other
      *>
       set tabControl to new System.Windows.Forms.TabControl()
       set tabControl::Dock to
           type System.Windows.Forms.DockStyle::Top
       set tabControl::Height to 440
       set tabControl::Name to "tabControl"

       set tabReport to new System.Windows.Forms.TabPage()
       set tabReport::Text to "Report"
       set tabTargets to new System.Windows.Forms.TabPage()
       set tabTargets::Text to "Targets"

      *>
      *> lblMonth / txtMonth / btnMonth
      *>
       set lblMonth to new System.Windows.Forms.Label()
       set lblMonth::Text to "Month (yyyyMM):"
       set lblMonth::Location to new System.Drawing.Point(10 11)
       set lblMonth::Size to new System.Drawing.Size(105 20)
       invoke tabReport::Controls::Add(lblMonth)

       set txtMonth to new System.Windows.Forms.TextBox()
       set txtMonth::Location to new System.Drawing.Point(120 8)
       set txtMonth::Size to new System.Drawing.Size(70 22)
       set txtMonth::MaxLength to 6
       invoke tabReport::Controls::Add(txtMonth)

       set btnMonth to new System.Windows.Forms.Button()
       set btnMonth::Text to "Show Month"
       set btnMonth::Location to new System.Drawing.Point(200 6)
       set btnMonth::Size to new System.Drawing.Size(95 26)
       invoke btnMonth::add_Click(
           new System.EventHandler(self::btnMonth_Click))
       invoke tabReport::Controls::Add(btnMonth)

      *>
      *> lblFrom / txtFrom / lblTo / txtTo / btnRange
      *>
       set lblFrom to new System.Windows.Forms.Label()
       set lblFrom::Text to "or From (yyyyMMdd):"
       set lblFrom::Location to new System.Drawing.Point(315 11)
       set lblFrom::Size to new System.Drawing.Size(125 20)
       invoke tabReport::Controls::Add(lblFrom)

       set txtFrom to new System.Windows.Forms.TextBox()
       set txtFrom::Location to new System.Drawing.Point(445 8)
       set txtFrom::Size to new System.Drawing.Size(75 22)
       set txtFrom::MaxLength to 8
       invoke tabReport::Controls::Add(txtFrom)

       set lblTo to new System.Windows.Forms.Label()
       set lblTo::Text to "To:"
       set lblTo::Location to new System.Drawing.Point(530 11)
       set lblTo::Size to new System.Drawing.Size(25 20)
       invoke tabReport::Controls::Add(lblTo)

       set txtTo to new System.Windows.Forms.TextBox()
       set txtTo::Location to new System.Drawing.Point(560 8)
       set txtTo::Size to new System.Drawing.Size(75 22)
       set txtTo::MaxLength to 8
       invoke tabReport::Controls::Add(txtTo)

       set btnRange to new System.Windows.Forms.Button()
       set btnRange::Text to "Show Range"
       set btnRange::Location to new System.Drawing.Point(645 6)
       set btnRange::Size to new System.Drawing.Size(95 26)
       invoke btnRange::add_Click(
           new System.EventHandler(self::btnRange_Click))
       invoke tabReport::Controls::Add(btnRange)

      *>
      *> lstReport
      *>
       set lstReport to new System.Windows.Forms.ListBox()
       set lstReport::Location to new System.Drawing.Point(10 40)
       set lstReport::Size to new System.Drawing.Size(850 330)
       set lstReport::Font to new System.Drawing.Font("Consolas" 9)
       set lstReport::HorizontalScrollbar to True
       set lstReport::Name to "lstReport"
       invoke tabReport::Controls::Add(lstReport)

      *>
      *> btnPrint / btnCsv / btnFile
      *>
       set btnPrint to new System.Windows.Forms.Button()
       set btnPrint::Text to "Print..."
       set btnPrint::Location to new System.Drawing.Point(10 378)
       set btnPrint::Size to new System.Drawing.Size(90 26)
       invoke btnPrint::add_Click(
           new System.EventHandler(self::btnPrint_Click))
       invoke tabReport::Controls::Add(btnPrint)

       set btnCsv to new System.Windows.Forms.Button()
       set btnCsv::Text to "Export CSV..."
       set btnCsv::Location to new System.Drawing.Point(110 378)
       set btnCsv::Size to new System.Drawing.Size(100 26)
       invoke btnCsv::add_Click(
           new System.EventHandler(self::btnCsv_Click))
       invoke tabReport::Controls::Add(btnCsv)

       set btnFile to new System.Windows.Forms.Button()
       set btnFile::Text to "File to Reports"
       set btnFile::Location to new System.Drawing.Point(220 378)
       set btnFile::Size to new System.Drawing.Size(120 26)
       invoke btnFile::add_Click(
           new System.EventHandler(self::btnFile_Click))
       invoke tabReport::Controls::Add(btnFile)

      *>
      *> lvTargets / lblTargetNote
      *>
       set lvTargets to new System.Windows.Forms.ListView()
       set lvTargets::View to type System.Windows.Forms.View::Details
       set lvTargets::FullRowSelect to True
       set lvTargets::MultiSelect to False
       set lvTargets::Location to new System.Drawing.Point(10 10)
       set lvTargets::Size to new System.Drawing.Size(480 290)
       invoke lvTargets::Columns::Add("Job or Feed" 200)
       invoke lvTargets::Columns::Add("Finish By" 100)
       invoke lvTargets::Columns::Add("Target %" 100)
       set lvTargets::Name to "lvTargets"
       invoke tabTargets::Controls::Add(lvTargets)

       set lblTargetNote to new System.Windows.Forms.Label()
       set lblTargetNote::Text to
           "A job is on time when it ends with RC 0 by its finish " +
           "time (the batch window end when none is given). A " +
           "feed is measured against its own cutoff or latest " +
           "arrival - leave Finish By blank for a feed. Targets " +
           "take effect once a second supervisor approves them."
       set lblTargetNote::Location to new System.Drawing.Point(505 10)
       set lblTargetNote::Size to new System.Drawing.Size(350 110)
       invoke tabTargets::Controls::Add(lblTargetNote)

      *>
      *> target entry fields and buttons
      *>
       set lblTargetName to new System.Windows.Forms.Label()
       set lblTargetName::Text to "Job or feed:"
       set lblTargetName::Location to new System.Drawing.Point(10 313)
       set lblTargetName::Size to new System.Drawing.Size(110 20)
       invoke tabTargets::Controls::Add(lblTargetName)

       set txtTargetName to new System.Windows.Forms.TextBox()
       set txtTargetName::Location to new System.Drawing.Point(125 310)
       set txtTargetName::Size to new System.Drawing.Size(160 22)
       set txtTargetName::MaxLength to 20
       invoke tabTargets::Controls::Add(txtTargetName)

       set lblTargetDeadline to new System.Windows.Forms.Label()
       set lblTargetDeadline::Text to "Finish by (HH:mm):"
       set lblTargetDeadline::Location to
           new System.Drawing.Point(10 343)
       set lblTargetDeadline::Size to new System.Drawing.Size(110 20)
       invoke tabTargets::Controls::Add(lblTargetDeadline)

       set txtTargetDeadline to new System.Windows.Forms.TextBox()
       set txtTargetDeadline::Location to
           new System.Drawing.Point(125 340)
       set txtTargetDeadline::Size to new System.Drawing.Size(60 22)
       set txtTargetDeadline::MaxLength to 5
       invoke tabTargets::Controls::Add(txtTargetDeadline)

       set lblTargetPercent to new System.Windows.Forms.Label()
       set lblTargetPercent::Text to "Target %:"
       set lblTargetPercent::Location to
           new System.Drawing.Point(200 343)
       set lblTargetPercent::Size to new System.Drawing.Size(60 20)
       invoke tabTargets::Controls::Add(lblTargetPercent)

       set txtTargetPercent to new System.Windows.Forms.TextBox()
       set txtTargetPercent::Location to
           new System.Drawing.Point(265 340)
       set txtTargetPercent::Size to new System.Drawing.Size(60 22)
       set txtTargetPercent::MaxLength to 6
       invoke tabTargets::Controls::Add(txtTargetPercent)

       set btnAddTarget to new System.Windows.Forms.Button()
       set btnAddTarget::Text to "Declare Target"
       set btnAddTarget::Location to new System.Drawing.Point(10 375)
       set btnAddTarget::Size to new System.Drawing.Size(120 26)
       invoke btnAddTarget::add_Click(
           new System.EventHandler(self::btnAddTarget_Click))
       invoke tabTargets::Controls::Add(btnAddTarget)

       set btnRemoveTarget to new System.Windows.Forms.Button()
       set btnRemoveTarget::Text to "Remove Selected"
       set btnRemoveTarget::Location to
           new System.Drawing.Point(140 375)
       set btnRemoveTarget::Size to new System.Drawing.Size(120 26)
       invoke btnRemoveTarget::add_Click(
           new System.EventHandler(self::btnRemoveTarget_Click))
       invoke tabTargets::Controls::Add(btnRemoveTarget)

       invoke tabControl::TabPages::Add(tabReport)
       invoke tabControl::TabPages::Add(tabTargets)

      *>
      *> btnClose
      *>
       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(780 446)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> printDoc
      *>
       set printDoc to new System.Drawing.Printing.PrintDocument()
       invoke printDoc::add_PrintPage(
           new System.Drawing.Printing.PrintPageEventHandler(
               self::printDoc_PrintPage))

      *>
      *> ServiceLevelForm
      *>
       set self::ClientSize to new System.Drawing.Size(880 480)
       invoke self::Controls::Add(tabControl)
       invoke self::Controls::Add(btnClose)
       set self::CancelButton to btnClose
       set self::Name to "ServiceLevelForm"
       set self::Text to "Service-Level Report"
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
