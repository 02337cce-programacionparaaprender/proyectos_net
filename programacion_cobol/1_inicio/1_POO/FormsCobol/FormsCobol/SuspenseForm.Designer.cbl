       class-id FormsCobol.SuspenseForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lvItems        type System.Windows.Forms.ListView.
       01 chkShowClosed  type System.Windows.Forms.CheckBox.
       01 lblSummary     type System.Windows.Forms.Label.
       01 lvFields       type System.Windows.Forms.ListView.
       01 lblField       type System.Windows.Forms.Label.
       01 cboField       type System.Windows.Forms.ComboBox.
       01 lblValue       type System.Windows.Forms.Label.
       01 txtValue       type System.Windows.Forms.TextBox.
       01 btnRepair      type System.Windows.Forms.Button.
       01 lblNote        type System.Windows.Forms.Label.
       01 txtNote        type System.Windows.Forms.TextBox.
       01 btnWriteOff    type System.Windows.Forms.Button.
       01 btnRefresh     type System.Windows.Forms.Button.
       01 btnClose       type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lvItems - one row per suspense item, with its age in days
      *>
       set lvItems to new System.Windows.Forms.ListView()
       set lvItems::View to
           type System.Windows.Forms.View::Details
       set lvItems::FullRowSelect to True
       set lvItems::MultiSelect to False
       set lvItems::HideSelection to False
       set lvItems::Location to new System.Drawing.Point(10 10)
       set lvItems::Size to new System.Drawing.Size(810 210)
       invoke lvItems::Columns::Add("Id" 40)
       invoke lvItems::Columns::Add("Job" 100)
       invoke lvItems::Columns::Add("Bus Date" 75)
       invoke lvItems::Columns::Add("Age" 40)
       invoke lvItems::Columns::Add("State" 85)
       invoke lvItems::Columns::Add("Amount" 85)
       invoke lvItems::Columns::Add("Reason" 230)
       invoke lvItems::Columns::Add("Source" 150)
       set lvItems::Name to "lvItems"
       invoke lvItems::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvItems_SelectedIndexChanged))

      *>
      *> chkShowClosed / lblSummary
      *>
       set chkShowClosed to new System.Windows.Forms.CheckBox()
       set chkShowClosed::Text to "Show recycled and written-off"
       set chkShowClosed::Location to new System.Drawing.Point(10 226)
       set chkShowClosed::Size to new System.Drawing.Size(200 22)
       invoke chkShowClosed::add_CheckedChanged(
           new System.EventHandler(self::chkShowClosed_CheckedChanged))

       set lblSummary to new System.Windows.Forms.Label()
       set lblSummary::Text to ""
       set lblSummary::Location to new System.Drawing.Point(220 229)
       set lblSummary::Size to new System.Drawing.Size(400 20)

      *>
      *> lvFields - the selected item's record, field by field
      *>
       set lvFields to new System.Windows.Forms.ListView()
       set lvFields::View to
           type System.Windows.Forms.View::Details
       set lvFields::FullRowSelect to True
       set lvFields::Location to new System.Drawing.Point(10 254)
       set lvFields::Size to new System.Drawing.Size(420 170)
       invoke lvFields::Columns::Add("Field" 160)
       invoke lvFields::Columns::Add("Value" 240)

      *>
      *> lblField / cboField / lblValue / txtValue / btnRepair -
      *> the repair, approved by a supervisor
      *>
       set lblField to new System.Windows.Forms.Label()
       set lblField::Text to "Field:"
       set lblField::Location to new System.Drawing.Point(445 257)
       set lblField::Size to new System.Drawing.Size(60 20)

       set cboField to new System.Windows.Forms.ComboBox()
       set cboField::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboField::Location to new System.Drawing.Point(510 254)
       set cboField::Size to new System.Drawing.Size(200 22)

       set lblValue to new System.Windows.Forms.Label()
       set lblValue::Text to "New value:"
       set lblValue::Location to new System.Drawing.Point(445 285)
       set lblValue::Size to new System.Drawing.Size(65 20)

       set txtValue to new System.Windows.Forms.TextBox()
       set txtValue::Location to new System.Drawing.Point(510 282)
       set txtValue::Size to new System.Drawing.Size(200 22)

       set btnRepair to new System.Windows.Forms.Button()
       set btnRepair::Text to "Repair..."
       set btnRepair::Location to new System.Drawing.Point(720 280)
       set btnRepair::Size to new System.Drawing.Size(100 26)
       invoke btnRepair::add_Click(
           new System.EventHandler(self::btnRepair_Click))

      *>
      *> lblNote / txtNote / btnWriteOff - the write-off and why
      *>
       set lblNote to new System.Windows.Forms.Label()
       set lblNote::Text to "Reason:"
       set lblNote::Location to new System.Drawing.Point(445 333)
       set lblNote::Size to new System.Drawing.Size(60 20)

       set txtNote to new System.Windows.Forms.TextBox()
       set txtNote::Location to new System.Drawing.Point(510 330)
       set txtNote::Size to new System.Drawing.Size(200 22)

       set btnWriteOff to new System.Windows.Forms.Button()
       set btnWriteOff::Text to "Write Off..."
       set btnWriteOff::Location to new System.Drawing.Point(720 328)
       set btnWriteOff::Size to new System.Drawing.Size(100 26)
       invoke btnWriteOff::add_Click(
           new System.EventHandler(self::btnWriteOff_Click))

      *>
      *> btnRefresh / btnClose
      *>
       set btnRefresh to new System.Windows.Forms.Button()
       set btnRefresh::Text to "Refresh"
       set btnRefresh::Location to new System.Drawing.Point(10 434)
       set btnRefresh::Size to new System.Drawing.Size(90 26)
       invoke btnRefresh::add_Click(
           new System.EventHandler(self::btnRefresh_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(730 434)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> SuspenseForm
      *>
       set self::ClientSize to new System.Drawing.Size(830 470)
       invoke self::Controls::Add(lvItems)
       invoke self::Controls::Add(chkShowClosed)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(lvFields)
       invoke self::Controls::Add(lblField)
       invoke self::Controls::Add(cboField)
       invoke self::Controls::Add(lblValue)
       invoke self::Controls::Add(txtValue)
       invoke self::Controls::Add(btnRepair)
       invoke self::Controls::Add(lblNote)
       invoke self::Controls::Add(txtNote)
       invoke self::Controls::Add(btnWriteOff)
       invoke self::Controls::Add(btnRefresh)
       invoke self::Controls::Add(btnClose)
       set self::Name to "SuspenseForm"
       set self::Text to "Suspense"
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
