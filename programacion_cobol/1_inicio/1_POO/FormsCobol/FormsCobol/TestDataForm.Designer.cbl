       class-id FormsCobol.TestDataForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblJob           type System.Windows.Forms.Label.
       01 txtJob           type System.Windows.Forms.TextBox.
       01 btnLoadJob       type System.Windows.Forms.Button.
       01 lblDataHead      type System.Windows.Forms.Label.
       01 lblDataCopybook  type System.Windows.Forms.Label.
       01 txtDataCopybook  type System.Windows.Forms.TextBox.
       01 btnBrowseDataCopybook type System.Windows.Forms.Button.
       01 lblDataRules     type System.Windows.Forms.Label.
       01 txtDataRules     type System.Windows.Forms.TextBox.
       01 btnBrowseDataRules type System.Windows.Forms.Button.
       01 lblDataOut       type System.Windows.Forms.Label.
       01 txtDataOut       type System.Windows.Forms.TextBox.
       01 btnBrowseDataOut type System.Windows.Forms.Button.
       01 lblDataCount     type System.Windows.Forms.Label.
       01 txtDataCount     type System.Windows.Forms.TextBox.
       01 chkTransactions  type System.Windows.Forms.CheckBox.
       01 lblTranCopybook  type System.Windows.Forms.Label.
       01 txtTranCopybook  type System.Windows.Forms.TextBox.
       01 btnBrowseTranCopybook type System.Windows.Forms.Button.
       01 lblTranRules     type System.Windows.Forms.Label.
       01 txtTranRules     type System.Windows.Forms.TextBox.
       01 btnBrowseTranRules type System.Windows.Forms.Button.
       01 lblTranOut       type System.Windows.Forms.Label.
       01 txtTranOut       type System.Windows.Forms.TextBox.
       01 btnBrowseTranOut type System.Windows.Forms.Button.
       01 lblTranCount     type System.Windows.Forms.Label.
       01 txtTranCount     type System.Windows.Forms.TextBox.
       01 lblKeyField      type System.Windows.Forms.Label.
       01 txtKeyField      type System.Windows.Forms.TextBox.
       01 lblControls      type System.Windows.Forms.Label.
       01 cboControls      type System.Windows.Forms.ComboBox.
       01 lblBadPercent    type System.Windows.Forms.Label.
       01 txtBadPercent    type System.Windows.Forms.TextBox.
       01 lstReport        type System.Windows.Forms.ListBox.
       01 btnGenerate      type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblJob / txtJob / btnLoadJob - the job whose registered
      *> validation, cross-file check and control totals fill the
      *> screen in
      *>

       set lblJob to new System.Windows.Forms.Label()
       set lblJob::Text to "Job:"
       set lblJob::Location to new System.Drawing.Point(10 12)
       set lblJob::Size to new System.Drawing.Size(90 20)

       set txtJob to new System.Windows.Forms.TextBox()
       set txtJob::Location to new System.Drawing.Point(105 10)
       set txtJob::Size to new System.Drawing.Size(150 22)

       set btnLoadJob to new System.Windows.Forms.Button()
       set btnLoadJob::Text to "Load from Job"
       set btnLoadJob::Location to new System.Drawing.Point(265 9)
       set btnLoadJob::Size to new System.Drawing.Size(120 24)
       invoke btnLoadJob::add_Click(
           new System.EventHandler(self::btnLoadJob_Click))

      *>
      *> the data file - on its own, or the master the transaction
      *> file keys on
      *>

       set lblDataHead to new System.Windows.Forms.Label()
       set lblDataHead::Text to "Data / master file"
       set lblDataHead::Location to new System.Drawing.Point(10 45)
       set lblDataHead::Size to new System.Drawing.Size(200 20)

       set lblDataCopybook to new System.Windows.Forms.Label()
       set lblDataCopybook::Text to "Copybook:"
       set lblDataCopybook::Location to new System.Drawing.Point(10 72)
       set lblDataCopybook::Size to new System.Drawing.Size(90 20)

       set txtDataCopybook to new System.Windows.Forms.TextBox()
       set txtDataCopybook::Location to new System.Drawing.Point(105 70)
       set txtDataCopybook::Size to new System.Drawing.Size(540 22)
       set txtDataCopybook::ReadOnly to True

       set btnBrowseDataCopybook to new System.Windows.Forms.Button()
       set btnBrowseDataCopybook::Text to "Browse..."
       set btnBrowseDataCopybook::Location to
           new System.Drawing.Point(655 69)
       set btnBrowseDataCopybook::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseDataCopybook::add_Click(
           new System.EventHandler(self::btnBrowseDataCopybook_Click))

       set lblDataRules to new System.Windows.Forms.Label()
       set lblDataRules::Text to "Rules file:"
       set lblDataRules::Location to new System.Drawing.Point(10 102)
       set lblDataRules::Size to new System.Drawing.Size(90 20)

       set txtDataRules to new System.Windows.Forms.TextBox()
       set txtDataRules::Location to new System.Drawing.Point(105 100)
       set txtDataRules::Size to new System.Drawing.Size(540 22)
       set txtDataRules::ReadOnly to True

       set btnBrowseDataRules to new System.Windows.Forms.Button()
       set btnBrowseDataRules::Text to "Browse..."
       set btnBrowseDataRules::Location to
           new System.Drawing.Point(655 99)
       set btnBrowseDataRules::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseDataRules::add_Click(
           new System.EventHandler(self::btnBrowseDataRules_Click))

       set lblDataOut to new System.Windows.Forms.Label()
       set lblDataOut::Text to "Write to:"
       set lblDataOut::Location to new System.Drawing.Point(10 132)
       set lblDataOut::Size to new System.Drawing.Size(90 20)

       set txtDataOut to new System.Windows.Forms.TextBox()
       set txtDataOut::Location to new System.Drawing.Point(105 130)
       set txtDataOut::Size to new System.Drawing.Size(540 22)
       set txtDataOut::ReadOnly to True

       set btnBrowseDataOut to new System.Windows.Forms.Button()
       set btnBrowseDataOut::Text to "Browse..."
       set btnBrowseDataOut::Location to
           new System.Drawing.Point(655 129)
       set btnBrowseDataOut::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseDataOut::add_Click(
           new System.EventHandler(self::btnBrowseDataOut_Click))

       set lblDataCount to new System.Windows.Forms.Label()
       set lblDataCount::Text to "Records:"
       set lblDataCount::Location to new System.Drawing.Point(10 162)
       set lblDataCount::Size to new System.Drawing.Size(90 20)

       set txtDataCount to new System.Windows.Forms.TextBox()
       set txtDataCount::Location to new System.Drawing.Point(105 160)
       set txtDataCount::Size to new System.Drawing.Size(80 22)

      *>
      *> the optional transaction file, keyed on the master above
      *>

       set chkTransactions to new System.Windows.Forms.CheckBox()
       set chkTransactions::Text to
           "Also generate a transaction file keyed on the master"
       set chkTransactions::Location to
           new System.Drawing.Point(10 195)
       set chkTransactions::Size to new System.Drawing.Size(400 22)

       set lblTranCopybook to new System.Windows.Forms.Label()
       set lblTranCopybook::Text to "Copybook:"
       set lblTranCopybook::Location to new System.Drawing.Point(10 227)
       set lblTranCopybook::Size to new System.Drawing.Size(90 20)

       set txtTranCopybook to new System.Windows.Forms.TextBox()
       set txtTranCopybook::Location to
           new System.Drawing.Point(105 225)
       set txtTranCopybook::Size to new System.Drawing.Size(540 22)
       set txtTranCopybook::ReadOnly to True

       set btnBrowseTranCopybook to new System.Windows.Forms.Button()
       set btnBrowseTranCopybook::Text to "Browse..."
       set btnBrowseTranCopybook::Location to
           new System.Drawing.Point(655 224)
       set btnBrowseTranCopybook::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseTranCopybook::add_Click(
           new System.EventHandler(self::btnBrowseTranCopybook_Click))

       set lblTranRules to new System.Windows.Forms.Label()
       set lblTranRules::Text to "Rules file:"
       set lblTranRules::Location to new System.Drawing.Point(10 257)
       set lblTranRules::Size to new System.Drawing.Size(90 20)

       set txtTranRules to new System.Windows.Forms.TextBox()
       set txtTranRules::Location to new System.Drawing.Point(105 255)
       set txtTranRules::Size to new System.Drawing.Size(540 22)
       set txtTranRules::ReadOnly to True

       set btnBrowseTranRules to new System.Windows.Forms.Button()
       set btnBrowseTranRules::Text to "Browse..."
       set btnBrowseTranRules::Location to
           new System.Drawing.Point(655 254)
       set btnBrowseTranRules::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseTranRules::add_Click(
           new System.EventHandler(self::btnBrowseTranRules_Click))

       set lblTranOut to new System.Windows.Forms.Label()
       set lblTranOut::Text to "Write to:"
       set lblTranOut::Location to new System.Drawing.Point(10 287)
       set lblTranOut::Size to new System.Drawing.Size(90 20)

       set txtTranOut to new System.Windows.Forms.TextBox()
       set txtTranOut::Location to new System.Drawing.Point(105 285)
       set txtTranOut::Size to new System.Drawing.Size(540 22)
       set txtTranOut::ReadOnly to True

       set btnBrowseTranOut to new System.Windows.Forms.Button()
       set btnBrowseTranOut::Text to "Browse..."
       set btnBrowseTranOut::Location to
           new System.Drawing.Point(655 284)
       set btnBrowseTranOut::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseTranOut::add_Click(
           new System.EventHandler(self::btnBrowseTranOut_Click))

       set lblTranCount to new System.Windows.Forms.Label()
       set lblTranCount::Text to "Records:"
       set lblTranCount::Location to new System.Drawing.Point(10 317)
       set lblTranCount::Size to new System.Drawing.Size(90 20)

       set txtTranCount to new System.Windows.Forms.TextBox()
       set txtTranCount::Location to new System.Drawing.Point(105 315)
       set txtTranCount::Size to new System.Drawing.Size(80 22)

       set lblKeyField to new System.Windows.Forms.Label()
       set lblKeyField::Text to "Key field:"
       set lblKeyField::Location to new System.Drawing.Point(215 317)
       set lblKeyField::Size to new System.Drawing.Size(70 20)

       set txtKeyField to new System.Windows.Forms.TextBox()
       set txtKeyField::Location to new System.Drawing.Point(290 315)
       set txtKeyField::Size to new System.Drawing.Size(180 22)

      *>
      *> cboControls / txtBadPercent - header and trailer, and the
      *> share of records broken on purpose
      *>

       set lblControls to new System.Windows.Forms.Label()
       set lblControls::Text to "Header/trailer:"
       set lblControls::Location to new System.Drawing.Point(10 352)
       set lblControls::Size to new System.Drawing.Size(90 20)

       set cboControls to new System.Windows.Forms.ComboBox()
       set cboControls::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboControls::Location to new System.Drawing.Point(105 350)
       set cboControls::Size to new System.Drawing.Size(180 22)
       invoke cboControls::Items::Add("None")
       invoke cboControls::Items::Add("On the data file")
       invoke cboControls::Items::Add("On the transaction file")
       set cboControls::SelectedIndex to 0

       set lblBadPercent to new System.Windows.Forms.Label()
       set lblBadPercent::Text to "Bad records %:"
       set lblBadPercent::Location to new System.Drawing.Point(305 352)
       set lblBadPercent::Size to new System.Drawing.Size(95 20)

       set txtBadPercent to new System.Windows.Forms.TextBox()
       set txtBadPercent::Location to new System.Drawing.Point(405 350)
       set txtBadPercent::Size to new System.Drawing.Size(50 22)

      *>
      *> lstReport - files written and every record broken on
      *> purpose
      *>

       set lstReport to new System.Windows.Forms.ListBox()
       set lstReport::Location to new System.Drawing.Point(10 385)
       set lstReport::Size to new System.Drawing.Size(735 170)
       set lstReport::HorizontalScrollbar to True
       set lstReport::Font to new System.Drawing.Font("Consolas" 9)

      *>
      *> btnGenerate / btnClose
      *>

       set btnGenerate to new System.Windows.Forms.Button()
       set btnGenerate::Text to "Generate"
       set btnGenerate::Location to new System.Drawing.Point(10 565)
       set btnGenerate::Size to new System.Drawing.Size(90 26)
       invoke btnGenerate::add_Click(
           new System.EventHandler(self::btnGenerate_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(655 565)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> TestDataForm
      *>
       set self::ClientSize to new System.Drawing.Size(755 600)
       invoke self::Controls::Add(lblJob)
       invoke self::Controls::Add(txtJob)
       invoke self::Controls::Add(btnLoadJob)
       invoke self::Controls::Add(lblDataHead)
       invoke self::Controls::Add(lblDataCopybook)
       invoke self::Controls::Add(txtDataCopybook)
       invoke self::Controls::Add(btnBrowseDataCopybook)
       invoke self::Controls::Add(lblDataRules)
       invoke self::Controls::Add(txtDataRules)
       invoke self::Controls::Add(btnBrowseDataRules)
       invoke self::Controls::Add(lblDataOut)
       invoke self::Controls::Add(txtDataOut)
       invoke self::Controls::Add(btnBrowseDataOut)
       invoke self::Controls::Add(lblDataCount)
       invoke self::Controls::Add(txtDataCount)
       invoke self::Controls::Add(chkTransactions)
       invoke self::Controls::Add(lblTranCopybook)
       invoke self::Controls::Add(txtTranCopybook)
       invoke self::Controls::Add(btnBrowseTranCopybook)
       invoke self::Controls::Add(lblTranRules)
       invoke self::Controls::Add(txtTranRules)
       invoke self::Controls::Add(btnBrowseTranRules)
       invoke self::Controls::Add(lblTranOut)
       invoke self::Controls::Add(txtTranOut)
       invoke self::Controls::Add(btnBrowseTranOut)
       invoke self::Controls::Add(lblTranCount)
       invoke self::Controls::Add(txtTranCount)
       invoke self::Controls::Add(lblKeyField)
       invoke self::Controls::Add(txtKeyField)
       invoke self::Controls::Add(lblControls)
       invoke self::Controls::Add(cboControls)
       invoke self::Controls::Add(lblBadPercent)
       invoke self::Controls::Add(txtBadPercent)
       invoke self::Controls::Add(lstReport)
       invoke self::Controls::Add(btnGenerate)
       invoke self::Controls::Add(btnClose)
       set self::Name to "TestDataForm"
       set self::Text to "Test Data Generator"
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
