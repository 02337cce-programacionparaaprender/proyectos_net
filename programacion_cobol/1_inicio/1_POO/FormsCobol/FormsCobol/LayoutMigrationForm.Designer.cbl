       class-id FormsCobol.LayoutMigrationForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblOldCopybook   type System.Windows.Forms.Label.
       01 txtOldCopybook   type System.Windows.Forms.TextBox.
       01 btnBrowseOld     type System.Windows.Forms.Button.
       01 lblNewCopybook   type System.Windows.Forms.Label.
       01 txtNewCopybook   type System.Windows.Forms.TextBox.
       01 btnBrowseNew     type System.Windows.Forms.Button.
       01 lblDataFile      type System.Windows.Forms.Label.
       01 txtDataPath      type System.Windows.Forms.TextBox.
       01 btnBrowseData    type System.Windows.Forms.Button.
       01 chkGenerations   type System.Windows.Forms.CheckBox.
       01 lblMap           type System.Windows.Forms.Label.
       01 txtMap           type System.Windows.Forms.TextBox.
       01 btnLoadMap       type System.Windows.Forms.Button.
       01 btnMatchMap      type System.Windows.Forms.Button.
       01 btnSaveMap       type System.Windows.Forms.Button.
       01 lblReport        type System.Windows.Forms.Label.
       01 lstReport        type System.Windows.Forms.ListBox.
       01 btnCheck         type System.Windows.Forms.Button.
       01 btnConvert       type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblOldCopybook / txtOldCopybook / btnBrowseOld
      *>
       set lblOldCopybook to new System.Windows.Forms.Label()
       set lblOldCopybook::Text to "Old copybook:"
       set lblOldCopybook::Location to new System.Drawing.Point(10 12)
       set lblOldCopybook::Size to new System.Drawing.Size(90 20)

       set txtOldCopybook to new System.Windows.Forms.TextBox()
       set txtOldCopybook::Location to
           new System.Drawing.Point(105 10)
       set txtOldCopybook::Size to new System.Drawing.Size(540 22)
       set txtOldCopybook::ReadOnly to True

       set btnBrowseOld to new System.Windows.Forms.Button()
       set btnBrowseOld::Text to "Browse..."
       set btnBrowseOld::Location to new System.Drawing.Point(655 9)
       set btnBrowseOld::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseOld::add_Click(
           new System.EventHandler(self::btnBrowseOld_Click))

      *>
      *> lblNewCopybook / txtNewCopybook / btnBrowseNew
      *>
       set lblNewCopybook to new System.Windows.Forms.Label()
       set lblNewCopybook::Text to "New copybook:"
       set lblNewCopybook::Location to new System.Drawing.Point(10 42)
       set lblNewCopybook::Size to new System.Drawing.Size(90 20)

       set txtNewCopybook to new System.Windows.Forms.TextBox()
       set txtNewCopybook::Location to
           new System.Drawing.Point(105 40)
       set txtNewCopybook::Size to new System.Drawing.Size(540 22)
       set txtNewCopybook::ReadOnly to True

       set btnBrowseNew to new System.Windows.Forms.Button()
       set btnBrowseNew::Text to "Browse..."
       set btnBrowseNew::Location to new System.Drawing.Point(655 39)
       set btnBrowseNew::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseNew::add_Click(
           new System.EventHandler(self::btnBrowseNew_Click))

      *>
      *> lblDataFile / txtDataPath / btnBrowseData / chkGenerations
      *>
       set lblDataFile to new System.Windows.Forms.Label()
       set lblDataFile::Text to "Data file:"
       set lblDataFile::Location to new System.Drawing.Point(10 72)
       set lblDataFile::Size to new System.Drawing.Size(90 20)

       set txtDataPath to new System.Windows.Forms.TextBox()
       set txtDataPath::Location to new System.Drawing.Point(105 70)
       set txtDataPath::Size to new System.Drawing.Size(540 22)
       set txtDataPath::ReadOnly to True

       set btnBrowseData to new System.Windows.Forms.Button()
       set btnBrowseData::Text to "Browse..."
       set btnBrowseData::Location to new System.Drawing.Point(655 69)
       set btnBrowseData::Size to new System.Drawing.Size(90 24)
       invoke btnBrowseData::add_Click(
           new System.EventHandler(self::btnBrowseData_Click))

       set chkGenerations to new System.Windows.Forms.CheckBox()
       set chkGenerations::Text to
           "Convert every archived generation of the file as well"
       set chkGenerations::Location to
           new System.Drawing.Point(105 98)
       set chkGenerations::Size to new System.Drawing.Size(400 22)
       set chkGenerations::Checked to True

      *>
      *> lblMap / txtMap - the field map, one line per new field:
      *> new field|old field|default
      *>
       set lblMap to new System.Windows.Forms.Label()
       set lblMap::Text to "Field map (new field|old field|default):"
       set lblMap::Location to new System.Drawing.Point(10 128)
       set lblMap::Size to new System.Drawing.Size(300 20)

       set txtMap to new System.Windows.Forms.TextBox()
       set txtMap::Location to new System.Drawing.Point(10 148)
       set txtMap::Size to new System.Drawing.Size(330 300)
       set txtMap::Multiline to True
       set txtMap::WordWrap to False
       set txtMap::ScrollBars to
           type System.Windows.Forms.ScrollBars::Both
       set txtMap::Font to new System.Drawing.Font("Consolas" 9)

       set btnLoadMap to new System.Windows.Forms.Button()
       set btnLoadMap::Text to "Load Map"
       set btnLoadMap::Location to new System.Drawing.Point(10 456)
       set btnLoadMap::Size to new System.Drawing.Size(100 26)
       invoke btnLoadMap::add_Click(
           new System.EventHandler(self::btnLoadMap_Click))

       set btnMatchMap to new System.Windows.Forms.Button()
       set btnMatchMap::Text to "Match by Name"
       set btnMatchMap::Location to new System.Drawing.Point(115 456)
       set btnMatchMap::Size to new System.Drawing.Size(110 26)
       invoke btnMatchMap::add_Click(
           new System.EventHandler(self::btnMatchMap_Click))

       set btnSaveMap to new System.Windows.Forms.Button()
       set btnSaveMap::Text to "Save Map"
       set btnSaveMap::Location to new System.Drawing.Point(230 456)
       set btnSaveMap::Size to new System.Drawing.Size(110 26)
       invoke btnSaveMap::add_Click(
           new System.EventHandler(self::btnSaveMap_Click))

      *>
      *> lblReport / lstReport - what the check or conversion found
      *>
       set lblReport to new System.Windows.Forms.Label()
       set lblReport::Text to "Check / conversion report:"
       set lblReport::Location to new System.Drawing.Point(350 128)
       set lblReport::Size to new System.Drawing.Size(300 20)

       set lstReport to new System.Windows.Forms.ListBox()
       set lstReport::Location to new System.Drawing.Point(350 148)
       set lstReport::Size to new System.Drawing.Size(395 300)
       set lstReport::HorizontalScrollbar to True
       set lstReport::Font to new System.Drawing.Font("Consolas" 9)

      *>
      *> btnCheck / btnConvert / btnClose
      *>
       set btnCheck to new System.Windows.Forms.Button()
       set btnCheck::Text to "Check"
       set btnCheck::Location to new System.Drawing.Point(350 456)
       set btnCheck::Size to new System.Drawing.Size(90 26)
       invoke btnCheck::add_Click(
           new System.EventHandler(self::btnCheck_Click))

       set btnConvert to new System.Windows.Forms.Button()
       set btnConvert::Text to "Convert..."
       set btnConvert::Location to new System.Drawing.Point(450 456)
       set btnConvert::Size to new System.Drawing.Size(90 26)
       invoke btnConvert::add_Click(
           new System.EventHandler(self::btnConvert_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(655 456)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> LayoutMigrationForm
      *>
       set self::ClientSize to new System.Drawing.Size(755 492)
       invoke self::Controls::Add(lblOldCopybook)
       invoke self::Controls::Add(txtOldCopybook)
       invoke self::Controls::Add(btnBrowseOld)
       invoke self::Controls::Add(lblNewCopybook)
       invoke self::Controls::Add(txtNewCopybook)
       invoke self::Controls::Add(btnBrowseNew)
       invoke self::Controls::Add(lblDataFile)
       invoke self::Controls::Add(txtDataPath)
       invoke self::Controls::Add(btnBrowseData)
       invoke self::Controls::Add(chkGenerations)
       invoke self::Controls::Add(lblMap)
       invoke self::Controls::Add(txtMap)
       invoke self::Controls::Add(btnLoadMap)
       invoke self::Controls::Add(btnMatchMap)
       invoke self::Controls::Add(btnSaveMap)
       invoke self::Controls::Add(lblReport)
       invoke self::Controls::Add(lstReport)
       invoke self::Controls::Add(btnCheck)
       invoke self::Controls::Add(btnConvert)
       invoke self::Controls::Add(btnClose)
       set self::Name to "LayoutMigrationForm"
       set self::Text to "Copybook Layout Migration"
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
