       class-id FormsCobol.PromotionForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblSource        type System.Windows.Forms.Label.
       01 cboSource        type System.Windows.Forms.ComboBox.
       01 lblTarget        type System.Windows.Forms.Label.
       01 btnCompare       type System.Windows.Forms.Button.
       01 lvDifferences    type System.Windows.Forms.ListView.
       01 lblPreview       type System.Windows.Forms.Label.
       01 lstPreview       type System.Windows.Forms.ListBox.
       01 btnPromote       type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblSource / cboSource / lblTarget / btnCompare
      *>
       set lblSource to new System.Windows.Forms.Label()
       set lblSource::Text to "Promote from:"
       set lblSource::Location to new System.Drawing.Point(10 13)
       set lblSource::Size to new System.Drawing.Size(90 20)

       set cboSource to new System.Windows.Forms.ComboBox()
       set cboSource::Location to new System.Drawing.Point(105 10)
       set cboSource::Size to new System.Drawing.Size(100 22)
       set cboSource::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList

       set lblTarget to new System.Windows.Forms.Label()
       set lblTarget::Text to ""
       set lblTarget::Location to new System.Drawing.Point(215 13)
       set lblTarget::Size to new System.Drawing.Size(200 20)

       set btnCompare to new System.Windows.Forms.Button()
       set btnCompare::Text to "Compare"
       set btnCompare::Location to new System.Drawing.Point(425 9)
       set btnCompare::Size to new System.Drawing.Size(90 24)
       invoke btnCompare::add_Click(
           new System.EventHandler(self::btnCompare_Click))

      *>
      *> lvDifferences - one row per definition that differs, ticked
      *> to be promoted
      *>
       set lvDifferences to new System.Windows.Forms.ListView()
       set lvDifferences::Location to new System.Drawing.Point(10 42)
       set lvDifferences::Size to new System.Drawing.Size(735 220)
       set lvDifferences::View to
           type System.Windows.Forms.View::Details
       set lvDifferences::FullRowSelect to True
       set lvDifferences::CheckBoxes to True
       set lvDifferences::MultiSelect to False
       invoke lvDifferences::Columns::Add("File" 140)
       invoke lvDifferences::Columns::Add("Definition" 300)
       invoke lvDifferences::Columns::Add("Difference" 120)
       invoke lvDifferences::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvDifferences_SelectedIndexChanged))

      *>
      *> lblPreview / lstPreview - what promoting the highlighted
      *> definition would do, then the promotion's own report
      *>
       set lblPreview to new System.Windows.Forms.Label()
       set lblPreview::Text to "Preview / promotion report:"
       set lblPreview::Location to new System.Drawing.Point(10 270)
       set lblPreview::Size to new System.Drawing.Size(300 20)

       set lstPreview to new System.Windows.Forms.ListBox()
       set lstPreview::Location to new System.Drawing.Point(10 290)
       set lstPreview::Size to new System.Drawing.Size(735 186)
       set lstPreview::HorizontalScrollbar to True
       set lstPreview::Font to new System.Drawing.Font("Consolas" 9)

      *>
      *> btnPromote / btnClose
      *>
       set btnPromote to new System.Windows.Forms.Button()
       set btnPromote::Text to "Promote..."
       set btnPromote::Location to new System.Drawing.Point(555 484)
       set btnPromote::Size to new System.Drawing.Size(90 26)
       invoke btnPromote::add_Click(
           new System.EventHandler(self::btnPromote_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(655 484)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> PromotionForm
      *>
       set self::ClientSize to new System.Drawing.Size(755 520)
       invoke self::Controls::Add(lblSource)
       invoke self::Controls::Add(cboSource)
       invoke self::Controls::Add(lblTarget)
       invoke self::Controls::Add(btnCompare)
       invoke self::Controls::Add(lvDifferences)
       invoke self::Controls::Add(lblPreview)
       invoke self::Controls::Add(lstPreview)
       invoke self::Controls::Add(btnPromote)
       invoke self::Controls::Add(btnClose)
       set self::Name to "PromotionForm"
       set self::Text to "Promote Definitions"
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
