       class-id FormsCobol.PaymentMatchForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblMatching    type System.Windows.Forms.Label.
       01 cboMatching    type System.Windows.Forms.ComboBox.
       01 btnRunNow      type System.Windows.Forms.Button.
       01 lblSummary     type System.Windows.Forms.Label.
       01 tabControl     type System.Windows.Forms.TabControl.
       01 tabMatched     type System.Windows.Forms.TabPage.
       01 tabOurs        type System.Windows.Forms.TabPage.
       01 tabTheirs      type System.Windows.Forms.TabPage.
       01 lvMatched      type System.Windows.Forms.ListView.
       01 lvOurs         type System.Windows.Forms.ListView.
       01 lvTheirs       type System.Windows.Forms.ListView.
       01 btnConfirm     type System.Windows.Forms.Button.
       01 btnBreak       type System.Windows.Forms.Button.
       01 btnMatchTicked type System.Windows.Forms.Button.
       01 btnClose       type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblMatching / cboMatching / btnRunNow / lblSummary - the
      *> declared matchings and where the one picked stands
      *>
       set lblMatching to new System.Windows.Forms.Label()
       set lblMatching::Text to "Matching:"
       set lblMatching::Location to new System.Drawing.Point(10 11)
       set lblMatching::Size to new System.Drawing.Size(60 20)

       set cboMatching to new System.Windows.Forms.ComboBox()
       set cboMatching::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboMatching::Location to new System.Drawing.Point(75 8)
       set cboMatching::Size to new System.Drawing.Size(180 22)
       invoke cboMatching::add_SelectedIndexChanged(
           new System.EventHandler(
               self::cboMatching_SelectedIndexChanged))

       set btnRunNow to new System.Windows.Forms.Button()
       set btnRunNow::Text to "Run Now"
       set btnRunNow::Location to new System.Drawing.Point(265 6)
       set btnRunNow::Size to new System.Drawing.Size(90 26)
       invoke btnRunNow::add_Click(
           new System.EventHandler(self::btnRunNow_Click))

       set lblSummary to new System.Windows.Forms.Label()
       set lblSummary::Location to new System.Drawing.Point(370 11)
       set lblSummary::Size to new System.Drawing.Size(420 20)

      *>
      *> tabControl - the proposed matches on one tab, each side's
      *> unmatched items on the others
      *>
       set tabControl to new System.Windows.Forms.TabControl()
       set tabControl::Location to new System.Drawing.Point(10 40)
       set tabControl::Size to new System.Drawing.Size(780 380)
       set tabControl::Name to "tabControl"

       set tabMatched to new System.Windows.Forms.TabPage()
       set tabMatched::Text to "Matched"
       set tabOurs to new System.Windows.Forms.TabPage()
       set tabOurs::Text to "Unmatched - Our Payments"
       set tabTheirs to new System.Windows.Forms.TabPage()
       set tabTheirs::Text to "Unmatched - Bank Statement"

      *>
      *> lvMatched - one line per item, grouped by match
      *>
       set lvMatched to new System.Windows.Forms.ListView()
       set lvMatched::View to type System.Windows.Forms.View::Details
       set lvMatched::FullRowSelect to True
       set lvMatched::MultiSelect to False
       set lvMatched::HideSelection to False
       set lvMatched::Dock to
           type System.Windows.Forms.DockStyle::Fill
       invoke lvMatched::Columns::Add("Match" 55)
       invoke lvMatched::Columns::Add("Reference" 150)
       invoke lvMatched::Columns::Add("Amount" 110)
       invoke lvMatched::Columns::Add("Value Date" 80)
       invoke lvMatched::Columns::Add("Bus. Date" 80)
       invoke lvMatched::Columns::Add("Source" 150)
       invoke lvMatched::Columns::Add("Side" 60)
       invoke lvMatched::Columns::Add("Rule" 70)
       set lvMatched::Name to "lvMatched"
       invoke tabMatched::Controls::Add(lvMatched)

      *>
      *> lvOurs / lvTheirs - the open items, ticked to match by hand;
      *> Age is in business days
      *>
       set lvOurs to new System.Windows.Forms.ListView()
       set lvOurs::View to type System.Windows.Forms.View::Details
       set lvOurs::FullRowSelect to True
       set lvOurs::CheckBoxes to True
       set lvOurs::Dock to type System.Windows.Forms.DockStyle::Fill
       invoke lvOurs::Columns::Add("Age" 50)
       invoke lvOurs::Columns::Add("Reference" 170)
       invoke lvOurs::Columns::Add("Amount" 110)
       invoke lvOurs::Columns::Add("Value Date" 80)
       invoke lvOurs::Columns::Add("Bus. Date" 80)
       invoke lvOurs::Columns::Add("Source" 250)
       set lvOurs::Name to "lvOurs"
       invoke tabOurs::Controls::Add(lvOurs)

       set lvTheirs to new System.Windows.Forms.ListView()
       set lvTheirs::View to type System.Windows.Forms.View::Details
       set lvTheirs::FullRowSelect to True
       set lvTheirs::CheckBoxes to True
       set lvTheirs::Dock to type System.Windows.Forms.DockStyle::Fill
       invoke lvTheirs::Columns::Add("Age" 50)
       invoke lvTheirs::Columns::Add("Reference" 170)
       invoke lvTheirs::Columns::Add("Amount" 110)
       invoke lvTheirs::Columns::Add("Value Date" 80)
       invoke lvTheirs::Columns::Add("Bus. Date" 80)
       invoke lvTheirs::Columns::Add("Source" 250)
       set lvTheirs::Name to "lvTheirs"
       invoke tabTheirs::Controls::Add(lvTheirs)

       invoke tabControl::TabPages::Add(tabMatched)
       invoke tabControl::TabPages::Add(tabOurs)
       invoke tabControl::TabPages::Add(tabTheirs)

      *>
      *> btnConfirm / btnBreak / btnMatchTicked / btnClose
      *>
       set btnConfirm to new System.Windows.Forms.Button()
       set btnConfirm::Text to "Confirm Match"
       set btnConfirm::Location to new System.Drawing.Point(10 430)
       set btnConfirm::Size to new System.Drawing.Size(110 26)
       invoke btnConfirm::add_Click(
           new System.EventHandler(self::btnConfirm_Click))

       set btnBreak to new System.Windows.Forms.Button()
       set btnBreak::Text to "Break Match"
       set btnBreak::Location to new System.Drawing.Point(130 430)
       set btnBreak::Size to new System.Drawing.Size(110 26)
       invoke btnBreak::add_Click(
           new System.EventHandler(self::btnBreak_Click))

       set btnMatchTicked to new System.Windows.Forms.Button()
       set btnMatchTicked::Text to "Match Ticked"
       set btnMatchTicked::Location to
           new System.Drawing.Point(250 430)
       set btnMatchTicked::Size to new System.Drawing.Size(110 26)
       invoke btnMatchTicked::add_Click(
           new System.EventHandler(self::btnMatchTicked_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(700 430)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> PaymentMatchForm
      *>
       set self::ClientSize to new System.Drawing.Size(800 466)
       set self::FormBorderStyle to
           type System.Windows.Forms.FormBorderStyle::FixedDialog
       set self::MinimizeBox to False
       set self::MaximizeBox to False
       invoke self::Controls::Add(lblMatching)
       invoke self::Controls::Add(cboMatching)
       invoke self::Controls::Add(btnRunNow)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(tabControl)
       invoke self::Controls::Add(btnConfirm)
       invoke self::Controls::Add(btnBreak)
       invoke self::Controls::Add(btnMatchTicked)
       invoke self::Controls::Add(btnClose)
       set self::CancelButton to btnClose
       set self::Name to "PaymentMatchForm"
       set self::Text to "Payment Matching"
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
