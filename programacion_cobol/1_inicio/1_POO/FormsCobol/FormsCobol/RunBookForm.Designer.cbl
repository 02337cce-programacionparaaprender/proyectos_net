       class-id FormsCobol.RunBookForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lvProcedures  type System.Windows.Forms.ListView.
       01 lblSummary    type System.Windows.Forms.Label.
       01 lblEditing    type System.Windows.Forms.Label.
       01 lblJob        type System.Windows.Forms.Label.
       01 txtJob        type System.Windows.Forms.TextBox.
       01 lblMatch      type System.Windows.Forms.Label.
       01 txtMatch      type System.Windows.Forms.TextBox.
       01 lblTitle      type System.Windows.Forms.Label.
       01 txtTitle      type System.Windows.Forms.TextBox.
       01 lblSteps      type System.Windows.Forms.Label.
       01 txtSteps      type System.Windows.Forms.TextBox.
       01 lblContacts   type System.Windows.Forms.Label.
       01 txtContacts   type System.Windows.Forms.TextBox.
       01 btnNew        type System.Windows.Forms.Button.
       01 btnSave       type System.Windows.Forms.Button.
       01 btnRetire     type System.Windows.Forms.Button.
       01 btnHistory    type System.Windows.Forms.Button.
       01 btnClose      type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lvProcedures - the procedures in force
      *>
       set lvProcedures to new System.Windows.Forms.ListView()
       set lvProcedures::View to
           type System.Windows.Forms.View::Details
       set lvProcedures::FullRowSelect to True
       set lvProcedures::MultiSelect to False
       set lvProcedures::HideSelection to False
       set lvProcedures::Dock to
           type System.Windows.Forms.DockStyle::Top
       set lvProcedures::Height to 220
       invoke lvProcedures::Columns::Add("Id" 45)
       invoke lvProcedures::Columns::Add("Rev" 45)
       invoke lvProcedures::Columns::Add("Job" 130)
       invoke lvProcedures::Columns::Add("Match" 80)
       invoke lvProcedures::Columns::Add("Title" 280)
       invoke lvProcedures::Columns::Add("Revised" 140)
       invoke lvProcedures::Columns::Add("By" 80)
       set lvProcedures::Name to "lvProcedures"
       invoke lvProcedures::add_SelectedIndexChanged(
           new System.EventHandler(
               self::lvProcedures_SelectedIndexChanged))

      *>
      *> lblSummary / lblEditing
      *>
       set lblSummary to new System.Windows.Forms.Label()
       set lblSummary::Location to new System.Drawing.Point(10 228)
       set lblSummary::Size to new System.Drawing.Size(250 20)

       set lblEditing to new System.Windows.Forms.Label()
       set lblEditing::Location to new System.Drawing.Point(400 228)
       set lblEditing::Size to new System.Drawing.Size(400 20)

      *>
      *> lblJob / txtJob / lblMatch / txtMatch - the job name or *,
      *> and a return code, a status or *
      *>
       set lblJob to new System.Windows.Forms.Label()
       set lblJob::Text to "Job:"
       set lblJob::Location to new System.Drawing.Point(10 256)
       set lblJob::Size to new System.Drawing.Size(70 20)

       set txtJob to new System.Windows.Forms.TextBox()
       set txtJob::Location to new System.Drawing.Point(85 253)
       set txtJob::Size to new System.Drawing.Size(150 22)
       set txtJob::CharacterCasing to
           type System.Windows.Forms.CharacterCasing::Upper

       set lblMatch to new System.Windows.Forms.Label()
       set lblMatch::Text to "RC / status:"
       set lblMatch::Location to new System.Drawing.Point(250 256)
       set lblMatch::Size to new System.Drawing.Size(75 20)

       set txtMatch to new System.Windows.Forms.TextBox()
       set txtMatch::Location to new System.Drawing.Point(330 253)
       set txtMatch::Size to new System.Drawing.Size(100 22)
       set txtMatch::CharacterCasing to
           type System.Windows.Forms.CharacterCasing::Upper

      *>
      *> lblTitle / txtTitle
      *>
       set lblTitle to new System.Windows.Forms.Label()
       set lblTitle::Text to "Title:"
       set lblTitle::Location to new System.Drawing.Point(10 286)
       set lblTitle::Size to new System.Drawing.Size(70 20)

       set txtTitle to new System.Windows.Forms.TextBox()
       set txtTitle::Location to new System.Drawing.Point(85 283)
       set txtTitle::Size to new System.Drawing.Size(715 22)

      *>
      *> lblSteps / txtSteps - the procedure, one step per line
      *>
       set lblSteps to new System.Windows.Forms.Label()
       set lblSteps::Text to "Steps:"
       set lblSteps::Location to new System.Drawing.Point(10 316)
       set lblSteps::Size to new System.Drawing.Size(70 20)

       set txtSteps to new System.Windows.Forms.TextBox()
       set txtSteps::Multiline to True
       set txtSteps::AcceptsReturn to True
       set txtSteps::ScrollBars to
           type System.Windows.Forms.ScrollBars::Vertical
       set txtSteps::Location to new System.Drawing.Point(85 313)
       set txtSteps::Size to new System.Drawing.Size(715 120)

      *>
      *> lblContacts / txtContacts - the owning team's names and
      *> numbers
      *>
       set lblContacts to new System.Windows.Forms.Label()
       set lblContacts::Text to "Contacts:"
       set lblContacts::Location to new System.Drawing.Point(10 444)
       set lblContacts::Size to new System.Drawing.Size(70 20)

       set txtContacts to new System.Windows.Forms.TextBox()
       set txtContacts::Location to new System.Drawing.Point(85 441)
       set txtContacts::Size to new System.Drawing.Size(715 22)

      *>
      *> btnNew / btnSave / btnRetire / btnHistory / btnClose
      *>
       set btnNew to new System.Windows.Forms.Button()
       set btnNew::Text to "New"
       set btnNew::Location to new System.Drawing.Point(10 476)
       set btnNew::Size to new System.Drawing.Size(90 26)
       invoke btnNew::add_Click(
           new System.EventHandler(self::btnNew_Click))

       set btnSave to new System.Windows.Forms.Button()
       set btnSave::Text to "Save"
       set btnSave::Location to new System.Drawing.Point(110 476)
       set btnSave::Size to new System.Drawing.Size(90 26)
       invoke btnSave::add_Click(
           new System.EventHandler(self::btnSave_Click))

       set btnRetire to new System.Windows.Forms.Button()
       set btnRetire::Text to "Retire"
       set btnRetire::Location to new System.Drawing.Point(210 476)
       set btnRetire::Size to new System.Drawing.Size(90 26)
       invoke btnRetire::add_Click(
           new System.EventHandler(self::btnRetire_Click))

       set btnHistory to new System.Windows.Forms.Button()
       set btnHistory::Text to "History..."
       set btnHistory::Location to new System.Drawing.Point(310 476)
       set btnHistory::Size to new System.Drawing.Size(90 26)
       invoke btnHistory::add_Click(
           new System.EventHandler(self::btnHistory_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(710 476)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> RunBookForm
      *>
       set self::ClientSize to new System.Drawing.Size(810 512)
       invoke self::Controls::Add(lvProcedures)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(lblEditing)
       invoke self::Controls::Add(lblJob)
       invoke self::Controls::Add(txtJob)
       invoke self::Controls::Add(lblMatch)
       invoke self::Controls::Add(txtMatch)
       invoke self::Controls::Add(lblTitle)
       invoke self::Controls::Add(txtTitle)
       invoke self::Controls::Add(lblSteps)
       invoke self::Controls::Add(txtSteps)
       invoke self::Controls::Add(lblContacts)
       invoke self::Controls::Add(txtContacts)
       invoke self::Controls::Add(btnNew)
       invoke self::Controls::Add(btnSave)
       invoke self::Controls::Add(btnRetire)
       invoke self::Controls::Add(btnHistory)
       invoke self::Controls::Add(btnClose)
       set self::CancelButton to btnClose
       set self::Name to "RunBookForm"
       set self::Text to "Run Book"
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
