       class-id FormsCobol.ImpactForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblName     type System.Windows.Forms.Label.
       01 txtName     type System.Windows.Forms.TextBox.
       01 btnShow     type System.Windows.Forms.Button.
       01 lvImpact    type System.Windows.Forms.ListView.
       01 lblSummary  type System.Windows.Forms.Label.
       01 btnClose    type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblName / txtName / btnShow
      *>
       set lblName to new System.Windows.Forms.Label()
       set lblName::Text to "Job, stream or feed:"
       set lblName::Location to new System.Drawing.Point(10 13)
       set lblName::Size to new System.Drawing.Size(120 20)

       set txtName to new System.Windows.Forms.TextBox()
       set txtName::Location to new System.Drawing.Point(135 10)
       set txtName::Size to new System.Drawing.Size(160 22)

       set btnShow to new System.Windows.Forms.Button()
       set btnShow::Text to "Show"
       set btnShow::Location to new System.Drawing.Point(305 8)
       set btnShow::Size to new System.Drawing.Size(80 26)
       invoke btnShow::add_Click(
           new System.EventHandler(self::btnShow_Click))

      *>
      *> lvImpact
      *>
       set lvImpact to new System.Windows.Forms.ListView()
       set lvImpact::View to type System.Windows.Forms.View::Details
       set lvImpact::FullRowSelect to True
       set lvImpact::MultiSelect to False
       set lvImpact::Location to new System.Drawing.Point(10 42)
       set lvImpact::Size to new System.Drawing.Size(760 300)
       invoke lvImpact::Columns::Add("Kind" 90)
       invoke lvImpact::Columns::Add("Name" 130)
       invoke lvImpact::Columns::Add("Link" 260)
       invoke lvImpact::Columns::Add("Due / Cutoff" 85)
       invoke lvImpact::Columns::Add("Projected End" 95)
       invoke lvImpact::Columns::Add("Risk" 70)
       set lvImpact::Name to "lvImpact"

      *>
      *> lblSummary / btnClose
      *>
       set lblSummary to new System.Windows.Forms.Label()
       set lblSummary::Text to ""
       set lblSummary::Location to new System.Drawing.Point(10 354)
       set lblSummary::Size to new System.Drawing.Size(500 20)

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(685 350)
       set btnClose::Size to new System.Drawing.Size(85 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> ImpactForm
      *>
       set self::ClientSize to new System.Drawing.Size(780 386)
       invoke self::Controls::Add(lblName)
       invoke self::Controls::Add(txtName)
       invoke self::Controls::Add(btnShow)
       invoke self::Controls::Add(lvImpact)
       invoke self::Controls::Add(lblSummary)
       invoke self::Controls::Add(btnClose)
       set self::AcceptButton to btnShow
       set self::CancelButton to btnClose
       set self::Name to "ImpactForm"
       set self::Text to "Downstream Impact"
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
