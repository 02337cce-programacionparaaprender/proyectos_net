       01 txtOperatorId type System.Windows.Forms.TextBox.
       01 lblPassword   type System.Windows.Forms.Label.
       01 txtPassword   type System.Windows.Forms.TextBox.
       01 lblEnvironment type System.Windows.Forms.Label.
       01 cboEnvironment type System.Windows.Forms.ComboBox.
       01 btnLogin      type System.Windows.Forms.Button.
       01 btnCancel     type System.Windows.Forms.Button.

       set txtPassword::PasswordChar to "*"
       set txtPassword::Name to "txtPassword"

       set lblEnvironment to new System.Windows.Forms.Label()
       set lblEnvironment::Text to "Environment:"
       set lblEnvironment::Location to new System.Drawing.Point(10 75)
       set lblEnvironment::Size to new System.Drawing.Size(90 20)

       set cboEnvironment to new System.Windows.Forms.ComboBox()
       set cboEnvironment::Location to
           new System.Drawing.Point(110 72)
       set cboEnvironment::Size to new System.Drawing.Size(140 20)
       set cboEnvironment::DropDownStyle to
           type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboEnvironment::Name to "cboEnvironment"
       invoke cboEnvironment::add_SelectedIndexChanged(
           new System.EventHandler(
               self::cboEnvironment_SelectedIndexChanged))

       set btnLogin to new System.Windows.Forms.Button()
       set btnLogin::Text to "Login"
       set btnLogin::Location to new System.Drawing.Point(110 110)
       set btnLogin::Size to new System.Drawing.Size(65 28)
       invoke btnLogin::add_Click(
           new System.EventHandler(self::btnLogin_Click))

       set btnCancel to new System.Windows.Forms.Button()
       set btnCancel::Text to "Cancel"
       set btnCancel::Location to new System.Drawing.Point(185 110)
       set btnCancel::Size to new System.Drawing.Size(65 28)
       invoke btnCancel::add_Click(
           new System.EventHandler(self::btnCancel_Click))

       set self::AcceptButton to btnLogin
       set self::CancelButton to btnCancel
       set self::ClientSize to new System.Drawing.Size(270 150)
       set self::FormBorderStyle to
           type System.Windows.Forms.FormBorderStyle::FixedDialog
       set self::StartPosition to
       invoke self::Controls::Add(txtOperatorId)
       invoke self::Controls::Add(lblPassword)
       invoke self::Controls::Add(txtPassword)
       invoke self::Controls::Add(lblEnvironment)
       invoke self::Controls::Add(cboEnvironment)
       invoke self::Controls::Add(btnLogin)
       invoke self::Controls::Add(btnCancel)
       set self::Name to "LoginForm"
