      *> LoginForm - authenticates the operator against the hashed
      *> operator list (OperatorStore) before the console opens, and
      *> records who logged in, with what role, and when. The
      *> operator also picks the environment here - PROD, TEST or
      *> DR - and the console runs against that environment's
      *> settings and state until it is closed.
       class-id FormsCobol.LoginForm is partial
                 inherits type System.Windows.Forms.Form.

       method-id NEW.
       local-storage section.
       01 envNames type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           invoke self::InitializeComponent
           set envNames to
               type FormsCobol.AppConfig::EnvironmentNames()
           perform varying idx from 0 by 1
                     until idx >= envNames::Count
               invoke cboEnvironment::Items::Add(envNames::Item(idx))
           end-perform
           set cboEnvironment::SelectedIndex to 0
           goback.
       end method.

      *> The box takes the environment's colour as soon as it is
      *> picked, the same colour the console's bars will carry.
       method-id cboEnvironment_SelectedIndexChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set cboEnvironment::BackColor to
               type FormsCobol.AppConfig::EnvironmentColour(
                   cboEnvironment::Text)
           set cboEnvironment::ForeColor to
               type System.Drawing.Color::White
           goback.
       end method.

           set role to type FormsCobol.OperatorStore::Authenticate(
               opId txtPassword::Text::Trim())
           if role::Length > 0
               invoke type FormsCobol.AppConfig::SetEnvironment(
                   cboEnvironment::Text)
               invoke type FormsCobol.OperatorSession::
                   SetCurrentOperatorId(opId)
               invoke type FormsCobol.OperatorSession::
                   SetCurrentRole(role)
               invoke type FormsCobol.AuditLog::Write("LOGIN"
                   role + " " + cboEnvironment::Text)
               set self::DialogResult to
                   type System.Windows.Forms.DialogResult::OK
               invoke self::Close()
