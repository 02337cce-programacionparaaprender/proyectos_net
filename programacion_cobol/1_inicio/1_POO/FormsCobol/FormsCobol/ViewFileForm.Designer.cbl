       01 cboPatchField    type System.Windows.Forms.ComboBox.
       01 txtPatchValue    type System.Windows.Forms.TextBox.
       01 btnApplyPatch    type System.Windows.Forms.Button.
       01 lblUnmask        type System.Windows.Forms.Label.
       01 txtUnmaskReason  type System.Windows.Forms.TextBox.
       01 btnUnmask        type System.Windows.Forms.Button.
       01 btnClose         type System.Windows.Forms.Button.

       method-id InitializeComponent private.
       invoke btnApplyPatch::add_Click(
           new System.EventHandler(self::btnApplyPatch_Click))

      *>
      *> lblUnmask / txtUnmaskReason / btnUnmask - a supervisor lifts
      *> the sensitive-field masks for this viewing, with a reason
      *>
       set lblUnmask to new System.Windows.Forms.Label()
       set lblUnmask::Text to "Unmask reason:"
       set lblUnmask::Location to new System.Drawing.Point(10 440)
       set lblUnmask::Size to new System.Drawing.Size(95 20)

       set txtUnmaskReason to new System.Windows.Forms.TextBox()
       set txtUnmaskReason::Location to
           new System.Drawing.Point(110 437)
       set txtUnmaskReason::Size to new System.Drawing.Size(350 22)

       set btnUnmask to new System.Windows.Forms.Button()
       set btnUnmask::Text to "Unmask..."
       set btnUnmask::Location to new System.Drawing.Point(470 435)
       set btnUnmask::Size to new System.Drawing.Size(90 26)
       set btnUnmask::Enabled to False
       invoke btnUnmask::add_Click(
           new System.EventHandler(self::btnUnmask_Click))

      *>
      *> btnClose
      *>
      *>
      *> ViewFileForm
      *>
       set self::ClientSize to new System.Drawing.Size(572 472)
       invoke self::Controls::Add(lblCopybook)
       invoke self::Controls::Add(txtCopybookPath)
       invoke self::Controls::Add(btnBrowseCopybook)
       invoke self::Controls::Add(cboPatchField)
       invoke self::Controls::Add(txtPatchValue)
       invoke self::Controls::Add(btnApplyPatch)
       invoke self::Controls::Add(lblUnmask)
       invoke self::Controls::Add(txtUnmaskReason)
       invoke self::Controls::Add(btnUnmask)
       invoke self::Controls::Add(btnClose)
       set self::Name to "ViewFileForm"
       set self::Text to "View File"
