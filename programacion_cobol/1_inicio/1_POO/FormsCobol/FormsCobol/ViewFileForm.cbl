      *> and numeric class), and the corrected file is only written
      *> once a supervisor approves the change on screen - with the
      *> full before and after record images in the audit trail. No
      *> more counting columns in Notepad at 3 AM. Fields the
      *> copybook's masking classes mark sensitive show masked -
      *> on screen, on the approval and in the audit images - unless
      *> a supervisor unmasks this viewing with a reason; the find
      *> still matches on the real value.
       class-id FormsCobol.ViewFileForm is partial
                 inherits type System.Windows.Forms.Form.

       01 Fields type System.Collections.ArrayList.
       01 DataRecords type System.Collections.ArrayList.
       01 RecordShape type System.String value "TEXT".
      *> set for one viewing by a supervisor's audited unmask
       01 Unmasked as condition-value value False.

       method-id NEW.
       procedure division.
                     until idx >= Fields::Count
               set field to type FormsCobol.CopybookField(
                   Fields::Item(idx))
               if Unmasked
                   set fieldValue to field::FormatValue(aRecord)
               else
                   set fieldValue to field::DisplayValue(aRecord)
               end-if
               if item = null
                   set item to
                       new System.Windows.Forms.ListViewItem(fieldValue)
               goback
           end-if

      *> every load starts a fresh viewing, masked again
           set Unmasked to False
           set btnUnmask::Enabled to
               type FormsCobol.FieldMasking::AnyMasked(Fields)
           invoke self::BuildColumns
           invoke self::LoadRecords(txtDataPath::Text)
           invoke self::LoadFieldChoices
       01 newValue type System.String.
       01 encoded type System.String.
       01 approval type FormsCobol.PatchApprovalForm.
       01 auditImage type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if DataRecords = null or Fields = null
               oldRecord::Substring(
                   field::GetStart() + field::GetLength())

           if Unmasked
               set approval to new FormsCobol.PatchApprovalForm(
                   field::GetName() oldValue newValue
                   oldRecord newRecord)
           else
               set approval to new FormsCobol.PatchApprovalForm(
                   field::GetName()
                   type FormsCobol.FieldMasking::MaskText(
                       field::GetMaskClass() oldValue)
                   type FormsCobol.FieldMasking::MaskText(
                       field::GetMaskClass() newValue)
                   type FormsCobol.FieldMasking::MaskRecord(
                       oldRecord Fields)
                   type FormsCobol.FieldMasking::MaskRecord(
                       newRecord Fields))
           end-if
           if approval::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               invoke type FormsCobol.AuditLog::Write(
           end-if

      *> the full before and after images go on record, then the
      *> corrected file is written in the shape it arrived - the
      *> audit trail keeps sensitive fields masked whether or not
      *> this viewing was unmasked
           invoke type FormsCobol.AuditLog::Write(
               "PATCH RECORD"
               type System.IO.Path::GetFileName(txtDataPath::Text) +
               " record " + recordNumber::ToString() + " " +
               field::GetName() + " '" +
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() oldValue) + "' -> '" +
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() newValue) +
               "' approved by " + approval::GetApprovedBy())
      *> packed bytes can hold CR/LF values - flatten them so one
      *> image stays one audit line
           set auditImage to type FormsCobol.FieldMasking::MaskRecord(
               oldRecord Fields)
           invoke type FormsCobol.AuditLog::Write(
               "PATCH BEFORE"
               auditImage::Replace(x"0D" ".")::Replace(x"0A" "."))
           set auditImage to type FormsCobol.FieldMasking::MaskRecord(
               newRecord Fields)
           invoke type FormsCobol.AuditLog::Write(
               "PATCH AFTER"
               auditImage::Replace(x"0D" ".")::Replace(x"0A" "."))

           set DataRecords::Item(recordIndex) to newRecord
           invoke type FormsCobol.CopybookLayout::WriteRecords(
           goback.
       end method.

      *> Lifts the masks for this viewing - supervisors only, with
      *> the reason on the audit trail. The next load masks again.
       method-id btnUnmask_Click private.
       local-storage section.
       01 failReason type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if DataRecords = null or Fields = null
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Load a copybook and data file first."
                   "View File")
               goback
           end-if
           set failReason to
               type FormsCobol.FieldMasking::AuthorizeUnmask(
                   "VIEW FILE " +
                   type System.IO.Path::GetFileName(txtDataPath::Text)
                   txtUnmaskReason::Text)
           if failReason::Length > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Cannot unmask: " + failReason + "."
                   "View File")
               goback
           end-if
           set Unmasked to True
           set txtUnmaskReason::Text to ""
           set btnUnmask::Enabled to False
           invoke self::LoadRecords(txtDataPath::Text)
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
