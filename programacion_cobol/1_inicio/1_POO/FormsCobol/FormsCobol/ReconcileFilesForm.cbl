      *> lists every add, drop and changed field in a grid with a
      *> summary count line, tolerates per-field rounding declared in
      *> the layout's .RULES file, and exports the differences to CSV
      *> for the accounting team. Sensitive fields show masked in
      *> the grid and always go out masked in the CSV; a supervisor
      *> may unmask the grid for this comparison with a reason.
      *> Matching itself is on the real values.
       class-id FormsCobol.ReconcileFilesForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 LastDiffs type System.Collections.ArrayList.
       01 LastFields type System.Collections.ArrayList.
       01 LastKeyIndex type System.Int32 value 0.
      *> set for one comparison by a supervisor's audited unmask
       01 Unmasked as condition-value value False.

       method-id NEW.
       procedure division.
           goback.
       end method.

      *> A difference's key as it may be shown - masked when the
      *> key field is sensitive.
       method-id MaskedKey private.
       local-storage section.
       01 keyField type FormsCobol.CopybookField.
       procedure division using by value aDiff
                                   as type FormsCobol.ReconcileDiff
                            returning result as type System.String.
           set keyField to type FormsCobol.CopybookField(
               LastFields::Item(LastKeyIndex))
           set result to type FormsCobol.FieldMasking::MaskText(
               keyField::GetMaskClass() aDiff::GetKey())
           goback.
       end method.

      *> An old or new value of a difference as it may be shown: a
      *> changed field masked by its own class, an added or dropped
      *> record's image with every sensitive field masked.
       method-id MaskedValue private.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       procedure division using by value aDiff
                                   as type FormsCobol.ReconcileDiff
                            aValue as type System.String
                            returning result as type System.String.
           if aDiff::GetChangeType() not = "CHANGED"
               set result to type FormsCobol.FieldMasking::MaskRecord(
                   aValue LastFields)
               goback
           end-if
           set result to aValue
           perform varying idx from 0 by 1
                     until idx >= LastFields::Count
               set field to type FormsCobol.CopybookField(
                   LastFields::Item(idx))
               if field::GetName() = aDiff::GetFieldName()
                   set result to
                       type FormsCobol.FieldMasking::MaskText(
                           field::GetMaskClass() aValue)
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> Renders aDiffs, one ReconcileDiff per grid row - masked
      *> unless this comparison has been unmasked.
       method-id ShowDiffs private.
       local-storage section.
       01 idx type System.Int32.
                     until idx >= aDiffs::Count
               set diff to type FormsCobol.ReconcileDiff(
                   aDiffs::Item(idx))
               if Unmasked
                   set item to new System.Windows.Forms.ListViewItem(
                       diff::GetKey())
                   invoke item::SubItems::Add(diff::GetChangeType())
                   invoke item::SubItems::Add(diff::GetFieldName())
                   invoke item::SubItems::Add(diff::GetOldValue())
                   invoke item::SubItems::Add(diff::GetNewValue())
               else
                   set item to new System.Windows.Forms.ListViewItem(
                       self::MaskedKey(diff))
                   invoke item::SubItems::Add(diff::GetChangeType())
                   invoke item::SubItems::Add(diff::GetFieldName())
                   invoke item::SubItems::Add(
                       self::MaskedValue(diff diff::GetOldValue()))
                   invoke item::SubItems::Add(
                       self::MaskedValue(diff diff::GetNewValue()))
               end-if
               invoke lvDiffs::Items::Add(item)
           end-perform
           goback.
       end method.

      *> Lifts the masks on the grid for this comparison -
      *> supervisors only, with the reason on the audit trail. The
      *> next comparison masks again; the CSV never unmasks.
       method-id btnUnmask_Click private.
       local-storage section.
       01 failReason type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if LastDiffs::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Run a comparison that finds differences first."
                   "Reconcile Files")
               goback
           end-if
           set failReason to
               type FormsCobol.FieldMasking::AuthorizeUnmask(
                   "RECONCILE FILES " +
                   type System.IO.Path::GetFileName(txtNewPath::Text)
                   txtUnmaskReason::Text)
           if failReason::Length > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Cannot unmask: " + failReason + "."
                   "Reconcile Files")
               goback
           end-if
           set Unmasked to True
           set txtUnmaskReason::Text to ""
           set btnUnmask::Enabled to False
           invoke self::ShowDiffs(LastDiffs)
           goback.
       end method.

       method-id btnCompare_Click private.
       local-storage section.
       01 fields type System.Collections.ArrayList.
               type FormsCobol.ReconcileEngine::Reconcile(
                   txtOldPath::Text txtNewPath::Text fields keyIndex
                   tolerances)
           set LastFields to fields
           set LastKeyIndex to keyIndex
           set Unmasked to False
           set btnUnmask::Enabled to False
           if LastDiffs::Count > 0
               set btnUnmask::Enabled to
                   type FormsCobol.FieldMasking::AnyMasked(fields)
           end-if
           invoke self::ShowDiffs(LastDiffs)

           set addedCount to 0
                   LastDiffs::Item(idx))
               invoke csvRows::Add(
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::MaskedKey(diff)) + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       diff::GetChangeType()) + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       diff::GetFieldName()) + "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::MaskedValue(diff diff::GetOldValue())) +
                   "," +
                   type FormsCobol.ReportEngine::CsvEscape(
                       self::MaskedValue(diff diff::GetNewValue())))
           end-perform
           invoke type FormsCobol.ReportEngine::WriteLines(
               csvRows dlg::FileName)
