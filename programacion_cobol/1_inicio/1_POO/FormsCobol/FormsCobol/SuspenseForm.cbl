      *> SuspenseForm - the suspense work screen: every transaction
      *> the cross-file gate lifted out of a job's input for want of
      *> a master record, with how long it has waited. An operator
      *> repairs one by changing a field - approved by a supervisor
      *> on the same dialog the patch editor uses, with masked
      *> before and after images on the audit trail - and it is
      *> recycled into the job's next business date by itself; a
      *> repaired record that still has no master simply comes back
      *> to suspense. An item that should never be posted is
      *> written off with a reason.
       class-id FormsCobol.SuspenseForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 ItemFields type System.Collections.ArrayList.
       01 ItemRecord type System.String.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console sees suspense but repairs nothing
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnRepair::Enabled to False
               set btnWriteOff::Enabled to False
           end-if
           invoke self::LoadItems
           goback.
       end method.

      *> Reloads the grid - outstanding items only unless the
      *> operator asks for the closed ones too.
       method-id LoadItems private.
       local-storage section.
       01 suspenseLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 itemState type System.String.
       01 ageDays type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       01 outstandingCount type System.Int32.
       01 outstandingAmount type System.Decimal.
       procedure division.
           invoke lvItems::Items::Clear()
           invoke self::ClearDetail
           set suspenseLines to
               type FormsCobol.SuspenseStore::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= suspenseLines::Count
               set parts to type FormsCobol.SuspenseStore::SplitPipes(
                   type System.String(suspenseLines::Item(idx)))
               if parts::Count < 11
                   exit perform cycle
               end-if
               set itemState to
                   type FormsCobol.SuspenseStore::PartAsText(parts 7)
               if not chkShowClosed::Checked and not
                   type FormsCobol.SuspenseStore::IsOutstanding(
                       itemState)
                   exit perform cycle
               end-if
               set item to new System.Windows.Forms.ListViewItem(
                   type FormsCobol.SuspenseStore::PartAsText(parts 0))
               invoke item::SubItems::Add(
                   type FormsCobol.SuspenseStore::PartAsText(parts 1))
               invoke item::SubItems::Add(
                   type FormsCobol.SuspenseStore::PartAsText(parts 2))
               set ageDays to type FormsCobol.SuspenseStore::AgeInDays(
                   type FormsCobol.SuspenseStore::PartAsText(parts 6))
               invoke item::SubItems::Add(ageDays::ToString())
               invoke item::SubItems::Add(itemState)
               invoke item::SubItems::Add(
                   type FormsCobol.SuspenseStore::PartAsText(parts 8))
               invoke item::SubItems::Add(
                   type FormsCobol.SuspenseStore::PartAsText(parts 5))
               invoke item::SubItems::Add(
                   type System.IO.Path::GetFileName(
                       type FormsCobol.SuspenseStore::PartAsText(
                           parts 3)) + " #" +
                   type FormsCobol.SuspenseStore::PartAsText(parts 4))
               set item::Tag to suspenseLines::Item(idx)
               invoke lvItems::Items::Add(item)
           end-perform
           invoke type FormsCobol.SuspenseStore::Totals("" "" True
               by reference outstandingCount
               by reference outstandingAmount)
           set lblSummary::Text to
               outstandingCount::ToString() +
               " item(s) outstanding, amount " +
               outstandingAmount::ToString(
                   type System.Globalization.CultureInfo::
                       InvariantCulture) + "."
           goback.
       end method.

       method-id ClearDetail private.
       procedure division.
           invoke lvFields::Items::Clear()
           invoke cboField::Items::Clear()
           set txtValue::Text to ""
           set ItemFields to null
           set ItemRecord to null
           goback.
       end method.

      *> Shows the selected item's record field by field, sensitive
      *> fields masked, and offers its fields for repair.
       method-id lvItems_SelectedIndexChanged private.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::ClearDetail
           if lvItems::SelectedItems::Count = 0
               goback
           end-if
           set parts to type FormsCobol.SuspenseStore::SplitPipes(
               type System.String(
                   lvItems::SelectedItems::Item(0)::Tag))
           set ItemFields to
               type FormsCobol.CopybookLayout::ParseFields(
                   type FormsCobol.SuspenseStore::PartAsText(parts 9))
           set ItemRecord to type FormsCobol.SuspenseStore::
               DecodeRecord(
                   type FormsCobol.SuspenseStore::PartAsText(parts 10))
           perform varying idx from 0 by 1
                     until idx >= ItemFields::Count
               set field to type FormsCobol.CopybookField(
                   ItemFields::Item(idx))
               set item to new System.Windows.Forms.ListViewItem(
                   field::GetName())
               if field::GetStart() + field::GetLength() >
                   ItemRecord::Length
                   invoke item::SubItems::Add("")
               else
                   invoke item::SubItems::Add(
                       field::DisplayValue(ItemRecord))
               end-if
               invoke lvFields::Items::Add(item)
               invoke cboField::Items::Add(field::GetName())
           end-perform
           goback.
       end method.

      *> Repairs one field of the selected item, with a supervisor's
      *> approval, ready to recycle into the job's next date.
       method-id btnRepair_Click private.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       01 itemId type System.String.
       01 itemState type System.String.
       01 field type FormsCobol.CopybookField.
       01 newRecord type System.String.
       01 oldValue type System.String.
       01 newValue type System.String.
       01 encoded type System.String.
       01 approval type FormsCobol.PatchApprovalForm.
       01 auditImage type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvItems::SelectedItems::Count = 0 or ItemFields = null
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the suspense item to repair first."
                   "Suspense")
               goback
           end-if
           set parts to type FormsCobol.SuspenseStore::SplitPipes(
               type System.String(
                   lvItems::SelectedItems::Item(0)::Tag))
           set itemId to
               type FormsCobol.SuspenseStore::PartAsText(parts 0)
           set itemState to
               type FormsCobol.SuspenseStore::PartAsText(parts 7)
           if not type FormsCobol.SuspenseStore::IsOutstanding(
               itemState)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Item " + itemId + " is " + itemState +
                   " - only an open or repaired item can be repaired."
                   "Suspense")
               goback
           end-if
           if cboField::SelectedIndex < 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the field to change." "Suspense")
               goback
           end-if
           set field to type FormsCobol.CopybookField(
               ItemFields::Item(cboField::SelectedIndex))
           if field::GetStart() + field::GetLength() >
               ItemRecord::Length
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That record is too short to hold the field."
                   "Suspense")
               goback
           end-if

           set newValue to txtValue::Text::Trim()
           set encoded to field::EncodeValue(newValue)
           if encoded = null
               invoke type System.Windows.Forms.MessageBox::Show(
                   "'" + newValue + "' does not fit " +
                   field::GetName() + " - check its length and " +
                   "numeric class."
                   "Suspense")
               goback
           end-if
           set oldValue to field::FormatValue(ItemRecord)
           set newRecord to
               ItemRecord::Substring(0 field::GetStart()) + encoded +
               ItemRecord::Substring(
                   field::GetStart() + field::GetLength())

           set approval to new FormsCobol.PatchApprovalForm(
               field::GetName()
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() oldValue)
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() newValue)
               type FormsCobol.FieldMasking::MaskRecord(
                   ItemRecord ItemFields)
               type FormsCobol.FieldMasking::MaskRecord(
                   newRecord ItemFields))
           if approval::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               invoke type FormsCobol.AuditLog::Write(
                   "SUSPENSE REPAIR CANCELLED" "item " + itemId)
               goback
           end-if
           if not type FormsCobol.SuspenseStore::Repair(
               itemId newRecord approval::GetApprovedBy())
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Item " + itemId + " is no longer open - " +
                   "another console may have recycled or written " +
                   "it off."
                   "Suspense")
               invoke self::LoadItems
               goback
           end-if

      *> the same record the patch editor keeps: the change, then
      *> masked before and after images flattened to one line each
           invoke type FormsCobol.AuditLog::Write(
               "SUSPENSE REPAIR"
               "item " + itemId + " " +
               type FormsCobol.SuspenseStore::PartAsText(parts 1) +
               " " + field::GetName() + " '" +
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() oldValue) + "' -> '" +
               type FormsCobol.FieldMasking::MaskText(
                   field::GetMaskClass() newValue) +
               "' approved by " + approval::GetApprovedBy())
           set auditImage to type FormsCobol.FieldMasking::MaskRecord(
               ItemRecord ItemFields)
           invoke type FormsCobol.AuditLog::Write(
               "SUSPENSE BEFORE"
               auditImage::Replace(x"0D" ".")::Replace(x"0A" "."))
           set auditImage to type FormsCobol.FieldMasking::MaskRecord(
               newRecord ItemFields)
           invoke type FormsCobol.AuditLog::Write(
               "SUSPENSE AFTER"
               auditImage::Replace(x"0D" ".")::Replace(x"0A" "."))
           invoke self::LoadItems
           invoke type System.Windows.Forms.MessageBox::Show(
               "Item " + itemId + " repaired - it is recycled into " +
               "the job's input on its next business date."
               "Suspense")
           goback.
       end method.

      *> Writes the selected item off - never to be posted - with
      *> the operator's reason on the audit trail.
       method-id btnWriteOff_Click private.
       local-storage section.
       01 itemId type System.String.
       01 reason type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvItems::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the suspense item to write off first."
                   "Suspense")
               goback
           end-if
           set reason to txtNote::Text::Trim()
           if reason::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the reason for the write-off - it goes " +
                   "on the audit trail."
                   "Suspense")
               goback
           end-if
           set itemId to lvItems::SelectedItems::Item(0)::Text
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Write off suspense item " + itemId + "? It will " +
               "never be posted."
               "Confirm Write-Off"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           if not type FormsCobol.SuspenseStore::WriteOff(
               itemId reason)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Item " + itemId + " is no longer open - " +
                   "another console may have recycled or written " +
                   "it off."
                   "Suspense")
           end-if
           set txtNote::Text to ""
           invoke self::LoadItems
           goback.
       end method.

       method-id chkShowClosed_CheckedChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadItems
           goback.
       end method.

       method-id btnRefresh_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadItems
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
