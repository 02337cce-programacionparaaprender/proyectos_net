      *> operator closes one by recording RERUN, WAIVED or ESCALATED
      *> with a reason - through the audit trail - so by the 07:00
      *> handover nothing depends on anyone's memory of the 03:10
      *> failure. Each line carries the run-book procedure for the
      *> job's outcome, shown in full for the selected exception,
      *> and the disposition records which procedure was followed,
      *> or that none applied.
       class-id FormsCobol.ExceptionsForm is partial
                 inherits type System.Windows.Forms.Form.

       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       01 procedureParts type System.Collections.ArrayList.
       procedure division.
           invoke lvExceptions::Items::Clear()
           set openExceptions to
                   type System.String(parts::Item(3))::Trim())
               invoke item::SubItems::Add(
                   type System.String(parts::Item(4))::Trim())
               if parts::Count >= 11
                   invoke item::SubItems::Add(
                       type System.String(parts::Item(10))::Trim())
               else
                   invoke item::SubItems::Add("")
               end-if
               set procedureParts to
                   type FormsCobol.RunBookStore::FindProcedure(
                       type System.String(parts::Item(1))::Trim()
                       type System.String(parts::Item(2))::Trim()
                       type System.String(parts::Item(3))::Trim())
               if procedureParts = null
                   invoke item::SubItems::Add("(none)")
               else
                   invoke item::SubItems::Add(
                       type FormsCobol.RunBookStore::Headline(
                           procedureParts))
               end-if
               invoke lvExceptions::Items::Add(item)
           end-perform
           set lblSummary::Text to
               lvExceptions::Items::Count::ToString() +
               " open exception(s)."
           invoke self::ShowRunBook
           goback.
       end method.

      *> Shows the selected exception's run-book procedure in full
      *> and offers the job's procedures for the disposition to
      *> name, the matching one preselected.
       method-id ShowRunBook private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 matched type System.Collections.ArrayList.
       01 forJob type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           invoke cboProcedure::Items::Clear()
           invoke cboProcedure::Items::Add(
               "NONE - no run-book procedure applied")
           set cboProcedure::SelectedIndex to 0
           set txtRunBook::Text to ""
           if lvExceptions::SelectedItems::Count = 0
               goback
           end-if
           set selectedItem to lvExceptions::SelectedItems::Item(0)
           set matched to
               type FormsCobol.RunBookStore::FindProcedure(
                   selectedItem::SubItems::Item(1)::Text
                   selectedItem::SubItems::Item(2)::Text
                   selectedItem::SubItems::Item(3)::Text)
           if matched = null
               set txtRunBook::Text to
                   "The run book has no procedure for " +
                   selectedItem::SubItems::Item(1)::Text + " " +
                   selectedItem::SubItems::Item(2)::Text + " RC " +
                   selectedItem::SubItems::Item(3)::Text + "."
           else
               set txtRunBook::Text to
                   type FormsCobol.RunBookStore::Describe(matched)
           end-if
           set forJob to
               type FormsCobol.RunBookStore::ProceduresForJob(
                   selectedItem::SubItems::Item(1)::Text)
           perform varying idx from 0 by 1
                     until idx >= forJob::Count
               set parts to type System.Collections.ArrayList(
                   forJob::Item(idx))
               invoke cboProcedure::Items::Add(
                   type FormsCobol.RunBookStore::Headline(parts))
               if matched not = null
                   if type FormsCobol.RunBookStore::Reference(parts) =
                       type FormsCobol.RunBookStore::Reference(
                           matched)
                       set cboProcedure::SelectedIndex to idx + 1
                   end-if
               end-if
           end-perform
           goback.
       end method.

       method-id lvExceptions_SelectedIndexChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::ShowRunBook
           goback.
       end method.

       01 exceptionId type System.String.
       01 disposition type System.String.
       01 reason type System.String.
       01 procedureRef type System.String.
       01 dashPos type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvExceptions::SelectedItems::Count = 0
                   set disposition to "RERUN"
           end-evaluate

      *> the procedure followed is the reference ahead of " - " on
      *> the chosen line; the first line is "none applied"
           set procedureRef to "NONE"
           if cboProcedure::SelectedIndex > 0
               set procedureRef to cboProcedure::Text
               set dashPos to procedureRef::IndexOf(" - ")
               if dashPos > 0
                   set procedureRef to
                       procedureRef::Substring(0 dashPos)
               end-if
           end-if

           set exceptionId to
               lvExceptions::SelectedItems::Item(0)::Text
           if not type FormsCobol.ExceptionQueue::Disposition(
               exceptionId disposition reason procedureRef)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Exception " + exceptionId + " is no longer " +
                   "open - another console may have " +
           goback.
       end method.

      *> Opens the downstream impact of the selected exception's
      *> job - what else its failure holds up, and which cutoffs.
       method-id btnImpact_Click private.
       local-storage section.
       01 screen type FormsCobol.ImpactForm.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvExceptions::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the exception whose impact to show."
                   "Exceptions")
               goback
           end-if
           set screen to new FormsCobol.ImpactForm(
               lvExceptions::SelectedItems::Item(0)::SubItems::
                   Item(1)::Text)
           invoke screen::ShowDialog()
           goback.
       end method.

       method-id btnRefresh_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
