      *> console delivers automatically once the producing job
      *> succeeds with verified control totals, shows whether each
      *> went out today, and redelivers on demand when the far end
      *> asks for the file again. A feed the far end answers also
      *> declares where its acknowledgement lands, its name pattern,
      *> the time it is due by and the copybook its accepted and
      *> rejected counts are read through; the Ack column shows how
      *> the latest delivery was answered.
       class-id FormsCobol.OutboundForm is partial
                 inherits type System.Windows.Forms.Form.

                   set sentText to "no"
               end-if
               invoke item::SubItems::Add(sentText)
               if feed::ExpectsAck()
                   invoke item::SubItems::Add(
                       type FormsCobol.AckTracker::LatestStateText(
                           feed::GetFeedName()))
               else
                   invoke item::SubItems::Add("")
               end-if
               invoke lvFeeds::Items::Add(item)
           end-perform
           goback.
           goback.
       end method.

       method-id btnBrowseAck_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.FolderBrowserDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set dlg to new System.Windows.Forms.FolderBrowserDialog()
           set dlg::Description to
               "Select the folder the acknowledgements land in"
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set txtAckDir::Text to dlg::SelectedPath
           end-if
           goback.
       end method.

       method-id btnBrowseAckCopybook_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.OpenFileDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set dlg to new System.Windows.Forms.OpenFileDialog()
           set dlg::Filter to
               "Copybooks (*.cpy)|*.cpy|All files (*.*)|*.*"
           set dlg::Title to "Select Acknowledgement Copybook"
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set txtAckCopybook::Text to dlg::FileName
           end-if
           goback.
       end method.

      *> True when aText is a plausible "HH:mm" time of day.
       method-id IsValidTime private.
       procedure division using by value aText as type System.String
       method-id btnAdd_Click private.
       local-storage section.
       01 feedName type System.String.
       01 ackDir type System.String.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set feedName to txtFeedName::Text::Trim()::ToUpper()
                   "Outbound Feeds")
               goback
           end-if
      *> the acknowledgement is optional, but once its folder is
      *> given the rest of its declaration is needed to match it
           set ackDir to txtAckDir::Text::Trim()
           if ackDir::Length > 0
               if txtAckCopybook::Text::Trim()::Length = 0 or
                   txtAcceptedField::Text::Trim()::Length = 0 or
                   txtRejectedField::Text::Trim()::Length = 0
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Enter the acknowledgement copybook and its " +
                       "accepted and rejected count fields, or " +
                       "clear the ack folder."
                       "Outbound Feeds")
                   goback
               end-if
               if not self::IsValidTime(txtAckDeadline::Text::Trim())
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Enter the time the acknowledgement is due " +
                       "by as HH:mm."
                       "Outbound Feeds")
                   goback
               end-if
           end-if

           set changeNo to type FormsCobol.OutboundWatcher::AddFeed(
               new FormsCobol.OutboundFeed(
                   feedName
                   txtSourcePath::Text::Trim()
                   txtDestDir::Text::Trim()
                   txtCutoff::Text::Trim()
                   txtProducingJob::Text::Trim()::ToUpper()
                   ackDir
                   txtAckPattern::Text::Trim()
                   txtAckDeadline::Text::Trim()
                   txtAckCopybook::Text::Trim()
                   txtAcceptedField::Text::Trim()::ToUpper()
                   txtRejectedField::Text::Trim()::ToUpper()))
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD OUTBOUND SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   feedName)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "OUTFEEDS.TXT")
               "Outbound Feeds")
           invoke self::LoadFeeds
           goback.
       end method.
       method-id btnRemove_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvFeeds::SelectedItems::Count = 0
               goback
           end-if
           set selectedItem to lvFeeds::SelectedItems::Item(0)
           set changeNo to
               type FormsCobol.OutboundWatcher::RemoveFeed(
                   selectedItem::Index)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "REMOVE OUTBOUND SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   selectedItem::Text)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "OUTFEEDS.TXT")
               "Outbound Feeds")
           invoke self::LoadFeeds
           goback.
       end method.
      *> Sends the selected feed's file again, right now - the far
      *> end lost it or asked for a fresh copy. Goes through the
      *> same delivery path as the automatic send, initiated by
      *> whoever is at the keyboard - and is refused, as the
      *> automatic send would be, while the producing run is held
      *> at VARIANCE or its control totals have not verified.
       method-id btnRedeliver_Click private.
       local-storage section.
       01 feeds type System.Collections.ArrayList.
           set feeds to type FormsCobol.OutboundWatcher::LoadFeeds()
           set feed to type FormsCobol.OutboundFeed(
               feeds::Item(lvFeeds::SelectedItems::Item(0)::Index))
      *> a held run goes out only through a supervisor's release
           if type FormsCobol.VarianceEngine::IsHeld(
               feed::GetProducingJob())
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Redeliver held feed"
                   feed::GetFeedName() + " " +
                   feed::GetProducingJob() + " at VARIANCE")
               invoke type System.Windows.Forms.MessageBox::Show(
                   feed::GetFeedName() + " cannot be redelivered: " +
                   feed::GetProducingJob() + " is held at VARIANCE " +
                   "until a supervisor releases it in Job Control."
                   "Outbound Feeds")
               goback
           end-if
           if not type FormsCobol.OutboundWatcher::ControlsVerified(
               feed::GetProducingJob())
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Redeliver unverified feed"
                   feed::GetFeedName() + " " +
                   feed::GetProducingJob() + " control totals")
               invoke type System.Windows.Forms.MessageBox::Show(
                   feed::GetFeedName() + " cannot be redelivered: " +
                   "the control totals of " +
                   feed::GetProducingJob() + " have not verified."
                   "Outbound Feeds")
               goback
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "REDELIVER OUTBOUND" feed::GetFeedName())
           set failReason to
