       01 feedName type System.String.
       01 seqStart type System.Int32.
       01 seqLength type System.Int32.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set feedName to txtFeedName::Text::Trim()::ToUpper()
               end-if
           end-if

           set changeNo to type FormsCobol.FeedWatcher::AddFeed(
               new FormsCobol.FeedDefinition(
                   feedName
                   txtLandingDir::Text::Trim()
                   txtEarliest::Text::Trim()
                   txtLatest::Text::Trim()
                   seqStart seqLength))
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD FEED SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   feedName)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "FEEDS.TXT")
               "Inbound Feeds")
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
           set changeNo to type FormsCobol.FeedWatcher::RemoveFeed(
               selectedItem::Index)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "REMOVE FEED SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   selectedItem::Text)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "FEEDS.TXT")
               "Inbound Feeds")
           invoke self::LoadFeeds
           goback.
       end method.
