      *> PaymentMatchForm - the finance team's desk for matching our
      *> delivered payments against the bank's settlement statement
      *> (PaymentMatchEngine). For the matching picked it lists the
      *> matches the rules proposed, awaiting confirmation, and each
      *> side's unmatched items, aged ones in red. An operator
      *> confirms a proposed match (it is not presented again),
      *> breaks one back into open items, or ticks open items on
      *> both sides and matches them by hand. Run Now runs the
      *> matching again and refiles its listings; it runs by itself
      *> when the statement feed arrives. A monitor console only
      *> looks.
       class-id FormsCobol.PaymentMatchForm is partial
                 inherits type System.Windows.Forms.Form.

       method-id NEW.
       local-storage section.
       01 definitions type System.Collections.ArrayList.
       01 definition type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           invoke self::InitializeComponent
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnRunNow::Enabled to False
               set btnConfirm::Enabled to False
               set btnBreak::Enabled to False
               set btnMatchTicked::Enabled to False
           end-if
           set definitions to
               type FormsCobol.PaymentMatchEngine::LoadDefinitions()
           perform varying idx from 0 by 1
                     until idx >= definitions::Count
               set definition to type System.Collections.ArrayList(
                   definitions::Item(idx))
               invoke cboMatching::Items::Add(
                   type FormsCobol.PaymentMatchEngine::PartAsText(
                       definition 0)::ToUpper())
           end-perform
           if cboMatching::Items::Count > 0
               set cboMatching::SelectedIndex to 0
           else
               set lblSummary::Text to
                   "No payment matching is declared (PAYMATCH.TXT)."
           end-if
           goback.
       end method.

      *> The matching picked, or "" when there is none.
       method-id SelectedMatching private.
       procedure division returning result as type System.String.
           set result to ""
           if cboMatching::SelectedItem not = null
               set result to cboMatching::SelectedItem::ToString()
           end-if
           goback.
       end method.

      *> One list row for an item.
       method-id ItemRow private.
       local-storage section.
       01 amountValue type System.Decimal.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aFirstColumn as type System.String
           returning item as type System.Windows.Forms.ListViewItem.
           set amountValue to
               type FormsCobol.PaymentMatchEngine::PartAsDecimal(
                   parts 5)
           set item to new System.Windows.Forms.ListViewItem(
               aFirstColumn)
           invoke item::SubItems::Add(
               type FormsCobol.PaymentMatchEngine::DisplayReference(
                   parts))
           invoke item::SubItems::Add(
               type FormsCobol.PaymentMatchEngine::FormatAmount(
                   amountValue))
           invoke item::SubItems::Add(
               type FormsCobol.PaymentMatchEngine::PartAsText(parts 6))
           invoke item::SubItems::Add(
               type FormsCobol.PaymentMatchEngine::PartAsText(parts 7))
           invoke item::SubItems::Add(
               type FormsCobol.PaymentMatchEngine::PartAsText(parts 2)
               + " #" +
               type FormsCobol.PaymentMatchEngine::PartAsText(parts 3))
           set item::Tag to parts
           goback.
       end method.

      *> Reloads the three lists for the matching picked.
       method-id LoadItems private.
       local-storage section.
       01 matchingName type System.String.
       01 items type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       01 lineState type System.String.
       01 matchIds type System.Collections.ArrayList.
       01 itemAge type System.Int32.
       01 busDate type System.String.
       procedure division.
           invoke lvMatched::Items::Clear()
           invoke lvOurs::Items::Clear()
           invoke lvTheirs::Items::Clear()
           set matchingName to self::SelectedMatching()
           if matchingName::Length = 0
               goback
           end-if
           set matchIds to new System.Collections.ArrayList()
           set busDate to
               type FormsCobol.ProcessingCalendar::
                   CurrentBusinessDate()
           set items to
               type FormsCobol.PaymentMatchEngine::ItemsFor(
                   matchingName)
           perform varying idx from 0 by 1
                     until idx >= items::Count
               set parts to type System.Collections.ArrayList(
                   items::Item(idx))
               set lineState to
                   type FormsCobol.PaymentMatchEngine::PartAsText(
                       parts 8)
               if lineState = "MATCHED"
                   set item to self::ItemRow(parts
                       type FormsCobol.PaymentMatchEngine::PartAsText(
                           parts 9))
                   invoke item::SubItems::Add(
                       type FormsCobol.PaymentMatchEngine::PartAsText(
                           parts 1))
                   invoke item::SubItems::Add(
                       type FormsCobol.PaymentMatchEngine::PartAsText(
                           parts 10))
                   invoke lvMatched::Items::Add(item)
                   if not matchIds::Contains(
                       type FormsCobol.PaymentMatchEngine::PartAsText(
                           parts 9))
                       invoke matchIds::Add(
                           type FormsCobol.PaymentMatchEngine::
                               PartAsText(parts 9))
                   end-if
                   exit perform cycle
               end-if
               set itemAge to
                   type FormsCobol.PaymentMatchEngine::
                       BusinessDaysBetween(
                           type FormsCobol.PaymentMatchEngine::
                               PartAsText(parts 7)
                           busDate)
               set item to self::ItemRow(parts itemAge::ToString())
               if type FormsCobol.PaymentMatchEngine::PartAsText(
                   parts 13) = "Y"
                   set item::ForeColor to
                       type System.Drawing.Color::Red
               end-if
               if type FormsCobol.PaymentMatchEngine::PartAsText(
                   parts 1) = "OURS"
                   invoke lvOurs::Items::Add(item)
               else
                   invoke lvTheirs::Items::Add(item)
               end-if
           end-perform
           set lblSummary::Text to
               matchIds::Count::ToString() +
               " match(es) awaiting confirmation; " +
               lvOurs::Items::Count::ToString() + " of ours and " +
               lvTheirs::Items::Count::ToString() +
               " of the bank's unmatched."
           goback.
       end method.

       method-id cboMatching_SelectedIndexChanged private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::LoadItems
           goback.
       end method.

      *> Runs the matching again over the open items and refiles
      *> its listings.
       method-id btnRunNow_Click private.
       local-storage section.
       01 narration type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 resultText type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if self::SelectedMatching()::Length = 0
               goback
           end-if
           set narration to
               type FormsCobol.PaymentMatchEngine::Reconcile(
                   self::SelectedMatching())
           set resultText to ""
           perform varying idx from 0 by 1
                     until idx >= narration::Count
               set resultText to resultText +
                   type System.String(narration::Item(idx)) +
                   type System.Environment::NewLine
           end-perform
           invoke type System.Windows.Forms.MessageBox::Show(
               resultText "Payment Matching")
           invoke self::LoadItems
           goback.
       end method.

      *> The match id of the proposed match selected, or "" after
      *> telling the operator to pick one.
       method-id SelectedMatchId private.
       local-storage section.
       01 parts type System.Collections.ArrayList.
       procedure division returning result as type System.String.
           set result to ""
           if lvMatched::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select a line of the match on the Matched tab " +
                   "first."
                   "Payment Matching")
               goback
           end-if
           set parts to type System.Collections.ArrayList(
               lvMatched::SelectedItems::Item(0)::Tag)
           set result to
               type FormsCobol.PaymentMatchEngine::PartAsText(parts 9)
           goback.
       end method.

      *> Accepts the proposed match - it is remembered and never
      *> presented again.
       method-id btnConfirm_Click private.
       local-storage section.
       01 matchId type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set matchId to self::SelectedMatchId()
           if matchId::Length = 0
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Confirm match " + matchId + "? Its items will not " +
               "be presented again."
               "Confirm Match"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           if not type FormsCobol.PaymentMatchEngine::Confirm(
               self::SelectedMatching() matchId)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Match " + matchId + " is no longer awaiting " +
                   "confirmation."
                   "Payment Matching")
           end-if
           invoke self::LoadItems
           goback.
       end method.

      *> Rejects the proposed match - its items go back to the
      *> unmatched lists.
       method-id btnBreak_Click private.
       local-storage section.
       01 matchId type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set matchId to self::SelectedMatchId()
           if matchId::Length = 0
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Break match " + matchId + "? Its items go back to " +
               "the unmatched lists."
               "Confirm Break"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           if not type FormsCobol.PaymentMatchEngine::BreakMatch(
               self::SelectedMatching() matchId)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Match " + matchId + " is no longer awaiting " +
                   "confirmation."
                   "Payment Matching")
           end-if
           invoke self::LoadItems
           goback.
       end method.

      *> Matches the items ticked on both unmatched tabs by hand -
      *> confirmed at once. Totals that differ are shown before the
      *> operator commits.
       method-id btnMatchTicked_Click private.
       local-storage section.
       01 itemKeys type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 oursCount type System.Int32.
       01 theirsCount type System.Int32.
       01 oursTotal type System.Decimal.
       01 theirsTotal type System.Decimal.
       01 promptText type System.String.
       01 matchId type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set itemKeys to new System.Collections.ArrayList()
           set oursCount to 0
           set theirsCount to 0
           set oursTotal to 0
           set theirsTotal to 0
           perform varying idx from 0 by 1
                     until idx >= lvOurs::Items::Count
               if lvOurs::Items::Item(idx)::Checked
                   set parts to type System.Collections.ArrayList(
                       lvOurs::Items::Item(idx)::Tag)
                   invoke itemKeys::Add(
                       type FormsCobol.PaymentMatchEngine::ItemKey(
                           parts))
                   set oursCount to oursCount + 1
                   set oursTotal to oursTotal +
                       type FormsCobol.PaymentMatchEngine::
                           PartAsDecimal(parts 5)
               end-if
           end-perform
           perform varying idx from 0 by 1
                     until idx >= lvTheirs::Items::Count
               if lvTheirs::Items::Item(idx)::Checked
                   set parts to type System.Collections.ArrayList(
                       lvTheirs::Items::Item(idx)::Tag)
                   invoke itemKeys::Add(
                       type FormsCobol.PaymentMatchEngine::ItemKey(
                           parts))
                   set theirsCount to theirsCount + 1
                   set theirsTotal to theirsTotal +
                       type FormsCobol.PaymentMatchEngine::
                           PartAsDecimal(parts 5)
               end-if
           end-perform
           if oursCount = 0 or theirsCount = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Tick at least one of our payments and one " +
                   "statement line to match them."
                   "Payment Matching")
               goback
           end-if
           set promptText to
               "Match " + oursCount::ToString() +
               " of our payment(s) totalling " +
               type FormsCobol.PaymentMatchEngine::FormatAmount(
                   oursTotal) + " with " + theirsCount::ToString() +
               " statement line(s) totalling " +
               type FormsCobol.PaymentMatchEngine::FormatAmount(
                   theirsTotal) + "?"
           if oursTotal not = theirsTotal
               set promptText to promptText +
                   type System.Environment::NewLine +
                   "The totals do not agree."
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               promptText "Confirm Match"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           set matchId to
               type FormsCobol.PaymentMatchEngine::MatchManually(
                   self::SelectedMatching() itemKeys)
           if matchId::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Those items are no longer open."
                   "Payment Matching")
           else
      *> the dashboard and the filed listings follow the match
               invoke type FormsCobol.PaymentMatchEngine::Reconcile(
                   self::SelectedMatching())
           end-if
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
