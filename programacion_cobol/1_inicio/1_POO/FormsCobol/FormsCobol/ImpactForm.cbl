      *> ImpactForm - the downstream impact of one job, stream or
      *> inbound feed: every schedule entry, later stream step,
      *> outbound feed, proof, cross-file check and report-pack entry
      *> its failure (or late arrival) holds up, each with its due or
      *> cutoff time and tonight's projected end, and the cutoffs
      *> already at risk flagged. Opened from the dashboard, Job
      *> Control and the exception queue with the name filled in;
      *> any other name can be typed over it.
       class-id FormsCobol.ImpactForm is partial
                 inherits type System.Windows.Forms.Form.

       method-id NEW.
       procedure division using by value aName as type System.String.
           invoke self::InitializeComponent
           set txtName::Text to aName::Trim()::ToUpper()
           if txtName::Text::Length > 0
               invoke self::LoadImpact
           end-if
           goback.
       end method.

      *> Walks everything downstream of the name entered and lists
      *> it, nearest first.
       method-id LoadImpact private.
       local-storage section.
       01 items type System.Collections.ArrayList.
       01 impact type FormsCobol.ImpactItem.
       01 idx type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       01 atRiskCount type System.Int32.
       procedure division.
           invoke lvImpact::Items::Clear()
           set atRiskCount to 0
           set items to type FormsCobol.ImpactAnalyzer::Downstream(
               txtName::Text)
           perform varying idx from 0 by 1
                     until idx >= items::Count
               set impact to
                   type FormsCobol.ImpactItem(items::Item(idx))
               set item to new System.Windows.Forms.ListViewItem(
                   impact::GetKind())
               invoke item::SubItems::Add(impact::GetItemName())
               invoke item::SubItems::Add(impact::GetLink())
               invoke item::SubItems::Add(impact::GetDueTime())
               invoke item::SubItems::Add(impact::GetProjectedEnd())
               if impact::IsAtRisk()
                   invoke item::SubItems::Add("AT RISK")
                   set item::ForeColor to
                       type System.Drawing.Color::Red
                   set atRiskCount to atRiskCount + 1
               else
                   invoke item::SubItems::Add("")
               end-if
               invoke lvImpact::Items::Add(item)
           end-perform
           if items::Count = 0
               set lblSummary::Text to
                   "Nothing is declared downstream of " +
                   txtName::Text + "."
           else
               set lblSummary::Text to
                   items::Count::ToString() + " item(s) downstream, " +
                   atRiskCount::ToString() + " cutoff(s) at risk."
           end-if
           goback.
       end method.

       method-id btnShow_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set txtName::Text to txtName::Text::Trim()::ToUpper()
           if txtName::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the job, stream or inbound feed name."
                   "Downstream Impact")
               goback
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "IMPACT VIEW" txtName::Text)
           invoke self::LoadImpact
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
