      *> PromotionForm - shows the job definitions that differ
      *> between another environment and this one (TEST against
      *> PROD, say) and carries the ticked ones across. Highlighting
      *> a row previews exactly what would change, including which
      *> of this environment's own settings are kept and which a new
      *> definition leaves to be checked. Promoting is a supervisor
      *> action, confirmed, and each file it touches becomes a
      *> definition change awaiting a second supervisor.
       class-id FormsCobol.PromotionForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
      *> the environment the listed differences were compared from -
      *> what is promoted is what was shown
       01 ComparedSource type System.String value "".

       method-id NEW.
       local-storage section.
       01 envNames type System.Collections.ArrayList.
       01 envName type System.String.
       01 hereEnv type System.String.
       01 idx type System.Int32.
       procedure division.
           invoke self::InitializeComponent
           set hereEnv to type FormsCobol.AppConfig::GetEnvironment()
           set envNames to
               type FormsCobol.AppConfig::EnvironmentNames()
           perform varying idx from 0 by 1
                     until idx >= envNames::Count
               set envName to type System.String(envNames::Item(idx))
               if envName not = hereEnv
                   invoke cboSource::Items::Add(envName)
               end-if
           end-perform
      *> PROD takes its changes from TEST; the others from PROD
           if hereEnv = "PROD"
               set cboSource::SelectedItem to "TEST"
           else
               set cboSource::SelectedItem to "PROD"
           end-if
           set lblTarget::Text to "into " + hereEnv + " (this console)"
           set lblTarget::ForeColor to
               type FormsCobol.AppConfig::EnvironmentColour(hereEnv)
           set btnPromote::Enabled to False
           goback.
       end method.

      *> Lists every definition that differs, NEW and CHANGED ticked.
       method-id btnCompare_Click private.
       local-storage section.
       01 problem type System.String.
       01 differences type System.Collections.ArrayList.
       01 diffLine type System.String.
       01 idx type System.Int32.
       01 pipePos type System.Int32.
       01 lastPipe type System.Int32.
       01 keyLength type System.Int32.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set problem to
               type FormsCobol.DefinitionPromotion::SourceProblem(
                   cboSource::Text)
           if problem::Length > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Cannot compare: " + problem + "."
                   "Promote Definitions")
               goback
           end-if
           set ComparedSource to cboSource::Text
           set differences to
               type FormsCobol.DefinitionPromotion::Compare(
                   ComparedSource)
           invoke lvDifferences::Items::Clear()
           invoke lstPreview::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= differences::Count
               set diffLine to
                   type System.String(differences::Item(idx))
               set pipePos to diffLine::IndexOf("|")
               set lastPipe to diffLine::LastIndexOf("|")
               set keyLength to lastPipe - pipePos - 1
               set item to new System.Windows.Forms.ListViewItem(
                   diffLine::Substring(0 pipePos))
               invoke item::SubItems::Add(
                   diffLine::Substring(pipePos + 1 keyLength))
               invoke item::SubItems::Add(
                   diffLine::Substring(lastPipe + 1))
               set item::Tag to diffLine
               if diffLine::Substring(lastPipe + 1) not = "ONLY HERE"
                   set item::Checked to True
               end-if
               invoke lvDifferences::Items::Add(item)
           end-perform
           if differences::Count = 0
               invoke lstPreview::Items::Add("No differences - " +
                   ComparedSource + " and " +
                   type FormsCobol.AppConfig::GetEnvironment() +
                   " hold the same definitions.")
           end-if
      *> a monitor console may look but never promote
           set btnPromote::Enabled to False
           if differences::Count > 0 and
               not type FormsCobol.OperatorSession::IsMonitor()
               set btnPromote::Enabled to True
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "PROMOTION COMPARE" ComparedSource + " to " +
               type FormsCobol.AppConfig::GetEnvironment())
           goback.
       end method.

      *> Previews the highlighted definition.
       method-id lvDifferences_SelectedIndexChanged private.
       local-storage section.
       01 diffLine type System.String.
       01 pipePos type System.Int32.
       01 lastPipe type System.Int32.
       01 keyLength type System.Int32.
       01 previewLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvDifferences::SelectedItems::Count = 0
               goback
           end-if
           set diffLine to type System.String(
               lvDifferences::SelectedItems::Item(0)::Tag)
           set pipePos to diffLine::IndexOf("|")
           set lastPipe to diffLine::LastIndexOf("|")
           set keyLength to lastPipe - pipePos - 1
           set previewLines to
               type FormsCobol.DefinitionPromotion::Preview(
                   ComparedSource
                   diffLine::Substring(0 pipePos)
                   diffLine::Substring(pipePos + 1 keyLength))
           invoke lstPreview::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= previewLines::Count
               invoke lstPreview::Items::Add(previewLines::Item(idx))
           end-perform
           goback.
       end method.

      *> Submits the ticked definitions - supervisors only, confirmed.
       method-id btnPromote_Click private.
       local-storage section.
       01 selected type System.Collections.ArrayList.
       01 reportLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Promote definitions" "")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to promote " +
                   "definitions."
                   "Promote Definitions")
               goback
           end-if
           set selected to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= lvDifferences::Items::Count
               if lvDifferences::Items::Item(idx)::Checked
                   invoke selected::Add(
                       lvDifferences::Items::Item(idx)::Tag)
               end-if
           end-perform
           if selected::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Tick the definitions to promote first."
                   "Promote Definitions")
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Promote " + selected::Count::ToString() +
               " definition(s) from " + ComparedSource + " into " +
               type FormsCobol.AppConfig::GetEnvironment() +
               "? Each file changed is held for a second " +
               "supervisor's approval."
               "Confirm Promotion"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           set reportLines to
               type FormsCobol.DefinitionPromotion::Promote(
                   ComparedSource selected)
           invoke lstPreview::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= reportLines::Count
               invoke lstPreview::Items::Add(reportLines::Item(idx))
           end-perform
           goback.
       end method.

       method-id btnClose_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::Close()
           goback.
       end method.

       end class.
