      *> ServiceLevelForm - the monthly service-level report on
      *> demand, for a chosen month or any business-date range: shown
      *> on screen, printed through the same PrintDocument path as
      *> the other reports, exported to CSV, or filed as text and CSV
      *> in the reports directory. The Targets tab maintains the
      *> agreed finish times and on-time percentages it is measured
      *> against, through the usual change approval.
       class-id FormsCobol.ServiceLevelForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 PrintLines type System.Collections.ArrayList.
       01 PrintLineIndex type System.Int32.
       01 PeriodFrom type System.String.
       01 PeriodTo type System.String.

      *> Opens on the month just finished - the one the business
      *> asks about.
       method-id NEW.
       local-storage section.
       01 lastMonth type System.DateTime.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console reads the report without declaring or
      *> removing targets
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnAddTarget::Enabled to False
               set btnRemoveTarget::Enabled to False
           end-if
           set lastMonth to type System.DateTime::Today::AddDays(
               1 - type System.DateTime::Today::Day)::AddMonths(-1)
           set txtMonth::Text to lastMonth::ToString("yyyyMM")
           set PeriodFrom to lastMonth::ToString("yyyyMMdd")
           set PeriodTo to
               lastMonth::AddMonths(1)::AddDays(-1)::ToString(
                   "yyyyMMdd")
           set txtFrom::Text to PeriodFrom
           set txtTo::Text to PeriodTo
           invoke self::LoadReport
           invoke self::LoadTargets
           goback.
       end method.

      *> Rebuilds the report for PeriodFrom..PeriodTo and shows it.
       method-id LoadReport private.
       local-storage section.
       01 reportLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           set reportLines to
               type FormsCobol.ServiceLevelReport::BuildLines(
                   PeriodFrom PeriodTo)
           invoke lstReport::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= reportLines::Count
               invoke lstReport::Items::Add(
                   type System.String(reportLines::Item(idx)))
           end-perform
           goback.
       end method.

      *> Reloads the target list from SLATARGETS.TXT.
       method-id LoadTargets private.
       local-storage section.
       01 targets type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 target type FormsCobol.ServiceTarget.
       01 item type System.Windows.Forms.ListViewItem.
       procedure division.
           invoke lvTargets::Items::Clear()
           set targets to
               type FormsCobol.ServiceLevelReport::LoadTargets()
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set target to type FormsCobol.ServiceTarget(
                   targets::Item(idx))
               set item to new System.Windows.Forms.ListViewItem(
                   target::GetTargetName())
               invoke item::SubItems::Add(target::GetDeadline())
               invoke item::SubItems::Add(
                   target::GetTargetPercent()::ToString())
               invoke lvTargets::Items::Add(item)
           end-perform
           goback.
       end method.

      *> Shows the calendar month entered as yyyyMM.
       method-id btnMonth_Click private.
       local-storage section.
       01 monthStart type System.DateTime.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if txtMonth::Text::Trim()::Length not = 6 or
               not type FormsCobol.ServiceLevelReport::TryParseDate(
                   txtMonth::Text::Trim() + "01" monthStart)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the month as yyyyMM, e.g. 202609."
                   "Service-Level Report")
               goback
           end-if
           set PeriodFrom to monthStart::ToString("yyyyMMdd")
           set PeriodTo to
               monthStart::AddMonths(1)::AddDays(-1)::ToString(
                   "yyyyMMdd")
           set txtFrom::Text to PeriodFrom
           set txtTo::Text to PeriodTo
           invoke type FormsCobol.AuditLog::Write(
               "SERVICE LEVEL VIEW" PeriodFrom + "-" + PeriodTo)
           invoke self::LoadReport
           goback.
       end method.

      *> Shows the business-date range entered as yyyyMMdd..yyyyMMdd.
       method-id btnRange_Click private.
       local-storage section.
       01 fromDate type System.DateTime.
       01 toDate type System.DateTime.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.ServiceLevelReport::TryParseDate(
               txtFrom::Text fromDate) or
               not type FormsCobol.ServiceLevelReport::TryParseDate(
                   txtTo::Text toDate)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter both business dates as yyyyMMdd."
                   "Service-Level Report")
               goback
           end-if
           if fromDate::CompareTo(toDate) > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The From date is after the To date."
                   "Service-Level Report")
               goback
           end-if
           set PeriodFrom to fromDate::ToString("yyyyMMdd")
           set PeriodTo to toDate::ToString("yyyyMMdd")
           invoke type FormsCobol.AuditLog::Write(
               "SERVICE LEVEL VIEW" PeriodFrom + "-" + PeriodTo)
           invoke self::LoadReport
           goback.
       end method.

      *> Prints the report to whatever printer the operator picks.
       method-id btnPrint_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.PrintDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set PrintLines to
               type FormsCobol.ServiceLevelReport::BuildLines(
                   PeriodFrom PeriodTo)
           set PrintLineIndex to 0

           set dlg to new System.Windows.Forms.PrintDialog()
           set dlg::Document to printDoc
           if dlg::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               goback
           end-if
           set printDoc::DocumentName to "Service-Level Report"
           invoke printDoc::Print()
           invoke type FormsCobol.AuditLog::Write(
               "PRINT SERVICE LEVEL" PeriodFrom + "-" + PeriodTo)
           goback.
       end method.

      *> Exports the report to a CSV file.
       method-id btnCsv_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set dlg to new System.Windows.Forms.SaveFileDialog()
           set dlg::Filter to "CSV files (*.csv)|*.csv"
           set dlg::Title to "Export Service-Level Report as CSV"
           set dlg::InitialDirectory to
               type FormsCobol.AppConfig::GetReportsDirectory()
           set dlg::FileName to
               "SLA-" + PeriodFrom + "-" + PeriodTo + ".CSV"
           if dlg::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               goback
           end-if
           invoke type FormsCobol.ReportEngine::WriteLines(
               type FormsCobol.ServiceLevelReport::BuildCsvRows(
                   PeriodFrom PeriodTo)
               dlg::FileName)
           invoke type FormsCobol.AuditLog::Write(
               "EXPORT SERVICE LEVEL CSV"
               type System.IO.Path::GetFileName(dlg::FileName))
           invoke type System.Windows.Forms.MessageBox::Show(
               "Service-level report exported to " + dlg::FileName
               "Service-Level Report")
           goback.
       end method.

      *> Files the report as text and CSV in the reports directory.
       method-id btnFile_Click private.
       local-storage section.
       01 reportPath type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set reportPath to
               type FormsCobol.ServiceLevelReport::WriteFiles(
                   PeriodFrom PeriodTo
                   type FormsCobol.AppConfig::GetReportsDirectory())
           invoke type FormsCobol.AuditLog::Write(
               "FILE SERVICE LEVEL"
               type System.IO.Path::GetFileName(reportPath))
           invoke type System.Windows.Forms.MessageBox::Show(
               "Service-level report filed as " + reportPath +
               " (with a CSV copy beside it)."
               "Service-Level Report")
           goback.
       end method.

      *> Declares (or replaces) the target entered below the list.
       method-id btnAddTarget_Click private.
       local-storage section.
       01 targetName type System.String.
       01 deadline type System.String.
       01 percent type System.Decimal.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set targetName to txtTargetName::Text::Trim()::ToUpper()
           set deadline to txtTargetDeadline::Text::Trim()
           if targetName::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the job or feed name."
                   "Service-Level Report")
               goback
           end-if
           if deadline::Length > 0
               if deadline::Length not = 5 or
                   deadline::Substring(2 1) not = ":"
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Enter the finish time as HH:mm, or leave " +
                       "it blank for a feed."
                       "Service-Level Report")
                   goback
               end-if
           end-if
           if not type System.Decimal::TryParse(
               txtTargetPercent::Text::Trim() percent) or
               percent <= 0 or percent > 100
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the target as a percentage above 0, up " +
                   "to 100."
                   "Service-Level Report")
               goback
           end-if

           set changeNo to
               type FormsCobol.ServiceLevelReport::AddTarget(
                   new FormsCobol.ServiceTarget(
                       targetName deadline percent))
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "ADD SERVICE TARGET SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   targetName + " " + deadline + " " +
                   percent::ToString() + "%")
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "SLATARGETS.TXT")
               "Service-Level Report")
           invoke self::LoadTargets
           goback.
       end method.

       method-id btnRemoveTarget_Click private.
       local-storage section.
       01 selectedItem type System.Windows.Forms.ListViewItem.
       01 changeNo type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if lvTargets::SelectedItems::Count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select a target first." "Service-Level Report")
               goback
           end-if
           set selectedItem to lvTargets::SelectedItems::Item(0)
           set changeNo to
               type FormsCobol.ServiceLevelReport::RemoveTarget(
                   selectedItem::Index)
           if changeNo > 0
               invoke type FormsCobol.AuditLog::Write(
                   "REMOVE SERVICE TARGET SUBMITTED"
                   "#" + changeNo::ToString() + " " +
                   selectedItem::Text)
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               type FormsCobol.DefinitionChangeStore::
                   DescribeSubmission(changeNo "SLATARGETS.TXT")
               "Service-Level Report")
           invoke self::LoadTargets
           goback.
       end method.

      *> Lays PrintLines onto successive pages, one report line per
      *> printed line, advancing to a new page once MarginBounds
      *> fills up - the same pagination the Reports screen uses.
       method-id printDoc_PrintPage private.
       local-storage section.
       01 printFont type System.Drawing.Font.
       01 y type System.Single.
       01 lineHeight type System.Single.
       01 aLine type System.String.
       procedure division using by value sender as object
           e as type System.Drawing.Printing.PrintPageEventArgs.
           set printFont to
               new System.Drawing.Font("Consolas" 8)
           set lineHeight to printFont::GetHeight(e::Graphics)
           set y to e::MarginBounds::Top

           perform until exit
               if PrintLineIndex >= PrintLines::Count
                   set e::HasMorePages to False
                   exit perform
               end-if
               if y + lineHeight > e::MarginBounds::Bottom
                   set e::HasMorePages to True
                   exit perform
               end-if

               set aLine to
                   type System.String(PrintLines::Item(PrintLineIndex))
               invoke e::Graphics::DrawString(
                   aLine printFont
                   type System.Drawing.Brushes::Black
                   e::MarginBounds::Left y)
               set y to y + lineHeight
               set PrintLineIndex to PrintLineIndex + 1
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
