      *> GrowthReportForm - the file growth report for any date
      *> range: how each recorded file (outputs, inputs, generations,
      *> spools) grew and how long each drive lasts at that rate -
      *> shown on screen, printed, exported to CSV or filed as text
      *> and CSV in the reports directory. Check Disk Now runs the
      *> night's disk-space check on demand, flagging each drive on
      *> the dashboard as the scheduled check does.
       class-id FormsCobol.GrowthReportForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
       01 PrintLines type System.Collections.ArrayList.
       01 PrintLineIndex type System.Int32.
       01 PeriodFrom type System.String.
       01 PeriodTo type System.String.

      *> Opens on the last thirty days, today included.
       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> a monitor console reads the report without flagging drives
      *> or alerting the on-call list
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnCheckNow::Enabled to False
           end-if
           set PeriodFrom to
               type System.DateTime::Today::AddDays(-29)::ToString(
                   "yyyyMMdd")
           set PeriodTo to
               type System.DateTime::Today::ToString("yyyyMMdd")
           set txtFrom::Text to PeriodFrom
           set txtTo::Text to PeriodTo
           invoke self::LoadReport
           goback.
       end method.

      *> Rebuilds the report for PeriodFrom..PeriodTo and shows it.
       method-id LoadReport private.
       local-storage section.
       01 reportLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division.
           set reportLines to
               type FormsCobol.DiskSpaceEngine::BuildGrowthLines(
                   PeriodFrom PeriodTo)
           invoke lstReport::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= reportLines::Count
               invoke lstReport::Items::Add(
                   type System.String(reportLines::Item(idx)))
           end-perform
           goback.
       end method.

      *> Shows the date range entered as yyyyMMdd..yyyyMMdd.
       method-id btnShow_Click private.
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
                   "Enter both dates as yyyyMMdd."
                   "File Growth Report")
               goback
           end-if
           if fromDate::CompareTo(toDate) > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The From date is after the To date."
                   "File Growth Report")
               goback
           end-if
           set PeriodFrom to fromDate::ToString("yyyyMMdd")
           set PeriodTo to toDate::ToString("yyyyMMdd")
           invoke type FormsCobol.AuditLog::Write(
               "FILE GROWTH VIEW" PeriodFrom + "-" + PeriodTo)
           invoke self::LoadReport
           goback.
       end method.

      *> Runs the disk-space check now and shows what it found.
       method-id btnCheckNow_Click private.
       local-storage section.
       01 narration type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 summaryText type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke type FormsCobol.AuditLog::Write(
               "DISK CHECK REQUESTED" "")
           set narration to
               type FormsCobol.DiskSpaceEngine::CheckSpace()
           set summaryText to ""
           perform varying idx from 0 by 1
                     until idx >= narration::Count
               set summaryText to summaryText +
                   type System.String(narration::Item(idx)) +
                   type System.Environment::NewLine
           end-perform
           invoke type System.Windows.Forms.MessageBox::Show(
               summaryText "File Growth Report")
           goback.
       end method.

      *> Prints the report to whatever printer the operator picks.
       method-id btnPrint_Click private.
       local-storage section.
       01 dlg type System.Windows.Forms.PrintDialog.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set PrintLines to
               type FormsCobol.DiskSpaceEngine::BuildGrowthLines(
                   PeriodFrom PeriodTo)
           set PrintLineIndex to 0

           set dlg to new System.Windows.Forms.PrintDialog()
           set dlg::Document to printDoc
           if dlg::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               goback
           end-if
           set printDoc::DocumentName to "File Growth Report"
           invoke printDoc::Print()
           invoke type FormsCobol.AuditLog::Write(
               "PRINT FILE GROWTH" PeriodFrom + "-" + PeriodTo)
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
           set dlg::Title to "Export File Growth Report as CSV"
           set dlg::InitialDirectory to
               type FormsCobol.AppConfig::GetReportsDirectory()
           set dlg::FileName to
               "GROWTH-" + PeriodFrom + "-" + PeriodTo + ".CSV"
           if dlg::ShowDialog() not =
               type System.Windows.Forms.DialogResult::OK
               goback
           end-if
           invoke type FormsCobol.ReportEngine::WriteLines(
               type FormsCobol.DiskSpaceEngine::BuildGrowthCsvRows(
                   PeriodFrom PeriodTo)
               dlg::FileName)
           invoke type FormsCobol.AuditLog::Write(
               "EXPORT FILE GROWTH CSV"
               type System.IO.Path::GetFileName(dlg::FileName))
           invoke type System.Windows.Forms.MessageBox::Show(
               "File growth report exported to " + dlg::FileName
               "File Growth Report")
           goback.
       end method.

      *> Files the report as text and CSV in the reports directory.
       method-id btnFile_Click private.
       local-storage section.
       01 reportPath type System.String.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set reportPath to
               type FormsCobol.DiskSpaceEngine::WriteGrowthFiles(
                   PeriodFrom PeriodTo
                   type FormsCobol.AppConfig::GetReportsDirectory())
           invoke type FormsCobol.AuditLog::Write(
               "FILE GROWTH REPORT"
               type System.IO.Path::GetFileName(reportPath))
           invoke type System.Windows.Forms.MessageBox::Show(
               "File growth report filed as " + reportPath +
               " (with a CSV copy beside it)."
               "File Growth Report")
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
