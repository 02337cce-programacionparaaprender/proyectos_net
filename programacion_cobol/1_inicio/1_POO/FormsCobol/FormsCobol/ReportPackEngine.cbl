      *> PACK-<busdate> folder. The pack builds automatically after
      *> the business date is closed, and optionally announces
      *> itself through the same SMTP settings the alerts use
      *> (PACK_RECIPIENTS in the config, blank = no mail). The pack
      *> for the first business day of a month also carries the
      *> previous month's service-level report, and every pack the
      *> payment matchings' listings as they stand at the close.
       class-id FormsCobol.ReportPackEngine.

       method-id GetPackPath static.
       01 packDir type System.String.
       01 mailBody type System.String.
       01 aLine type System.String.
       01 monthlyLine type System.String.
       procedure division using by value aBusDate
                                             as type System.String
           returning narration as type System.Collections.ArrayList.
           set narration to new System.Collections.ArrayList()
           set reportsDir to
               type FormsCobol.AppConfig::GetReportsDirectory()
           set packDir to type System.IO.Path::Combine(
               reportsDir "PACK-" + aBusDate)
           set entries to self::LoadEntries()
           if entries::Count = 0
               invoke narration::Add(
                   "No report pack entries are declared.")
      *> the month's service-level report and the payment matchings
      *> are filed even when nothing else is declared
               set monthlyLine to
                   type FormsCobol.ServiceLevelReport::FileMonthly(
                       aBusDate packDir)
               if monthlyLine::Length > 0
                   invoke narration::Add(monthlyLine)
               end-if
               invoke narration::AddRange(
                   type FormsCobol.PaymentMatchEngine::FileListings(
                       packDir))
               goback
           end-if

           if not type System.IO.Directory::Exists(packDir)
               invoke type System.IO.Directory::CreateDirectory(
                   packDir)
               invoke narration::Add(
                   self::RenderEntry(packEntry packDir))
           end-perform
           set monthlyLine to
               type FormsCobol.ServiceLevelReport::FileMonthly(
                   aBusDate packDir)
           if monthlyLine::Length > 0
               invoke narration::Add(monthlyLine)
           end-if
           invoke narration::AddRange(
               type FormsCobol.PaymentMatchEngine::FileListings(
                   packDir))
           invoke type FormsCobol.AuditLog::Write(
               "REPORT PACK"
               aBusDate + " - " + entries::Count::ToString() +
