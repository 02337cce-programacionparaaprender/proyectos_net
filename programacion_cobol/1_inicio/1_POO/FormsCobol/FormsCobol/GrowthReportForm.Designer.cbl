       class-id FormsCobol.GrowthReportForm is partial
                 inherits type System.Windows.Forms.Form.

       01 components type System.ComponentModel.IContainer.

       01 lblFrom      type System.Windows.Forms.Label.
       01 txtFrom      type System.Windows.Forms.TextBox.
       01 lblTo        type System.Windows.Forms.Label.
       01 txtTo        type System.Windows.Forms.TextBox.
       01 btnShow      type System.Windows.Forms.Button.
       01 btnCheckNow  type System.Windows.Forms.Button.
       01 lstReport    type System.Windows.Forms.ListBox.
       01 btnPrint     type System.Windows.Forms.Button.
       01 btnCsv       type System.Windows.Forms.Button.
       01 btnFile      type System.Windows.Forms.Button.
       01 btnClose     type System.Windows.Forms.Button.
       01 printDoc     type System.Drawing.Printing.PrintDocument.

       method-id InitializeComponent private.
       procedure division.
       invoke self::SuspendLayout

      *>
      *> lblFrom / txtFrom / lblTo / txtTo / btnShow
      *>
       set lblFrom to new System.Windows.Forms.Label()
       set lblFrom::Text to "From (yyyyMMdd):"
       set lblFrom::Location to new System.Drawing.Point(10 13)
       set lblFrom::Size to new System.Drawing.Size(105 20)

       set txtFrom to new System.Windows.Forms.TextBox()
       set txtFrom::Location to new System.Drawing.Point(120 10)
       set txtFrom::Size to new System.Drawing.Size(75 22)
       set txtFrom::MaxLength to 8

       set lblTo to new System.Windows.Forms.Label()
       set lblTo::Text to "To:"
       set lblTo::Location to new System.Drawing.Point(205 13)
       set lblTo::Size to new System.Drawing.Size(25 20)

       set txtTo to new System.Windows.Forms.TextBox()
       set txtTo::Location to new System.Drawing.Point(235 10)
       set txtTo::Size to new System.Drawing.Size(75 22)
       set txtTo::MaxLength to 8

       set btnShow to new System.Windows.Forms.Button()
       set btnShow::Text to "Show"
       set btnShow::Location to new System.Drawing.Point(320 8)
       set btnShow::Size to new System.Drawing.Size(80 26)
       invoke btnShow::add_Click(
           new System.EventHandler(self::btnShow_Click))

      *>
      *> btnCheckNow - the night's disk-space check, on demand
      *>
       set btnCheckNow to new System.Windows.Forms.Button()
       set btnCheckNow::Text to "Check Disk Now"
       set btnCheckNow::Location to new System.Drawing.Point(750 8)
       set btnCheckNow::Size to new System.Drawing.Size(120 26)
       invoke btnCheckNow::add_Click(
           new System.EventHandler(self::btnCheckNow_Click))

      *>
      *> lstReport
      *>
       set lstReport to new System.Windows.Forms.ListBox()
       set lstReport::Location to new System.Drawing.Point(10 42)
       set lstReport::Size to new System.Drawing.Size(860 390)
       set lstReport::Font to new System.Drawing.Font("Consolas" 9)
       set lstReport::HorizontalScrollbar to True
       set lstReport::Name to "lstReport"

      *>
      *> btnPrint / btnCsv / btnFile / btnClose
      *>
       set btnPrint to new System.Windows.Forms.Button()
       set btnPrint::Text to "Print..."
       set btnPrint::Location to new System.Drawing.Point(10 442)
       set btnPrint::Size to new System.Drawing.Size(90 26)
       invoke btnPrint::add_Click(
           new System.EventHandler(self::btnPrint_Click))

       set btnCsv to new System.Windows.Forms.Button()
       set btnCsv::Text to "Export CSV..."
       set btnCsv::Location to new System.Drawing.Point(110 442)
       set btnCsv::Size to new System.Drawing.Size(100 26)
       invoke btnCsv::add_Click(
           new System.EventHandler(self::btnCsv_Click))

       set btnFile to new System.Windows.Forms.Button()
       set btnFile::Text to "File to Reports"
       set btnFile::Location to new System.Drawing.Point(220 442)
       set btnFile::Size to new System.Drawing.Size(120 26)
       invoke btnFile::add_Click(
           new System.EventHandler(self::btnFile_Click))

       set btnClose to new System.Windows.Forms.Button()
       set btnClose::Text to "Close"
       set btnClose::Location to new System.Drawing.Point(780 442)
       set btnClose::Size to new System.Drawing.Size(90 26)
       invoke btnClose::add_Click(
           new System.EventHandler(self::btnClose_Click))

      *>
      *> printDoc
      *>
       set printDoc to new System.Drawing.Printing.PrintDocument()
       invoke printDoc::add_PrintPage(
           new System.Drawing.Printing.PrintPageEventHandler(
               self::printDoc_PrintPage))

      *>
      *> GrowthReportForm
      *>
       set self::ClientSize to new System.Drawing.Size(880 478)
       invoke self::Controls::Add(lblFrom)
       invoke self::Controls::Add(txtFrom)
       invoke self::Controls::Add(lblTo)
       invoke self::Controls::Add(txtTo)
       invoke self::Controls::Add(btnShow)
       invoke self::Controls::Add(btnCheckNow)
       invoke self::Controls::Add(lstReport)
       invoke self::Controls::Add(btnPrint)
       invoke self::Controls::Add(btnCsv)
       invoke self::Controls::Add(btnFile)
       invoke self::Controls::Add(btnClose)
       set self::CancelButton to btnClose
       set self::Name to "GrowthReportForm"
       set self::Text to "File Growth Report"
       invoke self::ResumeLayout(False)
       end method.

       method-id Dispose override protected.
       procedure division using by value disposing as condition-value.
           if disposing then
             if components not = null then
               invoke components::Dispose()
             end-if
           end-if
           invoke super::Dispose(by value disposing)
           goback.
       end method.

       end class.
