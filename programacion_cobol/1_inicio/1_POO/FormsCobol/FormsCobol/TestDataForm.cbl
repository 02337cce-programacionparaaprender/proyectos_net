      *> TestDataForm - generates test input for a changed job from
      *> its copybooks and validation rules instead of a copy of
      *> production. Load from Job fills the screen from what the
      *> job already has registered: its VALIDATION.TXT copybook and
      *> rules, its XREFCHECKS.TXT master/transaction layouts and
      *> key, and whether its CONTROLS.TXT line wants a header and
      *> trailer. The files are written wherever the operator points
      *> them, and every record broken on purpose is listed so the
      *> pre-flight gate can be seen to stop it.
       class-id FormsCobol.TestDataForm is partial
                 inherits type System.Windows.Forms.Form.

       working-storage section.
      *> the registered file names, offered as the default names to
      *> write the test copies under
       01 DataFileName type System.String value "".
       01 TranFileName type System.String value "".

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           set txtDataCount::Text to "100"
           set txtTranCount::Text to "500"
           set txtBadPercent::Text to "0"
      *> a monitor console writes no files
           if type FormsCobol.OperatorSession::IsMonitor()
               set btnGenerate::Enabled to False
           end-if
           goback.
       end method.

      *> Fills the screen from the job's registered checks.
       method-id btnLoadJob_Click private.
       local-storage section.
       01 jobName type System.String.
       01 validation type FormsCobol.ValidationSpec.
       01 crossFile type FormsCobol.CrossFileSpec.
       01 controlTotals type FormsCobol.ControlTotalSpec.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           set jobName to txtJob::Text::Trim()::ToUpper()
           if jobName::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the job name first." "Test Data")
               goback
           end-if
           set validation to
               type FormsCobol.ValidationEngine::FindSpec(jobName)
           set crossFile to
               type FormsCobol.CrossFileEngine::FindSpec(jobName)
           set controlTotals to
               type FormsCobol.ControlTotalEngine::FindSpec(jobName)
           if validation = null and crossFile = null and
               controlTotals = null
               invoke type System.Windows.Forms.MessageBox::Show(
                   jobName + " has no validation, cross-file check " +
                   "or control totals registered."
                   "Test Data")
               goback
           end-if

           invoke lstReport::Items::Clear()
           set txtDataRules::Text to ""
           set txtTranRules::Text to ""
           if crossFile not = null
      *> the master is the data file; the job's validated input is
      *> whichever side its copybook matches
               set txtDataCopybook::Text to
                   crossFile::GetMasterCopybookPath()
               set txtTranCopybook::Text to
                   crossFile::GetTranCopybookPath()
               set txtKeyField::Text to crossFile::GetKeyFieldName()
               set chkTransactions::Checked to True
               set DataFileName to type System.IO.Path::GetFileName(
                   crossFile::GetMasterDataPath())
               set TranFileName to type System.IO.Path::GetFileName(
                   crossFile::GetTranDataPath())
               if validation not = null
                   if validation::GetCopybookPath()::ToUpper() =
                       crossFile::GetTranCopybookPath()::ToUpper()
                       set txtTranRules::Text to
                           validation::GetRulesPath()
                   end-if
                   if validation::GetCopybookPath()::ToUpper() =
                       crossFile::GetMasterCopybookPath()::ToUpper()
                       set txtDataRules::Text to
                           validation::GetRulesPath()
                   end-if
               end-if
               invoke lstReport::Items::Add("Master and transaction " +
                   "layouts and key " + crossFile::GetKeyFieldName() +
                   " from XREFCHECKS.TXT")
           else
               set chkTransactions::Checked to False
               if validation not = null
                   set txtDataCopybook::Text to
                       validation::GetCopybookPath()
                   set txtDataRules::Text to
                       validation::GetRulesPath()
                   set DataFileName to
                       type System.IO.Path::GetFileName(
                           validation::GetDataPath())
               end-if
           end-if
           if validation not = null
               invoke lstReport::Items::Add("Rules " +
                   validation::GetRulesPath() +
                   " from VALIDATION.TXT")
           end-if

           set cboControls::SelectedIndex to 0
           if controlTotals not = null
               set cboControls::SelectedIndex to 1
               if crossFile not = null
                   if controlTotals::GetOutputPath()::ToUpper() =
                       crossFile::GetTranDataPath()::ToUpper()
                       set cboControls::SelectedIndex to 2
                   end-if
               end-if
               invoke lstReport::Items::Add("Header and trailer " +
                   "shape from CONTROLS.TXT")
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "TEST DATA LOAD JOB" jobName)
           goback.
       end method.

      *> Picks an existing file into aBox.
       method-id BrowseOpen private.
       local-storage section.
       01 dlg type System.Windows.Forms.OpenFileDialog.
       procedure division using by value aBox
                                as type System.Windows.Forms.TextBox
                            aFilter as type System.String
                            aTitle as type System.String.
           set dlg to new System.Windows.Forms.OpenFileDialog()
           set dlg::Filter to aFilter
           set dlg::Title to aTitle
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set aBox::Text to dlg::FileName
           end-if
           goback.
       end method.

      *> Picks the file to write into aBox, offering aDefaultName.
       method-id BrowseSave private.
       local-storage section.
       01 dlg type System.Windows.Forms.SaveFileDialog.
       procedure division using by value aBox
                                as type System.Windows.Forms.TextBox
                            aDefaultName as type System.String.
           set dlg to new System.Windows.Forms.SaveFileDialog()
           set dlg::Filter to "All files (*.*)|*.*"
           set dlg::Title to "Write Test Data To"
           set dlg::FileName to aDefaultName
           if dlg::ShowDialog() =
               type System.Windows.Forms.DialogResult::OK
               set aBox::Text to dlg::FileName
           end-if
           goback.
       end method.

       method-id btnBrowseDataCopybook_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseOpen(txtDataCopybook
               "Copybooks (*.cpy)|*.cpy|All files (*.*)|*.*"
               "Select Copybook")
           goback.
       end method.

       method-id btnBrowseDataRules_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseOpen(txtDataRules
               "All files (*.*)|*.*" "Select Rules File")
           goback.
       end method.

       method-id btnBrowseDataOut_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseSave(txtDataOut DataFileName)
           goback.
       end method.

       method-id btnBrowseTranCopybook_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseOpen(txtTranCopybook
               "Copybooks (*.cpy)|*.cpy|All files (*.*)|*.*"
               "Select Copybook")
           goback.
       end method.

       method-id btnBrowseTranRules_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseOpen(txtTranRules
               "All files (*.*)|*.*" "Select Rules File")
           goback.
       end method.

       method-id btnBrowseTranOut_Click private.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           invoke self::BrowseSave(txtTranOut TranFileName)
           goback.
       end method.

      *> Checks the screen, generates the files and lists what was
      *> written and which records were broken on purpose.
       method-id btnGenerate_Click private.
       local-storage section.
       01 dataCount type System.Int32.
       01 tranCount type System.Int32.
       01 badPercent type System.Int32.
       01 tranPath type System.String.
       01 controlsOn type System.String.
       01 reportLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if txtDataCopybook::Text::Length = 0 or
               txtDataOut::Text::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the data file's copybook and where to " +
                   "write it." "Test Data")
               goback
           end-if
           if not type System.Int32::TryParse(
               txtDataCount::Text::Trim() dataCount) or
               dataCount < 1
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Records must be a whole number above zero."
                   "Test Data")
               goback
           end-if
           if not type System.Int32::TryParse(
               txtBadPercent::Text::Trim() badPercent) or
               badPercent < 0 or badPercent > 100
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Bad records % must be 0 to 100." "Test Data")
               goback
           end-if

           set tranPath to ""
           set tranCount to 0
           if chkTransactions::Checked
               if txtTranCopybook::Text::Length = 0 or
                   txtTranOut::Text::Length = 0 or
                   txtKeyField::Text::Trim()::Length = 0
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Pick the transaction copybook, where to " +
                       "write it and the key field." "Test Data")
                   goback
               end-if
               if not type System.Int32::TryParse(
                   txtTranCount::Text::Trim() tranCount) or
                   tranCount < 1
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Transaction records must be a whole number " +
                       "above zero." "Test Data")
                   goback
               end-if
               set tranPath to txtTranOut::Text
           end-if

           evaluate cboControls::SelectedIndex
               when 1
                   set controlsOn to "DATA"
               when 2
                   set controlsOn to "TRAN"
               when other
                   set controlsOn to ""
           end-evaluate
           if controlsOn = "TRAN" and tranPath::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The header and trailer go on the transaction " +
                   "file - tick it or choose the data file."
                   "Test Data")
               goback
           end-if
           if controlsOn::Length > 0 and
               txtJob::Text::Trim()::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the job whose CONTROLS.TXT line shapes " +
                   "the header and trailer." "Test Data")
               goback
           end-if

           set reportLines to
               type FormsCobol.TestDataGenerator::Generate(
                   txtJob::Text::Trim()::ToUpper()
                   txtDataCopybook::Text txtDataRules::Text
                   dataCount txtDataOut::Text
                   txtTranCopybook::Text txtTranRules::Text
                   tranCount tranPath
                   txtKeyField::Text::Trim() badPercent controlsOn)
           invoke lstReport::Items::Clear()
           perform varying idx from 0 by 1
                     until idx >= reportLines::Count
               invoke lstReport::Items::Add(reportLines::Item(idx))
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
