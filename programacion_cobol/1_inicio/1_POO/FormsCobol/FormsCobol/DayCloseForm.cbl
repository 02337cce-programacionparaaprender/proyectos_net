      *> DayCloseForm - the business-date close: shows the checklist
      *> (FREQ=B entries run, feeds arrived or waived, deliveries
      *> acknowledged, no job left in a bad state) for a chosen
      *> date, records operator waivers for feeds that will not
      *> arrive and supervisor waivers for outbound acknowledgements
      *> that will not come, and takes the supervisor's own ID and
      *> password to sign the date off - recorded the way patch
      *> approvals are. While the previous date stands open the
      *> scheduler holds the new day's entries.
       class-id FormsCobol.DayCloseForm is partial
                 inherits type System.Windows.Forms.Form.
           goback.
       end method.

      *> Records a supervisor's waiver for an outbound feed whose
      *> acknowledgement for the date will not come - the
      *> delivery stops holding up the close. Supervisor only: the
      *> far end not answering may mean the file never reached it.
       method-id btnWaiveAck_Click private.
       local-storage section.
       01 feedName type System.String.
       01 reason type System.String.
       01 busDate type System.String.
       01 confirm type System.Windows.Forms.DialogResult.
       procedure division using by value sender as object
                            e as type System.EventArgs.
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Waive ack" txtWaiveFeed::Text::Trim())
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Supervisor authority is required to waive an " +
                   "outbound acknowledgement."
                   "Day Close")
               goback
           end-if
           set busDate to txtBusDate::Text::Trim()
           if not self::IsValidDate(busDate)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the business date as yyyyMMdd."
                   "Day Close")
               goback
           end-if
           set feedName to txtWaiveFeed::Text::Trim()::ToUpper()
           set reason to txtWaiveReason::Text::Trim()
           if feedName::Length = 0 or reason::Length = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Enter the outbound feed and the reason."
                   "Day Close")
               goback
           end-if
           set confirm to type System.Windows.Forms.MessageBox::Show(
               "Waive the acknowledgement of " + feedName + " for " +
               busDate + "? The date may then close without it."
               "Confirm Waive"
               type System.Windows.Forms.MessageBoxButtons::YesNo)
           if confirm not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if
           if not type FormsCobol.AckTracker::Waive(
               feedName busDate reason)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "No delivery of " + feedName + " for " + busDate +
                   " is awaiting an acknowledgement."
                   "Day Close")
               goback
           end-if
           set txtWaiveFeed::Text to ""
           set txtWaiveReason::Text to ""
           invoke self::LoadChecklist
           goback.
       end method.

      *> Signs the date off - only once every check passes, and only
      *> on a supervisor's own ID and password, like a patch
      *> approval.
