      *> the audit trail. One "|"-separated line per exception in
      *> EXCEPTIONS.TXT:
      *>   id|job|status|rc|opened stamp|state|disposition|
      *>   operator|reason|disposition stamp|impact|run book
      *> state is OPEN until dispositioned, then CLOSED - the line
      *> is updated, never removed, so the queue is also the record.
      *> impact is what ImpactAnalyzer found downstream of the job
      *> when the exception opened, so the on-call person sees at
      *> once whether a cutoff is at risk; lines written before it
      *> was recorded simply end at the disposition stamp. run book
      *> is the run-book procedure the operator followed when
      *> dispositioning ("P<id> rev <n>"), or NONE when none
      *> applied.
       class-id FormsCobol.ExceptionQueue.

       method-id GetQueuePath static.
       01 idx type System.Int32.
       01 nextId type System.Int32.
       01 lineId type System.Int32.
       01 impact type System.String.
       01 newId type System.String.
       01 gate type System.Type.
       procedure division using by value aJobName as type System.String
                            aStatus as type System.String
                            aReturnCode as type System.String.
      *> walked before taking the gate - it reads the whole
      *> definition set and must not hold up another run's close-out
           set impact to
               type FormsCobol.ImpactAnalyzer::Summary(aJobName)
           set gate to type System.Type::GetType(
               "FormsCobol.ExceptionQueue")
           invoke type System.Threading.Monitor::Enter(gate)
                   end-if
               end-if
           end-perform
           set newId to nextId::ToString()
           invoke queueLines::Add(
               newId + "|" +
               aJobName::Trim() + "|" + aStatus + "|" +
               aReturnCode + "|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss") +
               "|OPEN|||||" + impact)
           invoke self::WriteAll(queueLines)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
               "EXCEPTION OPENED"
               aJobName::Trim() + " " + aStatus + " RC " +
               aReturnCode)
           invoke type FormsCobol.EventPublisher::Publish("BC3001"
               aJobName::Trim()
               "exception " + newId + " opened: " + aJobName::Trim() +
               " " + aStatus + " RC " + aReturnCode)
           goback.
       end method.

       end method.

      *> Records the operator's disposition - RERUN, WAIVED or
      *> ESCALATED, with the reason and the run-book procedure
      *> followed (NONE when none applied) - closing the exception
      *> while keeping its line as the record. Returns False when
      *> the id is not an open exception.
       method-id Disposition static.
       local-storage section.
       01 queueLines type System.Collections.ArrayList.
       procedure division using by value aId as type System.String
                            aDisposition as type System.String
                            aReason as type System.String
                            aProcedure as type System.String
                            returning result as condition-value.
           set result to False
           set gate to type System.Type::GetType(
                           aReason + "|" +
                           type System.DateTime::Now::ToString(
                               "yyyy-MM-dd HH:mm:ss")
                       if parts::Count >= 11
                           set queueLines::Item(idx) to
                               type System.String(
                                   queueLines::Item(idx)) + "|" +
                               type System.String(parts::Item(10))
                       else
                           set queueLines::Item(idx) to
                               type System.String(
                                   queueLines::Item(idx)) + "|"
                       end-if
                       set queueLines::Item(idx) to
                           type System.String(queueLines::Item(idx)) +
                           "|" + aProcedure
                       set result to True
                       exit perform
                   end-if
           if result
               invoke type FormsCobol.AuditLog::Write(
                   "EXCEPTION " + aDisposition
                   "id " + aId::Trim() + " - " + aReason +
                   " (run book: " + aProcedure + ")")
               invoke type FormsCobol.EventPublisher::Publish("BC3002"
                   aId::Trim()
                   "exception " + aId::Trim() + " " + aDisposition +
                   " by " + type FormsCobol.OperatorSession::
                       GetCurrentOperatorId() +
                   " (run book: " + aProcedure + ")")
           end-if
           goback.
       end method.
