      *>   cols 21-40  last checkpoint step
      *>   cols 41-44  last return code
      *>   cols 45-54  status (SUCCESS/FAILED/RUNNING/RESTARTED/
      *>               ABENDED/HUNG/VALFAILED/CTL-FAIL/VARIANCE)
      *>   cols 55-73  last run timestamp (yyyy-MM-dd HH:mm:ss)
       class-id FormsCobol.JobStatusReader.

       01 idx type System.Int32.
       01 candidate type System.String.
       01 replaced as condition-value.
       01 previousStatus type System.String.
       01 statusDir type System.String.
       01 statusFile type System.String.
       01 gate type System.Type.

           set statusLines to self::ReadAll()
           set replaced to False
           set previousStatus to ""
           perform varying idx from 0 by 1
                     until idx >= statusLines::Count
               set candidate to
                   type System.String(statusLines::Item(idx))
               if self::ExtractJobName(candidate) = aJobName
                   set previousStatus to self::ExtractStatus(candidate)
                   set statusLines::Item(idx) to newLine
                   set replaced to True
                   exit perform
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
      *> a change into a bad state is an event for the monitoring
      *> collector - sent outside the gate
           invoke type FormsCobol.EventPublisher::StatusChanged(
               aJobName previousStatus aStatus aReturnCode aCheckpoint)
           goback.
       end method.

