      *> ServiceLevelStats - one line of the monthly service-level
      *> report: a job, an outbound feed or an inbound feed (section
      *> JOB, OUTBOUND or INBOUND) and what it did over the period -
      *> runs (for a feed, the business days it was due), how many
      *> made their deadline, failures (for a feed, the days it never
      *> came) and reruns, elapsed seconds, and the exceptions it
      *> raised with the minutes each took to reach a disposition.
      *> Deadline is the "HH:mm" measured against - the job's target
      *> finish time, the feed's cutoff or latest arrival.
      *> Carries the agreed target (-1 when none is declared) and the
      *> same figures for the previous period, for the month-over-
      *> month column. Accumulated by ServiceLevelReport.
       class-id FormsCobol.ServiceLevelStats.

       working-storage section.
       01 ReportSection           type System.String.
       01 ItemName                type System.String.
       01 Deadline                type System.String.
       01 Runs                    type System.Int32.
       01 OnTime                  type System.Int32.
       01 Failures                type System.Int32.
       01 Reruns                  type System.Int32.
       01 TotalSeconds            type System.Int64.
       01 WorstSeconds            type System.Int32.
       01 Exceptions              type System.Int32.
       01 Dispositioned           type System.Int32.
       01 TotalDispositionMinutes type System.Int64.
       01 WorstDispositionMinutes type System.Int32.
       01 TargetPercent           type System.Decimal.
       01 Previous                type FormsCobol.ServiceLevelStats.

       method-id NEW.
       procedure division using by value aSection as type System.String
                            aItemName as type System.String.
           set ReportSection to aSection
           set ItemName to aItemName
           set Deadline to ""
           set Runs to 0
           set OnTime to 0
           set Failures to 0
           set Reruns to 0
           set TotalSeconds to 0
           set WorstSeconds to 0
           set Exceptions to 0
           set Dispositioned to 0
           set TotalDispositionMinutes to 0
           set WorstDispositionMinutes to 0
           set TargetPercent to -1
           set Previous to null
           goback.
       end method.

      *> Counts one run (or delivery/arrival) into the figures.
       method-id AddRun.
       procedure division using by value aOnTime as condition-value
                            aFailed as condition-value
                            aRerun as condition-value
                            aSeconds as type System.Int32.
           set Runs to Runs + 1
           if aOnTime
               set OnTime to OnTime + 1
           end-if
           if aFailed
               set Failures to Failures + 1
           end-if
           if aRerun
               set Reruns to Reruns + 1
           end-if
           set TotalSeconds to TotalSeconds + aSeconds
           if aSeconds > WorstSeconds
               set WorstSeconds to aSeconds
           end-if
           goback.
       end method.

      *> Counts one exception; aMinutes is the time it took to reach
      *> a disposition, -1 while it is still open.
       method-id AddException.
       procedure division using by value aMinutes as type System.Int32.
           set Exceptions to Exceptions + 1
           if aMinutes < 0
               goback
           end-if
           set Dispositioned to Dispositioned + 1
           set TotalDispositionMinutes to
               TotalDispositionMinutes + aMinutes
           if aMinutes > WorstDispositionMinutes
               set WorstDispositionMinutes to aMinutes
           end-if
           goback.
       end method.

       method-id GetSection.
       procedure division returning result as type System.String.
           set result to ReportSection
           goback.
       end method.

       method-id GetItemName.
       procedure division returning result as type System.String.
           set result to ItemName
           goback.
       end method.

       method-id GetDeadline.
       procedure division returning result as type System.String.
           set result to Deadline
           goback.
       end method.

       method-id SetDeadline.
       procedure division
           using by value aDeadline as type System.String.
           set Deadline to aDeadline
           goback.
       end method.

       method-id GetRuns.
       procedure division returning result as type System.Int32.
           set result to Runs
           goback.
       end method.

       method-id GetOnTime.
       procedure division returning result as type System.Int32.
           set result to OnTime
           goback.
       end method.

       method-id GetFailures.
       procedure division returning result as type System.Int32.
           set result to Failures
           goback.
       end method.

       method-id GetReruns.
       procedure division returning result as type System.Int32.
           set result to Reruns
           goback.
       end method.

       method-id GetWorstSeconds.
       procedure division returning result as type System.Int32.
           set result to WorstSeconds
           goback.
       end method.

       method-id GetExceptions.
       procedure division returning result as type System.Int32.
           set result to Exceptions
           goback.
       end method.

       method-id GetDispositioned.
       procedure division returning result as type System.Int32.
           set result to Dispositioned
           goback.
       end method.

       method-id GetWorstDispositionMinutes.
       procedure division returning result as type System.Int32.
           set result to WorstDispositionMinutes
           goback.
       end method.

      *> Whole seconds, 0 when nothing ran.
       method-id AverageSeconds.
       procedure division returning result as type System.Int64.
           set result to 0
           if Runs > 0
               set result to TotalSeconds / Runs
           end-if
           goback.
       end method.

      *> Whole minutes over the dispositioned exceptions, 0 when
      *> none was dispositioned.
       method-id AverageDispositionMinutes.
       procedure division returning result as type System.Int64.
           set result to 0
           if Dispositioned > 0
               set result to TotalDispositionMinutes / Dispositioned
           end-if
           goback.
       end method.

      *> Percentage of runs that made their deadline, 0 when nothing
      *> ran.
       method-id OnTimePercent.
       procedure division returning result as type System.Decimal.
           set result to 0
           if Runs > 0
               set result to OnTime * 100
               set result to result / Runs
           end-if
           goback.
       end method.

       method-id GetTargetPercent.
       procedure division returning result as type System.Decimal.
           set result to TargetPercent
           goback.
       end method.

       method-id SetTargetPercent.
       procedure division
           using by value aPercent as type System.Decimal.
           set TargetPercent to aPercent
           goback.
       end method.

      *> True when a target is declared and the on-time percentage
      *> falls short of it.
       method-id MissedTarget.
       procedure division returning result as condition-value.
           set result to False
           if TargetPercent < 0 or Runs = 0
               goback
           end-if
           set result to (self::OnTimePercent() < TargetPercent)
           goback.
       end method.

       method-id GetPrevious.
       procedure division
           returning result as type FormsCobol.ServiceLevelStats.
           set result to Previous
           goback.
       end method.

       method-id SetPrevious.
       procedure division
           using by value aPrevious
                              as type FormsCobol.ServiceLevelStats.
           set Previous to aPrevious
           goback.
       end method.

       end class.
