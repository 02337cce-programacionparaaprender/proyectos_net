      *> can still finish, but the operator can see it and kill it.
      *> When the worker's cancellation is pending the process is
      *> terminated and the outcome comes back ABENDED; otherwise
      *> COMPLETED, with the return code in aExitCode. The start and
      *> the end, with its return code, go to the monitoring
      *> collector.
       method-id Run.
       local-storage section.
       01 startInfo type System.Diagnostics.ProcessStartInfo.
       01 hungFlagged as condition-value.
       01 lastLine type System.String.
       01 checkpoint type System.String.
       01 runBookText type System.String.
       01 killFailure type System.Exception.
       procedure division using by value aJobName as type System.String
                            aExePath as type System.String
                   self::OnErrorLine))
           invoke proc::BeginOutputReadLine()
           invoke proc::BeginErrorReadLine()
           invoke type FormsCobol.EventPublisher::Publish("BC1001"
               aJobName aJobName + " started")

           set startTime to type System.DateTime::Now
           set hungFlagged to False
                       invoke type FormsCobol.JobStatusReader::
                           RecordStatus(aJobName checkpoint ""
                               "HUNG")
      *> the run book's procedure for a hung run goes straight into
      *> the log window, so nobody has to look it up
                       set runBookText to
                           type FormsCobol.RunBookStore::DescribeFor(
                               aJobName "HUNG" "")
                       if runBookText::Length > 0
                           invoke self::ReportLine(runBookText)
                       end-if
      *> an alert-worthy run (ALERT=Y on its schedule entry) wakes
      *> the on-call list the moment it overruns, not at 07:00
                       if type FormsCobol.AlertEngine::
                                   aMaxRuntimeMinutes::ToString() +
                                   " minute(s) and is flagged as " +
                                   "hung. Last checkpoint: " +
                                   checkpoint +
                                   type System.Environment::NewLine +
                                   type FormsCobol.ImpactAnalyzer::
                                       DescribeText(aJobName) +
                                   type System.Environment::NewLine +
                                   runBookText)
                       end-if
                   end-if
               end-if
      *> until they have all been delivered.
           invoke proc::WaitForExit()
           set aExitCode to proc::ExitCode
           if aExitCode = 0 and outcome = "COMPLETED"
               invoke type FormsCobol.EventPublisher::Publish("BC1002"
                   aJobName aJobName + " ended RC 0 " + outcome)
           else
               invoke type FormsCobol.EventPublisher::Publish("BC1003"
                   aJobName aJobName + " ended RC " +
                   aExitCode::ToString() + " " + outcome)
           end-if
           goback.
       end method.

