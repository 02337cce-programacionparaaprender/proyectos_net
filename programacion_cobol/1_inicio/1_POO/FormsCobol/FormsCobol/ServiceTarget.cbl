      *> ServiceTarget - the service level agreed for one job or one
      *> feed (inbound or outbound): the time ("HH:mm") the job must
      *> have finished by - blank for a feed, whose own declared
      *> cutoff or latest arrival is the deadline - and the
      *> percentage of runs or deliveries that must make it. As read
      *> and written by ServiceLevelReport.
       class-id FormsCobol.ServiceTarget.

       working-storage section.
       01 TargetName    type System.String.
       01 Deadline      type System.String.
       01 TargetPercent type System.Decimal.

       method-id NEW.
       procedure division using by value aTargetName
                                             as type System.String
                            aDeadline as type System.String
                            aTargetPercent as type System.Decimal.
           set TargetName to aTargetName
           set Deadline to aDeadline
           set TargetPercent to aTargetPercent
           goback.
       end method.

       method-id GetTargetName.
       procedure division returning result as type System.String.
           set result to TargetName
           goback.
       end method.

       method-id GetDeadline.
       procedure division returning result as type System.String.
           set result to Deadline
           goback.
       end method.

       method-id GetTargetPercent.
       procedure division returning result as type System.Decimal.
           set result to TargetPercent
           goback.
       end method.

       end class.
