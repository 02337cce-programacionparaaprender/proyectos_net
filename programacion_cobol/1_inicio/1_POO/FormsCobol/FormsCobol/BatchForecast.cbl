
      *> The job or stream name a schedule entry's runs are recorded
      *> under - the same derivation the dispatcher uses.
       method-id TargetName static.
       procedure division
           using by value scheduleEntry as type FormsCobol.ScheduledJob
           returning result as type System.String.
