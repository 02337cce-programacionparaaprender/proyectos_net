      *> ImpactItem - one thing downstream of a failed job or a late
      *> inbound feed: what kind of thing it is (SCHEDULE, STREAM
      *> STEP, OUTBOUND, PROVING, CROSS-FILE or REPORT PACK), its
      *> name, the link that puts it downstream ("depends on POST",
      *> "reads D:\DATA\CUSTMAST.DAT"), the time it is due or must
      *> be delivered by ("HH:mm", blank when it has none), and
      *> BatchForecast's projected end for it tonight (blank when
      *> the schedule does not carry it). As produced by
      *> ImpactAnalyzer::Downstream for the Impact screen, the alert
      *> email and the exception queue.
       class-id FormsCobol.ImpactItem.

       working-storage section.
       01 Kind         type System.String.
       01 ItemName     type System.String.
       01 Link         type System.String.
       01 DueTime      type System.String.
       01 ProjectedEnd type System.String.

       method-id NEW.
       procedure division using by value aKind as type System.String
                            aItemName as type System.String
                            aLink as type System.String
                            aDueTime as type System.String
                            aProjectedEnd as type System.String.
           set Kind to aKind
           set ItemName to aItemName
           set Link to aLink
           set DueTime to aDueTime
           set ProjectedEnd to aProjectedEnd
           goback.
       end method.

       method-id GetKind.
       procedure division returning result as type System.String.
           set result to Kind
           goback.
       end method.

       method-id GetItemName.
       procedure division returning result as type System.String.
           set result to ItemName
           goback.
       end method.

       method-id GetLink.
       procedure division returning result as type System.String.
           set result to Link
           goback.
       end method.

       method-id GetDueTime.
       procedure division returning result as type System.String.
           set result to DueTime
           goback.
       end method.

       method-id GetProjectedEnd.
       procedure division returning result as type System.String.
           set result to ProjectedEnd
           goback.
       end method.

      *> True when the item has a due or cutoff time and tonight's
      *> projection already lands past it - the bank file cutoff
      *> the on-call person has to know about first. Times are laid
      *> on the night's timeline the way the dispatcher lays them: a
      *> time at or before the batch window end is after midnight.
       method-id IsAtRisk.
       local-storage section.
       01 windowEnd type System.Int32.
       01 dueMinutes type System.Int32.
       01 endMinutes type System.Int32.
       procedure division returning result as condition-value.
           set result to False
           if DueTime::Length < 5 or ProjectedEnd::Length < 5
               goback
           end-if
           set windowEnd to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   type FormsCobol.AppConfig::GetBatchWindowEnd())
           set dueMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(DueTime)
           if dueMinutes <= windowEnd
               set dueMinutes to dueMinutes + 1440
           end-if
           set endMinutes to
               type FormsCobol.SchedulerEngine::ParseMinutes(
                   ProjectedEnd)
           if endMinutes <= windowEnd
               set endMinutes to endMinutes + 1440
           end-if
           set result to (endMinutes > dueMinutes)
           goback.
       end method.

       end class.
