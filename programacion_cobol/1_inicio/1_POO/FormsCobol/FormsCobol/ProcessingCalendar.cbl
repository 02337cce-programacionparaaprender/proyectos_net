           goback.
       end method.

      *> True when aDate is the month's first business day.
       method-id IsFirstBusinessDayOfMonth static.
       procedure division using by value aDate as type System.DateTime
                            returning result as condition-value.
           set result to False
           if not self::IsBusinessDay(aDate)
               goback
           end-if
           if self::BusinessDayOnOrBefore(aDate::AddDays(-1))::Month
               not = aDate::Month
               set result to True
           end-if
           goback.
       end method.

      *> True when aDate is a business day that follows a holiday -
      *> a declared holiday lies between it and the business day
      *> before it, so it carries the holiday's work as well.
       method-id IsDayAfterHoliday static.
       local-storage section.
       01 candidate type System.DateTime.
       procedure division using by value aDate as type System.DateTime
                            returning result as condition-value.
           set result to False
           if not self::IsBusinessDay(aDate)
               goback
           end-if
           set candidate to aDate::AddDays(-1)
           perform until self::IsBusinessDay(candidate)
               if self::IsHoliday(candidate::ToString("yyyyMMdd"))
                   set result to True
                   exit perform
               end-if
               set candidate to candidate::AddDays(-1)
           end-perform
           goback.
       end method.

      *> The kind of processing day aDate is, for comparing a run
      *> with runs on like days: MONTH-END on the month's last
      *> business day, AFTER-HOLIDAY on the business day after a
      *> holiday, ORDINARY otherwise. Month-end wins when a date is
      *> both - its volumes are the larger swing.
       method-id DayType static.
       procedure division using by value aDate as type System.DateTime
                            returning result as type System.String.
           set result to "ORDINARY"
           if self::IsLastBusinessDayOfMonth(aDate)
               set result to "MONTH-END"
               goback
           end-if
           if self::IsDayAfterHoliday(aDate)
               set result to "AFTER-HOLIDAY"
           end-if
           goback.
       end method.

      *> True when aDate is the last business day of a calendar
      *> quarter.
       method-id IsQuarterEnd static.
