      *>               KEY=VALUE pairs the run fires with (anything it
      *>               leaves out is defaulted at fire time by
      *>               JobParameters::Normalize)
      *> The schedule is a controlled definition: entries are added
      *> and removed through DefinitionChangeStore, and only MarkRun's
      *> last-run stamp writes the file directly - under the same
      *> gate DefinitionChangeStore applies approvals under.
       class-id FormsCobol.SchedulerEngine.

      *> Returns the path to the schedule file, rooted at the status
           goback.
       end method.

      *> The file lines for entries, as WriteEntries would write
      *> them.
       method-id FormatEntries static private.
       local-storage section.
       01 idx type System.Int32.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       procedure division using by value entries
                               as type System.Collections.ArrayList
           returning schedLines as type System.Collections.ArrayList.
           set schedLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= entries::Count
               set scheduleEntry to
                   type FormsCobol.ScheduledJob(entries::Item(idx))
               invoke schedLines::Add(self::FormatLine(scheduleEntry))
           end-perform
           goback.
       end method.

      *> aLine with its last-run date (cols 9-16) blanked - what is
      *> left is the entry's definition.
       method-id WithoutLastRun static.
       procedure division using by value aLine as type System.String
                            returning result as type System.String.
           set result to aLine
           if aLine::Length >= 16
               set result to aLine::Substring(0 8) + "        " +
                   aLine::Substring(16)
           end-if
           goback.
       end method.

      *> aSchedLines (an approved schedule about to be written) with
      *> each entry's last-run date taken from the entry matching it
      *> on file now - an approval landing mid-night must not make an
      *> entry that already fired tonight look unrun.
       method-id CarryLastRunDates static.
       local-storage section.
       01 liveEntries type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 liveIdx type System.Int32.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 liveEntry type FormsCobol.ScheduledJob.
       procedure division using by value aSchedLines
                               as type System.Collections.ArrayList
           returning schedLines as type System.Collections.ArrayList.
           set schedLines to new System.Collections.ArrayList()
           set liveEntries to self::LoadEntries()
           perform varying idx from 0 by 1
                     until idx >= aSchedLines::Count
               if type System.String(aSchedLines::Item(idx))::Trim()
                   ::Length = 0
                   exit perform cycle
               end-if
               set scheduleEntry to self::ParseLine(
                   type System.String(aSchedLines::Item(idx)))
               perform varying liveIdx from 0 by 1
                         until liveIdx >= liveEntries::Count
                   set liveEntry to type FormsCobol.ScheduledJob(
                       liveEntries::Item(liveIdx))
                   if liveEntry::GetTime() = scheduleEntry::GetTime()
                       and liveEntry::GetExePath() =
                           scheduleEntry::GetExePath()
                       set scheduleEntry to
                           new FormsCobol.ScheduledJob(
                               scheduleEntry::GetTime()
                               scheduleEntry::GetWindowMinutes()
                               scheduleEntry::GetDependsOn()
                               scheduleEntry::GetExePath()
                               liveEntry::GetLastRunDate()
                               scheduleEntry::GetParameters())
                       exit perform
                   end-if
               end-perform
               invoke schedLines::Add(self::FormatLine(scheduleEntry))
           end-perform
           goback.
       end method.

      *> Submits a new entry due at aTime ("HH:mm"), still eligible
      *> to fire for aWindowMinutes afterwards, waiting on aDependsOn
      *> (a job name, or "" for no dependency) to have last run
      *> successfully, and launching aExePath once due with the
      *> stored parameter string aParameters ("" for a NORMAL run of
      *> the current business date). The schedule is a controlled
      *> definition, so the entry is held for a second supervisor's
      *> approval; returns DefinitionChangeStore::Submit's change
      *> number.
       method-id AddEntry static.
       local-storage section.
       01 entries type System.Collections.ArrayList.
       01 description type System.String.
       procedure division using by value aTime as type System.String
                            aWindowMinutes as type System.Int32
                            aDependsOn as type System.String
                            aExePath as type System.String
                            aParameters as type System.String
                            returning changeNo as type System.Int32.
           set entries to self::LoadEntries()
           invoke entries::Add(
               new FormsCobol.ScheduledJob(
                   aTime aWindowMinutes aDependsOn aExePath ""
                   aParameters))
           set description to
               "Add schedule entry " + aTime + " " + aExePath
           if aDependsOn::Trim()::Length > 0
               set description to description + " after " +
                   aDependsOn::Trim()
           end-if
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "SCHEDULE.TXT" self::FormatEntries(entries)
                   description)
           goback.
       end method.

      *> Submits the removal of the entry at aIndex (as listed by
      *> LoadEntries) for approval; returns the change number, or -1
      *> when aIndex names no entry.
       method-id RemoveEntry static.
       local-storage section.
       01 entries type System.Collections.ArrayList.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       procedure division using by value aIndex as type System.Int32
                            returning changeNo as type System.Int32.
           set changeNo to -1
           set entries to self::LoadEntries()
           if aIndex >= 0 and aIndex < entries::Count
               set scheduleEntry to
                   type FormsCobol.ScheduledJob(entries::Item(aIndex))
               invoke entries::RemoveAt(aIndex)
               set changeNo to
                   type FormsCobol.DefinitionChangeStore::Submit(
                       "SCHEDULE.TXT" self::FormatEntries(entries)
                       "Remove schedule entry " +
                       scheduleEntry::GetTime() + " " +
                       scheduleEntry::GetExePath())
           end-if
           goback.
       end method.

      *> Stamps the entry matching aTime/aExePath as having run today,
      *> so DueEntries will not hand it back again until tomorrow.
      *> Keeps the entry's window and dependency as they were. Reads
      *> and rewrites the file under DefinitionChangeStore's gate, so
      *> a supervisor's approval cannot land between the two and be
      *> written back over.
       method-id MarkRun static.
       local-storage section.
       01 entries type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 scheduleEntry type FormsCobol.ScheduledJob.
       01 today type System.String.
       01 gate type System.Type.
       procedure division using by value aTime as type System.String
                            aExePath as type System.String.
           set today to
               type System.DateTime::Now::ToString("yyyyMMdd")
           set gate to type System.Type::GetType(
               "FormsCobol.DefinitionChangeStore")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set entries to self::LoadEntries()
           perform varying idx from 0 by 1
                     until idx >= entries::Count
               set scheduleEntry to
               end-if
           end-perform
           invoke self::WriteEntries(entries)
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

