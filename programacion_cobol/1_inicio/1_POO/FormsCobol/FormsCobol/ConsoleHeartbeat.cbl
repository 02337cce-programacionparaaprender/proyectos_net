      *> ConsoleHeartbeat - keeps exactly one console the active
      *> night console and lets a standby console take over when
      *> that one stops responding. Only the console holding the
      *> dispatch lock runs the scheduler tick, the feed watch and
      *> the outbound deliveries; every tick it proves it is alive
      *> by rewriting its heartbeat. Any other console - a MONITOR
      *> login, or a second operator console - only watches the
      *> heartbeat, and when it goes quiet past the configured
      *> minutes the on-call list is alerted and a supervisor can
      *> take the lock over from the standby console.
      *> Two one-line files in the status directory:
      *>   CONSOLELOCK.TXT  console|machine|operator|since stamp
      *>   HEARTBEAT.TXT    console|machine|operator|stamp|
      *>                    jobs running (comma-separated)
      *> The lock file is held open exclusively for the whole of
      *> each dispatch pass, so a takeover can never land between
      *> one console reading the due entries and stamping them run -
      *> two consoles can never dispatch the same schedule entry.
      *> A console is known by machine name and process number; a
      *> night console restarting on its own workstation after a
      *> silent spell picks its lock straight back up - at once, or
      *> on the first tick after its old heartbeat runs out. A
      *> night console closed normally clears the lock's holder.
       class-id FormsCobol.ConsoleHeartbeat.

       working-storage section.
       01 OpenAttempts is static type System.Int32 value 10.
       01 RetryMillis  is static type System.Int32 value 200.

       method-id GetLockPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "CONSOLELOCK.TXT")
           goback.
       end method.

       method-id GetHeartbeatPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "HEARTBEAT.TXT")
           goback.
       end method.

      *> This console's identity - machine name and process number.
       method-id ThisConsole static.
       procedure division returning result as type System.String.
           set result to type System.Environment::MachineName + ":" +
               type System.Diagnostics.Process::GetCurrentProcess()
                   ::Id::ToString()
           goback.
       end method.

      *> Splits aText on "|" into its parts.
       method-id SplitPipes static private.
       local-storage section.
       01 remaining type System.String.
       01 pipePos type System.Int32.
       procedure division using by value aText as type System.String
           returning parts as type System.Collections.ArrayList.
           set parts to new System.Collections.ArrayList()
           set remaining to aText
           perform until exit
               set pipePos to remaining::IndexOf("|")
               if pipePos < 0
                   invoke parts::Add(remaining)
                   exit perform
               end-if
               invoke parts::Add(remaining::Substring(0 pipePos))
               set remaining to remaining::Substring(pipePos + 1)
           end-perform
           goback.
       end method.

      *> Part aIndex of a split line, trimmed, or "" when the line
      *> is short of it.
       method-id PartAsText static private.
       procedure division using by value parts
                               as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.String.
           set result to ""
           if aIndex < parts::Count
               set result to
                   type System.String(parts::Item(aIndex))::Trim()
           end-if
           goback.
       end method.

      *> Opens the lock file exclusively, creating it the first
      *> time; null when another console keeps it held through
      *> aAttempts tries, RetryMillis apart.
       method-id OpenLock static private.
       local-storage section.
       01 attempt type System.Int32.
       01 statusDir type System.String.
       01 openFailure type System.IO.IOException.
       procedure division using by value aAttempts as type System.Int32
           returning lockStream as type System.IO.FileStream.
           set lockStream to null
           set statusDir to type FormsCobol.AppConfig::
               GetStatusDirectory()
           if not type System.IO.Directory::Exists(statusDir)
               invoke
                   type System.IO.Directory::CreateDirectory(statusDir)
           end-if
           perform varying attempt from 1 by 1
                     until attempt > aAttempts
               try
                   set lockStream to new System.IO.FileStream(
                       self::GetLockPath()
                       type System.IO.FileMode::OpenOrCreate
                       type System.IO.FileAccess::ReadWrite
                       type System.IO.FileShare::None)
                   goback
               catch openFailure
                   if attempt < aAttempts
                       invoke type System.Threading.Thread::Sleep(
                           RetryMillis)
                   end-if
               end-try
           end-perform
           goback.
       end method.

      *> The lock line held in aLockStream, split ("" parts when the
      *> lock has never been taken).
       method-id ReadHolder static private.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       procedure division using by value aLockStream
                                as type System.IO.FileStream
           returning parts as type System.Collections.ArrayList.
           set aLockStream::Position to 0
           set reader to new System.IO.StreamReader(aLockStream)
           set aLine to reader::ReadLine()
           if aLine = null
               set aLine to ""
           end-if
           set parts to self::SplitPipes(aLine)
           goback.
       end method.

      *> Rewrites the lock held in aLockStream to name this console,
      *> on behalf of aOperatorId. The stream stays open - the
      *> caller releases it.
       method-id WriteHolder static private.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       procedure division using by value aLockStream
                                as type System.IO.FileStream
                            aOperatorId as type System.String.
           invoke aLockStream::SetLength(0)
           set writer to new System.IO.StreamWriter(aLockStream)
           invoke writer::WriteLine(self::ThisConsole() + "|" +
               type System.Environment::MachineName + "|" +
               aOperatorId + "|" +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd HH:mm:ss"))
           invoke writer::Flush()
           goback.
       end method.

      *> The heartbeat line, split - empty when none is on file.
       method-id ReadHeartbeat static private.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       procedure division
           returning parts as type System.Collections.ArrayList.
           set parts to new System.Collections.ArrayList()
           if not type System.IO.File::Exists(self::GetHeartbeatPath())
               goback
           end-if
           set reader to type FormsCobol.SharedFile::OpenReader(
               self::GetHeartbeatPath())
           try
               set aLine to reader::ReadLine()
           finally
               invoke reader::Close()
           end-try
           if aLine not = null
               set parts to self::SplitPipes(aLine)
           end-if
           goback.
       end method.

      *> When the active console last wrote its heartbeat - the
      *> earliest possible date when it never has.
       method-id LastHeartbeatTime static.
       local-storage section.
       01 stamp type System.DateTime.
       procedure division returning result as type System.DateTime.
           set result to type System.DateTime::MinValue
           if type System.DateTime::TryParseExact(
               self::PartAsText(self::ReadHeartbeat() 3)
               "yyyy-MM-dd HH:mm:ss"
               type System.Globalization.CultureInfo::InvariantCulture
               type System.Globalization.DateTimeStyles::None
               stamp)
               set result to stamp
           end-if
           goback.
       end method.

      *> The last heartbeat's stamp as written, "" when there has
      *> never been one.
       method-id LastHeartbeatStamp static.
       procedure division returning result as type System.String.
           set result to self::PartAsText(self::ReadHeartbeat() 3)
           goback.
       end method.

      *> The workstation the last heartbeat came from.
       method-id LastHeartbeatMachine static.
       procedure division returning result as type System.String.
           set result to self::PartAsText(self::ReadHeartbeat() 1)
           goback.
       end method.

      *> The operator logged into the console that last beat.
       method-id LastHeartbeatOperator static.
       procedure division returning result as type System.String.
           set result to self::PartAsText(self::ReadHeartbeat() 2)
           goback.
       end method.

      *> The jobs the active console had running at its last
      *> heartbeat.
       method-id LastHeartbeatRunning static.
       local-storage section.
       01 jobList type System.String.
       01 remaining type System.String.
       01 commaPos type System.Int32.
       procedure division
           returning jobNames as type System.Collections.ArrayList.
           set jobNames to new System.Collections.ArrayList()
           set jobList to self::PartAsText(self::ReadHeartbeat() 4)
           set remaining to jobList
           perform until remaining::Length = 0
               set commaPos to remaining::IndexOf(",")
               if commaPos < 0
                   invoke jobNames::Add(remaining::Trim())
                   exit perform
               end-if
               invoke jobNames::Add(
                   remaining::Substring(0 commaPos)::Trim())
               set remaining to remaining::Substring(commaPos + 1)
           end-perform
           goback.
       end method.

      *> True when the heartbeat is older than the configured limit
      *> (or there is none at all).
       method-id IsHeartbeatMissed static.
       local-storage section.
       01 silentMinutes type System.Double.
       procedure division returning result as condition-value.
           set silentMinutes to type System.DateTime::Now::Subtract(
               self::LastHeartbeatTime())::TotalMinutes
           set result to (silentMinutes >
               type FormsCobol.AppConfig::GetHeartbeatMissedMinutes())
           goback.
       end method.

      *> Rewrites the heartbeat - called by the active console on
      *> every tick, with the names of the jobs it has running.
       method-id WriteHeartbeat static.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 jobList type System.String.
       01 idx type System.Int32.
       procedure division using by value runningJobs
                               as type System.Collections.ArrayList.
           set jobList to ""
           perform varying idx from 0 by 1
                     until idx >= runningJobs::Count
               if idx > 0
                   set jobList to jobList + ","
               end-if
               set jobList to jobList +
                   type System.String(runningJobs::Item(idx))
           end-perform
           set writer to type FormsCobol.SharedFile::CreateWriter(
               self::GetHeartbeatPath() False)
           try
               invoke writer::WriteLine(self::ThisConsole() + "|" +
                   type System.Environment::MachineName + "|" +
                   type FormsCobol.OperatorSession::
                       GetCurrentOperatorId() + "|" +
                   type System.DateTime::Now::ToString(
                       "yyyy-MM-dd HH:mm:ss") + "|" + jobList)
           finally
               invoke writer::Close()
           end-try
           goback.
       end method.

      *> Called once as an operator console opens: takes the lock
      *> when nobody has ever held it, or when its holder was this
      *> same workstation and has since gone silent - the night
      *> console coming back from a reboot. Anything else leaves
      *> this console on standby. True when the lock was taken.
       method-id ClaimAtStartup static.
       local-storage section.
       01 lockStream type System.IO.FileStream.
       01 holder type System.Collections.ArrayList.
       01 holderConsole type System.String.
       01 holderMachine type System.String.
       procedure division returning result as condition-value.
           set result to False
           set lockStream to self::OpenLock(OpenAttempts)
           if lockStream = null
               goback
           end-if
           try
               set holder to self::ReadHolder(lockStream)
               set holderConsole to self::PartAsText(holder 0)
               set holderMachine to self::PartAsText(holder 1)
               if holderConsole::Length = 0
                   set result to True
               else
                   if holderMachine::ToUpper() =
                       type System.Environment::MachineName::ToUpper()
                       and self::IsHeartbeatMissed()
                       set result to True
                   end-if
               end-if
               if result
                   invoke self::WriteHolder(lockStream
                       type FormsCobol.OperatorSession::
                           GetCurrentOperatorId())
               end-if
           finally
               invoke lockStream::Close()
           end-try
           if result
               invoke self::WriteHeartbeat(
                   new System.Collections.ArrayList())
               invoke type FormsCobol.AuditLog::Write(
                   "NIGHT CONSOLE" "dispatch lock taken by " +
                   self::ThisConsole())
           end-if
           goback.
       end method.

      *> The lock, held open exclusively for one dispatch pass, when
      *> this console is the active one; null otherwise. aOutcome
      *> says which: HELD, BUSY when the lock file is open
      *> elsewhere this moment (a standby's check, a takeover being
      *> weighed, a scanner on the share) - this tick is skipped,
      *> nothing more - or OTHER when the lock names another
      *> console. One try only: it runs on the scheduler tick. The
      *> caller closes the lock when the pass is done.
       method-id AcquireDispatch static.
       local-storage section.
       01 holder type System.Collections.ArrayList.
       01 holderConsole type System.String.
       procedure division
           using by reference aOutcome as type System.String
           returning lockStream as type System.IO.FileStream.
           set lockStream to self::OpenLock(1)
           if lockStream = null
               set aOutcome to "BUSY"
               goback
           end-if
           set holder to self::ReadHolder(lockStream)
           set holderConsole to self::PartAsText(holder 0)
           if holderConsole::Length > 0 and
               holderConsole not = self::ThisConsole()
               invoke lockStream::Close()
               set lockStream to null
               set aOutcome to "OTHER"
               goback
           end-if
      *> a lock nobody names is this console's to keep running on
           if holderConsole::Length = 0
               invoke self::WriteHolder(lockStream
                   type FormsCobol.OperatorSession::
                       GetCurrentOperatorId())
           end-if
           set aOutcome to "HELD"
           goback.
       end method.

      *> Called on a standby console's tick: True when the lock still
      *> names this console - it stood down without anyone taking
      *> over - or names this same workstation and that console has
      *> gone silent, the night console restarted before its old
      *> heartbeat ran out. Either way it picks the night straight
      *> back up. One try only; a lock open elsewhere is looked at
      *> again next tick.
       method-id ReclaimOwnLock static.
       local-storage section.
       01 lockStream type System.IO.FileStream.
       01 holder type System.Collections.ArrayList.
       01 holderMachine type System.String.
       procedure division returning result as condition-value.
           set result to False
           set lockStream to self::OpenLock(1)
           if lockStream = null
               goback
           end-if
           try
               set holder to self::ReadHolder(lockStream)
               set holderMachine to self::PartAsText(holder 1)
               if self::PartAsText(holder 0) = self::ThisConsole()
                   set result to True
               else
                   if holderMachine::Length > 0 and
                       holderMachine::ToUpper() =
                       type System.Environment::MachineName::ToUpper()
                       and self::IsHeartbeatMissed()
                       invoke self::WriteHolder(lockStream
                           type FormsCobol.OperatorSession::
                               GetCurrentOperatorId())
                       set result to True
                   end-if
               end-if
           finally
               invoke lockStream::Close()
           end-try
           if result
               invoke self::WriteHeartbeat(
                   new System.Collections.ArrayList())
               invoke type FormsCobol.AuditLog::Write(
                   "NIGHT CONSOLE" "dispatch lock resumed by " +
                   self::ThisConsole())
           end-if
           goback.
       end method.

      *> Called as the active console closes normally: clears the
      *> lock's holder when it still names this console, so the
      *> next console to open takes the night without waiting out
      *> the heartbeat.
       method-id ReleaseLock static.
       local-storage section.
       01 lockStream type System.IO.FileStream.
       01 holder type System.Collections.ArrayList.
       01 released as condition-value.
       procedure division.
           set released to False
           set lockStream to self::OpenLock(OpenAttempts)
           if lockStream = null
               goback
           end-if
           try
               set holder to self::ReadHolder(lockStream)
               if self::PartAsText(holder 0) = self::ThisConsole()
                   invoke lockStream::SetLength(0)
                   set released to True
               end-if
           finally
               invoke lockStream::Close()
           end-try
           if released
               invoke type FormsCobol.AuditLog::Write(
                   "NIGHT CONSOLE" "dispatch lock released by " +
                   self::ThisConsole())
           end-if
           goback.
       end method.

      *> Moves the lock to this console on aSupervisorId's authority
      *> once the active console's heartbeat has been missed.
      *> Returns "" when done, otherwise why not.
       method-id TakeOver static.
       local-storage section.
       01 lockStream type System.IO.FileStream.
       01 holder type System.Collections.ArrayList.
       01 oldMachine type System.String.
       01 lastBeatText type System.String.
       procedure division using by value aSupervisorId
                                             as type System.String
                            returning failReason as type System.String.
           set failReason to ""
           set lastBeatText to self::PartAsText(self::ReadHeartbeat() 3)
           if lastBeatText::Length = 0
               set lastBeatText to "never"
           end-if
           if not self::IsHeartbeatMissed()
               set failReason to "the active console on " +
                   self::LastHeartbeatMachine() +
                   " wrote its heartbeat at " + lastBeatText +
                   " - it is still running"
               goback
           end-if
           set lockStream to self::OpenLock(OpenAttempts)
           if lockStream = null
               set failReason to "the console lock is held open - " +
                   "try again in a moment"
               goback
           end-if
           try
               set holder to self::ReadHolder(lockStream)
               set oldMachine to self::PartAsText(holder 1)
               if self::PartAsText(holder 0) = self::ThisConsole()
                   set failReason to "this console is already the " +
                       "active night console"
               else
                   invoke self::WriteHolder(lockStream
                       aSupervisorId::Trim()::ToUpper())
               end-if
           finally
               invoke lockStream::Close()
           end-try
           if failReason::Length > 0
               goback
           end-if
           invoke self::WriteHeartbeat(
               new System.Collections.ArrayList())
           if oldMachine::Length = 0
               set oldMachine to "no console"
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "CONSOLE TAKEOVER"
               "from " + oldMachine + " (last heartbeat " +
               lastBeatText + ") to " + self::ThisConsole() +
               " by " + aSupervisorId::Trim()::ToUpper())
           goback.
       end method.

      *> The status lines of every job the status file still shows
      *> RUNNING - on a takeover, the dead console's jobs.
       method-id RunningJobs static.
       local-storage section.
       01 statusLines type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 aLine type System.String.
       procedure division
           returning runningLines as type System.Collections.ArrayList.
           set runningLines to new System.Collections.ArrayList()
           set statusLines to type FormsCobol.JobStatusReader::ReadAll()
           perform varying idx from 0 by 1
                     until idx >= statusLines::Count
               set aLine to type System.String(statusLines::Item(idx))
               if type FormsCobol.JobStatusReader::ExtractStatus(aLine)
                   = "RUNNING"
                   invoke runningLines::Add(aLine)
               end-if
           end-perform
           goback.
       end method.

       end class.
