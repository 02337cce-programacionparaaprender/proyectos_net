      *> EventPublisher - puts the console in front of the
      *> infrastructure team's central monitoring: the moments that
      *> matter on a night go out as structured syslog events
      *> (RFC 5424, one per line over TCP) to the collector named
      *> on the Settings screen (MONITOR_HOST / MONITOR_PORT; no
      *> host = publishing off). Every event carries a severity and
      *> a stable event ID - the syslog MSGID - for their alert
      *> rules to key on; the ID of an event never changes meaning:
      *>   BC1001 info     job started
      *>   BC1002 info     job ended, RC 0
      *>   BC1003 warning  job ended, non-zero RC or killed
      *>   BC2001 error    status changed to FAILED
      *>   BC2002 error    status changed to ABENDED
      *>   BC2003 error    status changed to HUNG
      *>   BC2004 error    status changed to CTL-FAIL
      *>   BC3001 warning  exception opened
      *>   BC3002 notice   exception dispositioned
      *>   BC4001 error    inbound feed missed its cutoff
      *>   BC4002 warning  inbound feed quarantined
      *>   BC5001 error    outbound delivery NOT-SENT at its cutoff
      *>   BC6001 notice   business date closed
      *>   BC9001 info     console heartbeat
      *> An event is written to this console's queue first
      *> (EVENTQUEUE-<machine>.TXT in the status directory, one
      *> formatted syslog line per event, oldest first) and the
      *> queue is then sent from the top; whatever the collector
      *> does not take stays queued, in order, and goes again on
      *> the next event or scheduler tick - nothing is dropped.
      *> While the collector is unreachable a send is only retried
      *> once RetrySeconds have passed, so an event raised in the
      *> meantime costs a queue append, not a connect timeout.
       class-id FormsCobol.EventPublisher.

       working-storage section.
       01 ConnectMillis is static type System.Int32 value 3000.
       01 RetrySeconds  is static type System.Int32 value 60.
      *> syslog facility local0
       01 FacilityCode  is static type System.Int32 value 16.
       01 RetryAfter    is static type System.DateTime.
       01 Unreachable   is static condition-value value False.
       01 LastHeartbeat is static type System.DateTime.

       method-id GetQueuePath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "EVENTQUEUE-" +
                   type System.Environment::MachineName::ToUpper() +
                   ".TXT")
           goback.
       end method.

      *> The syslog severity (0 emergency .. 7 debug) of an event ID
      *> - the catalog in the header.
       method-id SeverityOf static private.
       procedure division using by value aEventId as type System.String
                            returning result as type System.Int32.
           evaluate aEventId
               when "BC2001"
               when "BC2002"
               when "BC2003"
               when "BC2004"
               when "BC4001"
               when "BC5001"
                   set result to 3
               when "BC1003"
               when "BC3001"
               when "BC4002"
                   set result to 4
               when "BC3002"
               when "BC6001"
                   set result to 5
               when other
                   set result to 6
           end-evaluate
           goback.
       end method.

      *> The short name of an event ID, carried alongside it so a
      *> raw line reads without the catalog to hand.
       method-id NameOf static private.
       procedure division using by value aEventId as type System.String
                            returning result as type System.String.
           evaluate aEventId
               when "BC1001"
                   set result to "JOB-START"
               when "BC1002"
                   set result to "JOB-END"
               when "BC1003"
                   set result to "JOB-END-BAD"
               when "BC2001"
                   set result to "STATUS-FAILED"
               when "BC2002"
                   set result to "STATUS-ABENDED"
               when "BC2003"
                   set result to "STATUS-HUNG"
               when "BC2004"
                   set result to "STATUS-CTL-FAIL"
               when "BC3001"
                   set result to "EXCEPTION-OPENED"
               when "BC3002"
                   set result to "EXCEPTION-CLOSED"
               when "BC4001"
                   set result to "FEED-MISSED"
               when "BC4002"
                   set result to "FEED-QUARANTINED"
               when "BC5001"
                   set result to "OUTBOUND-NOT-SENT"
               when "BC6001"
                   set result to "DAY-CLOSED"
               when "BC9001"
                   set result to "HEARTBEAT"
               when other
                   set result to "EVENT"
           end-evaluate
           goback.
       end method.

      *> aText made safe as a structured-data parameter value: ",
      *> \ and ] escaped with a backslash, as RFC 5424 requires.
       method-id EscapeParam static private.
       procedure division using by value aText as type System.String
                            returning result as type System.String.
           set result to ""
           if aText = null
               goback
           end-if
           set result to aText::Replace("\" "\\")
               ::Replace('"' '\"')::Replace("]" "\]")
           goback.
       end method.

      *> One event as a syslog line:
      *>   <pri>1 stamp host BATCHCONSOLE pid id [bcon@32473
      *>   event=".." subject=".." env=".." operator=".."] text
       method-id FormatEvent static private.
       local-storage section.
       01 severity type System.Int32.
       01 priority type System.Int32.
       procedure division using by value aEventId as type System.String
                            aSubject as type System.String
                            aText as type System.String
                            returning result as type System.String.
           set severity to self::SeverityOf(aEventId)
           set priority to FacilityCode * 8 + severity
           set result to "<" + priority::ToString() + ">1 " +
               type System.DateTime::Now::ToString(
                   "yyyy-MM-dd'T'HH:mm:ss.fffK") + " " +
               type System.Environment::MachineName + " " +
               "BATCHCONSOLE " +
               type System.Diagnostics.Process::GetCurrentProcess()
                   ::Id::ToString() + " " +
               aEventId + " " +
               '[bcon@32473 event="' + self::NameOf(aEventId) +
               '" subject="' + self::EscapeParam(aSubject) +
               '" env="' +
               type FormsCobol.AppConfig::GetEnvironment() +
               '" operator="' + self::EscapeParam(
                   type FormsCobol.OperatorSession::
                       GetCurrentOperatorId()) +
               '"] ' + aText::Replace(
                   type System.Environment::NewLine " ")
           goback.
       end method.

      *> True when a collector is configured - events are neither
      *> queued nor sent otherwise.
       method-id IsEnabled static.
       procedure division returning result as condition-value.
           set result to
               (type FormsCobol.AppConfig::GetMonitorHost()::Trim()
                   ::Length > 0)
           goback.
       end method.

      *> Raises one event: queued behind any still unsent, then the
      *> queue is sent. aSubject is what the event is about - a job,
      *> a feed, an exception, a date.
       method-id Publish static.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 queueFile type System.String.
       01 queueDir type System.String.
       01 eventLine type System.String.
       01 writeFailure type System.Exception.
       01 gate type System.Type.
       procedure division using by value aEventId as type System.String
                            aSubject as type System.String
                            aText as type System.String.
           if not self::IsEnabled()
               goback
           end-if
           set eventLine to self::FormatEvent(aEventId aSubject aText)
           set gate to type System.Type::GetType(
               "FormsCobol.EventPublisher")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           set queueFile to self::GetQueuePath()
           set queueDir to
               type System.IO.Path::GetDirectoryName(queueFile)
           try
               if queueDir::Length > 0
                   if not type System.IO.Directory::Exists(queueDir)
                       invoke
                           type System.IO.Directory::CreateDirectory(
                               queueDir)
                   end-if
               end-if
               set writer to
                   type FormsCobol.SharedFile::CreateWriter(
                       queueFile True)
               try
                   invoke writer::WriteLine(eventLine)
               finally
                   invoke writer::Close()
               end-try
           catch writeFailure
      *> a monitoring event must never stop the run that raised it
               invoke type FormsCobol.AuditLog::Write(
                   "EVENT NOT QUEUED"
                   aEventId + " " + aSubject + ": " +
                   writeFailure::Message)
           end-try
           try
               invoke self::SendQueued
           catch writeFailure
               continue
           end-try
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> Sends the queue from the top over one connection and keeps
      *> whatever was not taken. The caller holds the gate, and
      *> swallows a queue file that cannot be opened - the next
      *> event or tick tries again.
       method-id SendQueued static private.
       local-storage section.
       01 queueFile type System.String.
       01 reader type System.IO.StreamReader.
       01 writer type System.IO.StreamWriter.
       01 aLine type System.String.
       01 queued type System.Collections.ArrayList.
       01 sentCount type System.Int32.
       01 idx type System.Int32.
       01 portText type System.String.
       01 port type System.Int32.
       01 client type System.Net.Sockets.TcpClient.
       01 connectTask type System.Threading.Tasks.Task.
       01 netWriter type System.IO.StreamWriter.
       01 sendFailure type System.Exception.
       01 failText type System.String.
       procedure division.
           if type System.DateTime::Now::CompareTo(RetryAfter) < 0
               goback
           end-if
           set queueFile to self::GetQueuePath()
           if not type System.IO.File::Exists(queueFile)
               goback
           end-if
           set queued to new System.Collections.ArrayList()
           set reader to
               type FormsCobol.SharedFile::OpenReader(queueFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   if aLine::Trim()::Length > 0
                       invoke queued::Add(aLine)
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           if queued::Count = 0
               goback
           end-if

           set portText to
               type FormsCobol.AppConfig::GetMonitorPort()::Trim()
           if not type System.Int32::TryParse(portText port)
               set port to 514
           end-if
           if port <= 0
               set port to 514
           end-if

           set sentCount to 0
           set failText to ""
           set client to new System.Net.Sockets.TcpClient()
           try
               set connectTask to client::ConnectAsync(
                   type FormsCobol.AppConfig::GetMonitorHost()::Trim()
                   port)
               if not connectTask::Wait(ConnectMillis)
                   set failText to "no answer from " +
                       type FormsCobol.AppConfig::GetMonitorHost() +
                       ":" + portText
               else
                   set client::SendTimeout to ConnectMillis
                   set netWriter to new System.IO.StreamWriter(
                       client::GetStream()
                       new System.Text.UTF8Encoding(False))
                   set netWriter::NewLine to
                       type System.Convert::ToChar(10)::ToString()
      *> one line at a time, flushed, so a connection dropped part
      *> way leaves exactly the unsent lines queued
                   perform varying idx from 0 by 1
                             until idx >= queued::Count
                       invoke netWriter::WriteLine(
                           type System.String(queued::Item(idx)))
                       invoke netWriter::Flush()
                       set sentCount to sentCount + 1
                   end-perform
               end-if
           catch sendFailure
               set failText to sendFailure::Message
               if sendFailure::InnerException not = null
                   set failText to
                       sendFailure::InnerException::Message
               end-if
           end-try
           try
               invoke client::Close()
           catch sendFailure
               continue
           end-try

           if sentCount > 0
               set writer to
                   type FormsCobol.SharedFile::CreateWriter(
                       queueFile False)
               try
                   perform varying idx from sentCount by 1
                             until idx >= queued::Count
                       invoke writer::WriteLine(
                           type System.String(queued::Item(idx)))
                   end-perform
               finally
                   invoke writer::Close()
               end-try
           end-if

           if failText::Length > 0
               set RetryAfter to
                   type System.DateTime::Now::AddSeconds(RetrySeconds)
               if not Unreachable
                   set Unreachable to True
                   invoke type FormsCobol.AuditLog::Write(
                       "MONITOR UNREACHABLE"
                       failText + " - events are queued")
               end-if
           else
               if Unreachable
                   set Unreachable to False
                   invoke type FormsCobol.AuditLog::Write(
                       "MONITOR RESUMED"
                       sentCount::ToString() +
                       " queued event(s) sent")
               end-if
           end-if
           goback.
       end method.

      *> Sends whatever is still queued - the scheduler tick's retry
      *> when no new event has come along to carry it.
       method-id Flush static.
       local-storage section.
       01 queueFailure type System.Exception.
       01 gate type System.Type.
       procedure division.
           if not self::IsEnabled()
               goback
           end-if
           set gate to type System.Type::GetType(
               "FormsCobol.EventPublisher")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           try
               invoke self::SendQueued
           catch queueFailure
               continue
           end-try
           finally
               invoke type System.Threading.Monitor::Exit(gate)
           end-try
           goback.
       end method.

      *> Called on every scheduler tick, on the night console and on
      *> a standby alike: the heartbeat goes out every configured
      *> number of minutes, and the queue is retried in any case.
       method-id Heartbeat static.
       local-storage section.
       01 jobList type System.String.
       01 idx type System.Int32.
       procedure division using by value aRole as type System.String
                            runningJobs
                               as type System.Collections.ArrayList.
           if not self::IsEnabled()
               goback
           end-if
           if type System.DateTime::Now::Subtract(LastHeartbeat)
               ::TotalMinutes <
               type FormsCobol.AppConfig::GetMonitorHeartbeatMinutes()
               invoke self::Flush
               goback
           end-if
           set LastHeartbeat to type System.DateTime::Now
           set jobList to "none"
           perform varying idx from 0 by 1
                     until idx >= runningJobs::Count
               if idx = 0
                   set jobList to ""
               else
                   set jobList to jobList + ","
               end-if
               set jobList to jobList +
                   type System.String(runningJobs::Item(idx))
           end-perform
           invoke self::Publish("BC9001"
               type FormsCobol.ConsoleHeartbeat::ThisConsole()
               aRole + " console alive; running: " + jobList)
           goback.
       end method.

      *> Called by JobStatusReader for every status it records: a
      *> change into FAILED, ABENDED, HUNG or CTL-FAIL is an event;
      *> the same status recorded again is not.
       method-id StatusChanged static.
       local-storage section.
       01 eventId type System.String.
       procedure division using by value aJobName as type System.String
                            aPreviousStatus as type System.String
                            aStatus as type System.String
                            aReturnCode as type System.String
                            aCheckpoint as type System.String.
           evaluate aStatus::Trim()
               when "FAILED"
                   set eventId to "BC2001"
               when "ABENDED"
                   set eventId to "BC2002"
               when "HUNG"
                   set eventId to "BC2003"
               when "CTL-FAIL"
                   set eventId to "BC2004"
               when other
                   goback
           end-evaluate
           if aPreviousStatus::Trim() = aStatus::Trim()
               goback
           end-if
           invoke self::Publish(eventId aJobName::Trim()
               aJobName::Trim() + " " + aPreviousStatus::Trim() +
               " -> " + aStatus::Trim() + " RC " + aReturnCode::Trim() +
               " at checkpoint " + aCheckpoint::Trim())
           goback.
       end method.

       end class.
