      *> plain KEY=VALUE text file, one setting per line, the same
      *> convention AuditLog/JobStatusReader already use for their
      *> own persisted state.
      *> The console runs in one of three environments, picked at
      *> login - PROD, TEST or DR - and each keeps its own settings
      *> file: PROD the original APPCONFIG.TXT, the others
      *> APPCONFIG-<environment>.TXT. Directories, connection
      *> string, SMTP host and recipients and the monitoring
      *> collector all come from that file, so every state file
      *> under the status directory is the environment's own. A
      *> directory left unset defaults under a folder named for the
      *> environment (TEST\STATUS, DR\JOBS) so a bare TEST login
      *> can never fall onto PROD's files.
       class-id FormsCobol.AppConfig.

       working-storage section.
       01 ConfigFilePath is static type System.String
           value "APPCONFIG.TXT".
       01 ActiveEnvironment is static type System.String
           value "PROD".

       01 KeyJobsDirectory    is static type System.String
           value "JOBS_DIRECTORY".
           value "SWEEP_LASTRUN".
       01 KeyPackRecipients   is static type System.String
           value "PACK_RECIPIENTS".
       01 KeyHeartbeatMissed  is static type System.String
           value "HEARTBEAT_MISSED_MINUTES".
       01 KeyDiskCheckLead    is static type System.String
           value "DISK_CHECK_LEAD_MINUTES".
       01 KeyDiskCheckLastRun is static type System.String
           value "DISK_CHECK_LASTRUN".
       01 KeyMonitorHost      is static type System.String
           value "MONITOR_HOST".
       01 KeyMonitorPort      is static type System.String
           value "MONITOR_PORT".
       01 KeyMonitorHeartbeat is static type System.String
           value "MONITOR_HEARTBEAT_MINUTES".

      *> The environments a console can log into, PROD first.
       method-id EnvironmentNames static.
       procedure division
           returning envNames as type System.Collections.ArrayList.
           set envNames to new System.Collections.ArrayList()
           invoke envNames::Add("PROD")
           invoke envNames::Add("TEST")
           invoke envNames::Add("DR")
           goback.
       end method.

      *> The settings file of aEnvironment.
       method-id ConfigPathFor static.
       procedure division using by value aEnvironment
                                             as type System.String
                            returning aPath as type System.String.
           if aEnvironment::Trim()::ToUpper() = "PROD"
               set aPath to "APPCONFIG.TXT"
           else
               set aPath to "APPCONFIG-" +
                   aEnvironment::Trim()::ToUpper() + ".TXT"
           end-if
           goback.
       end method.

      *> Switches the console to aEnvironment - called once, by the
      *> login screen, before anything reads a setting.
       method-id SetEnvironment static.
       procedure division using by value aEnvironment
                                             as type System.String.
           set ActiveEnvironment to aEnvironment::Trim()::ToUpper()
           set ConfigFilePath to self::ConfigPathFor(ActiveEnvironment)
           goback.
       end method.

       method-id GetEnvironment static.
       procedure division returning result as type System.String.
           set result to ActiveEnvironment
           goback.
       end method.

      *> True when the console is logged into production.
       method-id IsProduction static.
       procedure division returning result as condition-value.
           set result to (ActiveEnvironment = "PROD")
           goback.
       end method.

      *> The colour the title and status bars carry for
      *> aEnvironment: red for PROD, green for TEST, amber for DR -
      *> nobody should restart a PROD job believing it is TEST.
       method-id EnvironmentColour static.
       procedure division using by value aEnvironment
                                             as type System.String
                 returning result as type System.Drawing.Color.
           evaluate aEnvironment::Trim()::ToUpper()
               when "PROD"
                   set result to type System.Drawing.Color::Firebrick
               when "TEST"
                   set result to type System.Drawing.Color::SeaGreen
               when other
                   set result to type System.Drawing.Color::DarkOrange
           end-evaluate
           goback.
       end method.

      *> A directory's default for aEnvironment: aDefault as it is
      *> for PROD, under a folder of the environment's name
      *> otherwise.
       method-id EnvironmentDefault static.
       procedure division using by value aEnvironment
                                             as type System.String
                            aDefault as type System.String
                            returning result as type System.String.
           if aEnvironment::Trim()::ToUpper() = "PROD"
               set result to aDefault
           else
               set result to type System.IO.Path::Combine(
                   aEnvironment::Trim()::ToUpper() aDefault)
           end-if
           goback.
       end method.

      *> Returns the raw value for aKey, or "" if it is not set or
      *> the config file does not exist yet.
       method-id GetValue static.
       procedure division using by value aKey as type System.String
                            returning result as type System.String.
           set result to self::GetValueFrom(ConfigFilePath aKey)
           goback.
       end method.

      *> Returns the raw value for aKey in another environment's
      *> settings - the promotion screen reads TEST's directories
      *> from a PROD console this way.
       method-id GetEnvironmentValue static.
       procedure division using by value aEnvironment
                                             as type System.String
                            aKey as type System.String
                            returning result as type System.String.
           set result to
               self::GetValueFrom(self::ConfigPathFor(aEnvironment)
                   aKey)
           goback.
       end method.

      *> The status directory of aEnvironment, where its definition
      *> and state files sit.
       method-id GetEnvironmentStatusDirectory static.
       procedure division using by value aEnvironment
                                             as type System.String
                            returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetEnvironmentValue(aEnvironment
                       KeyStatusDirectory)
                   self::EnvironmentDefault(aEnvironment "STATUS"))
           goback.
       end method.

      *> The jobs directory of aEnvironment.
       method-id GetEnvironmentJobsDirectory static.
       procedure division using by value aEnvironment
                                             as type System.String
                            returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetEnvironmentValue(aEnvironment
                       KeyJobsDirectory)
                   self::EnvironmentDefault(aEnvironment "JOBS"))
           goback.
       end method.

      *> The reports directory of aEnvironment.
       method-id GetEnvironmentReportsDirectory static.
       procedure division using by value aEnvironment
                                             as type System.String
                            returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetEnvironmentValue(aEnvironment
                       KeyReportsDirectory)
                   self::EnvironmentDefault(aEnvironment "REPORTS"))
           goback.
       end method.

      *> The generations directory of aEnvironment.
       method-id GetEnvironmentGenerationsDirectory static.
       procedure division using by value aEnvironment
                                             as type System.String
                            returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetEnvironmentValue(aEnvironment
                       KeyGenerationsDir)
                   self::EnvironmentDefault(aEnvironment
                       "GENERATIONS"))
           goback.
       end method.

      *> Returns the raw value for aKey in the settings file aPath.
       method-id GetValueFrom static private.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 eqPos type System.Int32.
       01 fileKey type System.String.
       procedure division using by value aPath as type System.String
                            aKey as type System.String
                            returning result as type System.String.
           set result to ""
           if not type System.IO.File::Exists(aPath)
               goback
           end-if

           set reader to new System.IO.StreamReader(aPath)
           try
               perform until exit
                   set aLine to reader::ReadLine()
       procedure division returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetValue(KeyJobsDirectory)
                   self::EnvironmentDefault(ActiveEnvironment "JOBS"))
           goback.
       end method.

       procedure division returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetValue(KeyStatusDirectory)
                   self::EnvironmentDefault(ActiveEnvironment "STATUS"))
           goback.
       end method.

       procedure division returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetValue(KeyReportsDirectory)
                   self::EnvironmentDefault(ActiveEnvironment
                       "REPORTS"))
           goback.
       end method.

       procedure division returning result as type System.String.
           set result to
               self::ValueOrDefault(
                   self::GetValue(KeyGenerationsDir)
                   self::EnvironmentDefault(ActiveEnvironment
                       "GENERATIONS"))
           goback.
       end method.

           goback.
       end method.

      *> How many minutes the active console's heartbeat may go
      *> unwritten before a standby console calls it missed.
       method-id GetHeartbeatMissedMinutes static.
       local-storage section.
       01 minutesText type System.String.
       01 minutesValue type System.Int32.
       procedure division returning result as type System.Int32.
           set result to 3
           set minutesText to self::GetValue(KeyHeartbeatMissed)
           if type System.Int32::TryParse(minutesText minutesValue)
               if minutesValue > 0
                   set result to minutesValue
               end-if
           end-if
           goback.
       end method.

       method-id SetHeartbeatMissedMinutes static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyHeartbeatMissed aValue)
           goback.
       end method.

      *> How many minutes before the night's first scheduled entry
      *> the disk-space check runs - time enough for the evening
      *> shift to make room.
       method-id GetDiskCheckLeadMinutes static.
       local-storage section.
       01 minutesText type System.String.
       01 minutesValue type System.Int32.
       procedure division returning result as type System.Int32.
           set result to 120
           set minutesText to self::GetValue(KeyDiskCheckLead)
           if type System.Int32::TryParse(minutesText minutesValue)
               if minutesValue > 0
                   set result to minutesValue
               end-if
           end-if
           goback.
       end method.

       method-id SetDiskCheckLeadMinutes static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyDiskCheckLead aValue)
           goback.
       end method.

      *> The date (yyyyMMdd) the disk-space check last ran, so it
      *> fires once per night.
       method-id GetDiskCheckLastRun static.
       procedure division returning result as type System.String.
           set result to self::GetValue(KeyDiskCheckLastRun)
           goback.
       end method.

       method-id SetDiskCheckLastRun static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyDiskCheckLastRun aValue)
           goback.
       end method.

      *> The syslog collector console events are published to ("" =
      *> publishing off).
       method-id GetMonitorHost static.
       procedure division returning result as type System.String.
           set result to self::GetValue(KeyMonitorHost)
           goback.
       end method.

       method-id SetMonitorHost static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyMonitorHost aValue)
           goback.
       end method.

       method-id GetMonitorPort static.
       procedure division returning result as type System.String.
           set result to self::GetValue(KeyMonitorPort)
           goback.
       end method.

       method-id SetMonitorPort static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyMonitorPort aValue)
           goback.
       end method.

      *> How many minutes apart the console's heartbeat event goes
      *> to the collector.
       method-id GetMonitorHeartbeatMinutes static.
       local-storage section.
       01 minutesText type System.String.
       01 minutesValue type System.Int32.
       procedure division returning result as type System.Int32.
           set result to 5
           set minutesText to self::GetValue(KeyMonitorHeartbeat)
           if type System.Int32::TryParse(minutesText minutesValue)
               if minutesValue > 0
                   set result to minutesValue
               end-if
           end-if
           goback.
       end method.

       method-id SetMonitorHeartbeatMinutes static.
       procedure division using by value aValue as type System.String.
           invoke self::SetValue(KeyMonitorHeartbeat aValue)
           goback.
       end method.

       end class.
