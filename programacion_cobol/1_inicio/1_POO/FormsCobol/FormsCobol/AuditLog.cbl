      *> AuditLog - appends one line per console action (who, when,
      *> what, which job) to a dated audit file so a 3 AM restart can
      *> always be traced back to who asked for it. Each environment
      *> keeps its own trail: PROD in AUDIT, TEST in TEST\AUDIT, DR
      *> in DR\AUDIT.
       class-id FormsCobol.AuditLog.

       working-storage section.
       01 AuditDirectory is static type System.String value "AUDIT".

      *> The audit folder of the environment logged into.
       method-id GetAuditDirectory static.
       procedure division returning aPath as type System.String.
           set aPath to type FormsCobol.AppConfig::EnvironmentDefault(
               type FormsCobol.AppConfig::GetEnvironment()
               AuditDirectory)
           goback.
       end method.

      *> Returns the audit file path for the given date (yyyyMMdd),
      *> AUDIT\AUDIT-yyyyMMdd.LOG.
       method-id GetAuditFilePathFor static.
                            returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   self::GetAuditDirectory() "AUDIT-" + aDate + ".LOG")
           goback.
       end method.

               "FormsCobol.AuditLog")
           invoke type System.Threading.Monitor::Enter(gate)
           try
           if not type System.IO.Directory::Exists(
               self::GetAuditDirectory())
               invoke
                   type System.IO.Directory::CreateDirectory(
                       self::GetAuditDirectory())
           end-if

           set aPath to self::GetAuditFilePath()
