      *> SettingsForm - views and edits the console's externalised
      *> settings (batch data directories, report output directory,
      *> DB connection string, alerting and monitoring endpoints),
      *> persisted through AppConfig.
       class-id FormsCobol.SettingsForm is partial
                 inherits type System.Windows.Forms.Form.

                   GetRetentionDays()::ToString()
           set txtPackTo::Text to
               type FormsCobol.AppConfig::GetPackRecipients()
           set txtHeartbeat::Text to
               type FormsCobol.AppConfig::
                   GetHeartbeatMissedMinutes()::ToString()
           set txtDiskLead::Text to
               type FormsCobol.AppConfig::
                   GetDiskCheckLeadMinutes()::ToString()
           set txtMonitorHost::Text to
               type FormsCobol.AppConfig::GetMonitorHost()
           set txtMonitorPort::Text to
               type FormsCobol.AppConfig::GetMonitorPort()
           set txtMonitorBeat::Text to
               type FormsCobol.AppConfig::
                   GetMonitorHeartbeatMinutes()::ToString()
      *> these are the logged-in environment's own settings
           set self::Text to "Settings - " +
               type FormsCobol.AppConfig::GetEnvironment()
           goback.
       end method.

               txtRetention::Text::Trim())
           invoke type FormsCobol.AppConfig::SetPackRecipients(
               txtPackTo::Text::Trim())
           invoke type FormsCobol.AppConfig::SetHeartbeatMissedMinutes(
               txtHeartbeat::Text::Trim())
           invoke type FormsCobol.AppConfig::SetDiskCheckLeadMinutes(
               txtDiskLead::Text::Trim())
           invoke type FormsCobol.AppConfig::SetMonitorHost(
               txtMonitorHost::Text::Trim())
           invoke type FormsCobol.AppConfig::SetMonitorPort(
               txtMonitorPort::Text::Trim())
           invoke type FormsCobol.AppConfig::
               SetMonitorHeartbeatMinutes(txtMonitorBeat::Text::Trim())
           invoke type FormsCobol.AuditLog::Write("SAVE SETTINGS" "")
           set self::DialogResult to
               type System.Windows.Forms.DialogResult::OK
