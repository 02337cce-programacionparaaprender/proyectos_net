           goback.
       end method.

      *> Every recorded run of the named job (of every job when
      *> aJobName is blank), oldest first - from the database when
      *> one is configured and reachable, from the history file
      *> otherwise.
       method-id HistoryFor static.
       local-storage section.
       01 connectionString type System.String.
                   if parts::Count < 8
                       exit perform cycle
                   end-if
                   if aJobName::Trim()::Length > 0 and
                       type System.String(parts::Item(0))::Trim()
                           not = aJobName::Trim()
                       exit perform cycle
                   end-if
                   if not type System.Int32::TryParse(
                   "SELECT JOB_NAME, PARAMETERS, START_STAMP, " +
                   "END_STAMP, ELAPSED_SECONDS, RETURN_CODE, " +
                   "LAST_CHECKPOINT, INITIATOR FROM RUN_HISTORY " +
                   "ORDER BY START_STAMP"
               if aJobName::Trim()::Length > 0
                   set command::CommandText to
                       "SELECT JOB_NAME, PARAMETERS, START_STAMP, " +
                       "END_STAMP, ELAPSED_SECONDS, RETURN_CODE, " +
                       "LAST_CHECKPOINT, INITIATOR FROM RUN_HISTORY " +
                       "WHERE JOB_NAME = ? ORDER BY START_STAMP"
                   invoke command::Parameters::AddWithValue(
                       "@JOB_NAME" aJobName::Trim())
               end-if
               set reader to command::ExecuteReader()
               try
                   perform until exit
