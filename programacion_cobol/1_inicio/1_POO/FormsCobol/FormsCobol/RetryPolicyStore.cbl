           goback.
       end method.

      *> Submits (for a second supervisor's approval) the named
      *> job's retry policy, replacing any prior one; an empty code
      *> list removes it. Returns DefinitionChangeStore::Submit's
      *> change number.
       method-id SavePolicy static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 policyLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 replaced as condition-value.
       01 newLine type System.String.
       01 policiesFile type System.String.
       procedure division
           using by value policy as type FormsCobol.RetryPolicy
           returning changeNo as type System.Int32.
           set policiesFile to self::GetPoliciesPath()
           set policyLines to new System.Collections.ArrayList()
           if type System.IO.File::Exists(policiesFile)
               set reader to
               invoke policyLines::Add(newLine)
           end-if

           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "RETRYPOLICY.TXT" policyLines
                   "Retry policy for " + policy::GetJobName() +
                   ": RC " + policy::GetRetryableCodes() + " x" +
                   policy::GetMaxAttempts()::ToString() + " wait " +
                   policy::GetWaitSeconds()::ToString() + "s")
           goback.
       end method.

