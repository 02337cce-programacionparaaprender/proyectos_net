           goback.
       end method.

      *> Submits the named job's exclusion group ("" clears it),
      *> replacing any prior line for that job, for a second
      *> supervisor's approval; returns DefinitionChangeStore::
      *> Submit's change number.
       method-id SetGroup static.
       local-storage section.
       01 groupLines type System.Collections.ArrayList.
       01 newLine type System.String.
       01 idx type System.Int32.
       01 candidate type System.String.
       01 replaced as condition-value.
       procedure division using by value aJobName as type System.String
                            aGroup as type System.String
                            returning changeNo as type System.Int32.
           set newLine to aJobName::Trim()::PadRight(20) +
               aGroup::Trim()::ToUpper()::PadRight(10)
           set groupLines to self::ReadLines()
               invoke groupLines::Add(newLine)
           end-if

           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "JOBGROUPS.TXT" groupLines
                   "Exclusion group for " + aJobName::Trim() + " = " +
                   aGroup::Trim()::ToUpper())
           goback.
       end method.

