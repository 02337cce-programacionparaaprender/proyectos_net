           goback.
       end method.

      *> Submits the named job's maximum runtime, replacing any prior
      *> line for that job in the limits file, for a second
      *> supervisor's approval; returns DefinitionChangeStore::
      *> Submit's change number.
       method-id SetMaxRuntimeMinutes static.
       local-storage section.
       01 limitLines type System.Collections.ArrayList.
       01 newLine type System.String.
       01 idx type System.Int32.
       01 candidate type System.String.
       01 replaced as condition-value.
       procedure division using by value aJobName as type System.String
                            aMinutes as type System.Int32
                            returning changeNo as type System.Int32.
           set newLine to aJobName::PadRight(20) +
               self::FormatMinutes(aMinutes)
           set limitLines to self::ReadLines()
               invoke limitLines::Add(newLine)
           end-if

           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "JOBLIMITS.TXT" limitLines
                   "Max runtime for " + aJobName + " = " +
                   aMinutes::ToString() + " min")
           goback.
       end method.

