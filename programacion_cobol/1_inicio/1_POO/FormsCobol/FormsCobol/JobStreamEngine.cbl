      *>   cols 25-32  on-fail action, STOP or CONTINUE - whether the
      *>               stream abandons or presses on past a failed step
      *>   cols 33-..  batch .exe path (rest of line, trimmed)
      *> Stream definitions are controlled: steps are added and
      *> removed through DefinitionChangeStore, never written here.
       class-id FormsCobol.JobStreamEngine.

      *> Returns the path to the stream definitions file, rooted at
           goback.
       end method.

      *> The file lines for steps, in the fixed-width layout above.
       method-id FormatSteps static private.
       local-storage section.
       01 idx type System.Int32.
       01 streamStep type FormsCobol.JobStreamStep.
       procedure division using by value steps
                               as type System.Collections.ArrayList
           returning stepLines as type System.Collections.ArrayList.
           set stepLines to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= steps::Count
               set streamStep to
                   type FormsCobol.JobStreamStep(steps::Item(idx))
               invoke stepLines::Add(self::FormatLine(streamStep))
           end-perform
           goback.
       end method.

      *> Submits a step for the named stream - placed straight after
      *> the stream's current last step so each stream's steps stay
      *> together on file in run order. Stream definitions are
      *> controlled, so the step is held for a second supervisor's
      *> approval; returns DefinitionChangeStore::Submit's change
      *> number.
       method-id AddStep static.
       local-storage section.
       01 steps type System.Collections.ArrayList.
                                             as type System.String
                            aMaxReturnCode as type System.Int32
                            aOnFail as type System.String
                            aExePath as type System.String
                            returning changeNo as type System.Int32.
           set steps to self::LoadSteps()
           set insertAt to steps::Count
           perform varying idx from 0 by 1
           set newStep to new FormsCobol.JobStreamStep(
               aStreamName aMaxReturnCode aOnFail aExePath)
           invoke steps::Insert(insertAt newStep)
           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "STREAMS.TXT" self::FormatSteps(steps)
                   "Add step " + aExePath + " to stream " +
                   aStreamName)
           goback.
       end method.

      *> Submits the removal of the step at aIndex (as listed by
      *> LoadSteps) for approval; returns the change number, or -1
      *> when aIndex names no step.
       method-id RemoveStep static.
       local-storage section.
       01 steps type System.Collections.ArrayList.
       01 streamStep type FormsCobol.JobStreamStep.
       procedure division using by value aIndex as type System.Int32
                            returning changeNo as type System.Int32.
           set changeNo to -1
           set steps to self::LoadSteps()
           if aIndex >= 0 and aIndex < steps::Count
               set streamStep to
                   type FormsCobol.JobStreamStep(steps::Item(aIndex))
               invoke steps::RemoveAt(aIndex)
               set changeNo to
                   type FormsCobol.DefinitionChangeStore::Submit(
                       "STREAMS.TXT" self::FormatSteps(steps)
                       "Remove step " + streamStep::GetExePath() +
                       " from stream " + streamStep::GetStreamName())
           end-if
           goback.
       end method.
