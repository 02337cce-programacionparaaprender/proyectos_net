      *> completes, and its one-line PROVED/FAILED verdict is kept
      *> in PROVERESULTS.TXT for the Job Control screen next to the
      *> control-total result. The verdict is evidence, not a gate -
      *> the run's own status is untouched. Transactions the job
      *> still holds in suspense were never posted, so the verdict
      *> carries their count and amount alongside the proof.
       class-id FormsCobol.ProvingEngine.

       method-id GetSpecsPath static.
           goback.
       end method.

      *> Every proof on file, in file order - for the impact walk,
      *> which needs to know whose proofs read a file.
       method-id LoadSpecs static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 specsFile type System.String.
       01 parts type System.Collections.ArrayList.
       procedure division
           returning specs as type System.Collections.ArrayList.
           set specs to new System.Collections.ArrayList()
           set specsFile to self::GetSpecsPath()
           if not type System.IO.File::Exists(specsFile)
               goback
           end-if
           set reader to new System.IO.StreamReader(specsFile)
           try
               perform until exit
                   set aLine to reader::ReadLine()
                   if aLine = null
                       exit perform
                   end-if
                   set parts to self::SplitPipes(aLine)
                   if parts::Count >= 10
                       invoke specs::Add(new FormsCobol.ProvingSpec(
                           self::PartAsText(parts 0)::ToUpper()
                           self::PartAsText(parts 1)
                           self::PartAsText(parts 2)
                           self::PartAsText(parts 3)
                           self::PartAsText(parts 4)
                           self::PartAsText(parts 5)
                           self::PartAsText(parts 6)::ToUpper()
                           self::PartAsText(parts 7)::ToUpper()
                           self::PartAsText(parts 8)::ToUpper()
                           self::PartAsText(parts 9)::ToUpper()))
                   end-if
               end-perform
           finally
               invoke reader::Close()
           end-try
           goback.
       end method.

      *> Submits (for a second supervisor's approval) the named
      *> job's proof, registering or replacing its line in
      *> PROVING.TXT. Returns DefinitionChangeStore::Submit's change
      *> number.
       method-id SaveSpec static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 aLine type System.String.
       01 specLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 replaced as condition-value.
       01 newLine type System.String.
       01 specsFile type System.String.
       procedure division
           using by value spec as type FormsCobol.ProvingSpec
           returning changeNo as type System.Int32.
           set specsFile to self::GetSpecsPath()

           set specLines to new System.Collections.ArrayList()
           if type System.IO.File::Exists(specsFile)
               invoke specLines::Add(newLine)
           end-if

           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "PROVING.TXT" specLines
                   "Proof for " + spec::GetJobName()::ToUpper() +
                   ": " + spec::GetNewMasterPath())
           goback.
       end method.

       01 spec type FormsCobol.ProvingSpec.
       01 failures type System.Collections.ArrayList.
       01 summary type System.String.
       01 suspenseCount type System.Int32.
       01 suspenseAmount type System.Decimal.
       procedure division using by value aJobName as type System.String
           worker as type System.ComponentModel.BackgroundWorker.
           set spec to self::FindSpec(aJobName)
           set failures to self::Prove(spec)
           if failures::Count = 0
               set summary to "every key proves"
           else
               set summary to
                   failures::Count::ToString() +
                   " key(s) do not prove"
           end-if
      *> transactions held in suspense were never posted, so the
      *> input proves as what was posted plus what is still held -
      *> the held side goes on the verdict as its own line
           invoke type FormsCobol.SuspenseStore::Totals(aJobName ""
               True by reference suspenseCount
               by reference suspenseAmount)
           if suspenseCount > 0
               set summary to summary + "; suspense " +
                   suspenseCount::ToString() + " item(s), amount " +
                   suspenseAmount::ToString(
                       type System.Globalization.CultureInfo::
                           InvariantCulture) + " not posted"
           end-if
           if failures::Count = 0
               invoke self::RecordResult(aJobName "PROVED" summary)
           else
               invoke self::RecordResult(aJobName "FAILED" summary)
           end-if
           if worker not = null
