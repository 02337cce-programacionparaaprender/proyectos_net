           goback.
       end method.

      *> Submits (for a second supervisor's approval) the named
      *> job's pre-flight validation, registering or replacing its
      *> line in VALIDATION.TXT. Returns DefinitionChangeStore::
      *> Submit's change number.
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
           using by value spec as type FormsCobol.ValidationSpec
           returning changeNo as type System.Int32.
           set specsFile to self::GetSpecsPath()

           set specLines to new System.Collections.ArrayList()
           if type System.IO.File::Exists(specsFile)
               invoke specLines::Add(newLine)
           end-if

           set changeNo to
               type FormsCobol.DefinitionChangeStore::Submit(
                   "VALIDATION.TXT" specLines
                   "Validation for " + spec::GetJobName()::ToUpper() +
                   ": " + spec::GetDataPath())
           goback.
       end method.

                           invoke errors::Add(
                               new FormsCobol.ValidationError(
                                   recordNumber field::GetName()
                                   "not numeric: '" +
                                   field::DisplayValue(aRecord) +
                                   "'"))
                       end-if
                   end-if
                       set fieldValue to field::FormatValue(aRecord)
                       set reason to self::CheckRule(
                           rule fieldValue
                           self::RawFieldValue(aRecord field)
                           field::DisplayValue(aRecord))
                       if reason::Length > 0
                           invoke errors::Add(
                               new FormsCobol.ValidationError(
      *> value the other rules compare; aRawValue is the field's
      *> untouched bytes, which is what REQUIRED judges - a numeric
      *> field left all blanks renders as "0" but is still blank.
      *> aShownValue is the value as a failure message may quote it
      *> - masked when the field is sensitive.
       method-id CheckRule static private.
       local-storage section.
       01 numericValue type System.Decimal.
           using by value rule as type FormsCobol.ValidationRule
                          aValue as type System.String
                          aRawValue as type System.String
                          aShownValue as type System.String
           returning reason as type System.String.
           set reason to ""
           evaluate rule::GetRuleType()
                   if not self::TryParseDecimal(
                       aValue numericValue)
                       set reason to
                           "not numeric: '" + aShownValue + "'"
                   end-if
               when "DATE"
                   if not type System.DateTime::TryParseExact(
                           None
                       parsedDate)
                       set reason to
                           "not a valid date: '" + aShownValue + "'"
                   end-if
               when "RANGE"
                   if not self::TryParseDecimal(
                       aValue numericValue)
                       set reason to
                           "not numeric: '" + aShownValue + "'"
                   else
                       if not self::TryParseDecimal(
                           rule::GetParam1() lowValue) or
                               set reason to
                                   "out of range " +
                                   rule::GetParam1() + ".." +
                                   rule::GetParam2() + ": " +
                                   aShownValue
                           end-if
                       end-if
                   end-if
                   end-perform
                   if not matched
                       set reason to
                           "'" + aShownValue + "' not in code list " +
                           rule::GetParam1()
                   end-if
           end-evaluate
