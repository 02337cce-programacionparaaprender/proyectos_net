      *> TestDataGenerator - builds input files for testing a
      *> changed batch job, so nobody has to copy production data
      *> (and real customer details) into the test directory. A
      *> file is laid out by its copybook and every value is made to
      *> satisfy the layout's ValidationEngine rules file: CODES
      *> picks from the list, DATE a recent yyyyMMdd, RANGE a value
      *> between the bounds, and everything else a value its
      *> picture holds (text fields carry their own name and the
      *> record number, so test data never looks like a customer).
      *> The options:
      *>  - a header and trailer in the shape the job's CONTROLS.TXT
      *>    line declares, the trailer stating the detail count and
      *>    amount total, so the control-total check passes; both
      *>    are themselves valid records, so the file still
      *>    validates;
      *>  - a transaction file whose key field (the job's
      *>    XREFCHECKS.TXT key) takes only keys of the master just
      *>    generated, so the cross-file and proving checks run
      *>    end to end;
      *>  - a percentage of deliberately bad records - a broken
      *>    rule, or on the transaction file a key no master holds -
      *>    each one listed, to prove the pre-flight gate stops
      *>    them.
       class-id FormsCobol.TestDataGenerator.

      *> The field named aFieldName in the layout, or null.
       method-id FieldNamed static private.
       local-storage section.
       01 idx type System.Int32.
       01 candidate type FormsCobol.CopybookField.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            aFieldName as type System.String
           returning field as type FormsCobol.CopybookField.
           set field to null
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set candidate to type FormsCobol.CopybookField(
                   fields::Item(idx))
               if candidate::GetName()::ToUpper() =
                   aFieldName::Trim()::ToUpper()
                   set field to candidate
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> The rule of aRuleType declared for aFieldName, or null.
       method-id RuleFor static private.
       local-storage section.
       01 idx type System.Int32.
       01 candidate type FormsCobol.ValidationRule.
       procedure division using by value rules
                               as type System.Collections.ArrayList
                            aFieldName as type System.String
                            aRuleType as type System.String
           returning rule as type FormsCobol.ValidationRule.
           set rule to null
           perform varying idx from 0 by 1
                     until idx >= rules::Count
               set candidate to type FormsCobol.ValidationRule(
                   rules::Item(idx))
               if candidate::GetFieldName() = aFieldName::ToUpper()
                   and candidate::GetRuleType() = aRuleType
                   set rule to candidate
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> A CODES rule's comma-separated list, upper-cased.
       method-id CodeList static private.
       local-storage section.
       01 remaining type System.String.
       01 commaPos type System.Int32.
       procedure division using by value aParam as type System.String
           returning codes as type System.Collections.ArrayList.
           set codes to new System.Collections.ArrayList()
           set remaining to aParam
           perform until remaining::Length = 0
               set commaPos to remaining::IndexOf(",")
               if commaPos < 0
                   invoke codes::Add(remaining::Trim()::ToUpper())
                   set remaining to ""
               else
                   invoke codes::Add(remaining::Substring(
                       0 commaPos)::Trim()::ToUpper())
                   set remaining to
                       remaining::Substring(commaPos + 1)
               end-if
           end-perform
           goback.
       end method.

      *> Parses aText as a decimal the way the rules files write
      *> one - invariant culture, "." for the point.
       method-id TryParseDecimal static private.
       procedure division using by value aText as type System.String
                            by reference aValue as type System.Decimal
                            returning result as condition-value.
           set result to type System.Decimal::TryParse(
               aText::Trim()
               type System.Globalization.NumberStyles::Number
               type System.Globalization.CultureInfo::
                   InvariantCulture
               aValue)
           goback.
       end method.

       method-id DecimalText static private.
       procedure division using by value aValue as type System.Decimal
                            returning result as type System.String.
           set result to aValue::ToString(
               type System.Globalization.CultureInfo::
                   InvariantCulture)
           goback.
       end method.

      *> 10 to the power aDigits, held to what a random draw can
      *> span.
       method-id PowerOfTen static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value aDigits as type System.Int32
                            returning result as type System.Int32.
           set result to 1
           perform varying idx from 1 by 1
                     until idx > aDigits or idx > 6
               set result to result * 10
           end-perform
           goback.
       end method.

      *> A text value that reads as test data: the field's name
      *> (dashes dropped) followed by the record number, cut to the
      *> field's width keeping the number.
       method-id TaggedText static private.
       local-storage section.
       01 tag type System.String.
       01 numberText type System.String.
       procedure division
           using by value field as type FormsCobol.CopybookField
                          aRecordNumber as type System.Int32
           returning result as type System.String.
           set tag to field::GetName()::Replace("-" "")
           set numberText to aRecordNumber::ToString()
           if numberText::Length >= field::GetLength()
               set result to numberText::Substring(
                   numberText::Length - field::GetLength())
               goback
           end-if
           if tag::Length > field::GetLength() - numberText::Length
               set tag to tag::Substring(
                   0 field::GetLength() - numberText::Length)
           end-if
           set result to tag + numberText
           goback.
       end method.

      *> A readable value for one field that passes every rule the
      *> rules file declares for it.
       method-id GoodValue static private.
       local-storage section.
       01 rule type FormsCobol.ValidationRule.
       01 codes type System.Collections.ArrayList.
       01 lowValue type System.Decimal.
       01 highValue type System.Decimal.
       01 amount type System.Decimal.
       01 wholeDigits type System.Int32.
       01 wholePart type System.Int32.
       01 fracPart type System.Int32.
       01 fracText type System.String.
       procedure division
           using by value field as type FormsCobol.CopybookField
                          rules as type System.Collections.ArrayList
                          aRecordNumber as type System.Int32
                          aRandom as type System.Random
           returning result as type System.String.
           set rule to self::RuleFor(rules field::GetName() "CODES")
           if rule not = null
               set codes to self::CodeList(rule::GetParam1())
               if codes::Count > 0
                   set result to type System.String(
                       codes::Item(aRandom::Next(0 codes::Count)))
                   goback
               end-if
           end-if

           set rule to self::RuleFor(rules field::GetName() "DATE")
           if rule not = null
               set result to type System.DateTime::Today::AddDays(
                   0 - aRandom::Next(0 365))::ToString("yyyyMMdd")
               goback
           end-if

           set rule to self::RuleFor(rules field::GetName() "RANGE")
           if rule not = null
               if self::TryParseDecimal(rule::GetParam1() lowValue)
                   and self::TryParseDecimal(
                       rule::GetParam2() highValue)
                   set amount to lowValue + (highValue - lowValue) *
                       type System.Convert::ToDecimal(
                           aRandom::NextDouble())
                   set amount to type System.Decimal::Round(
                       amount field::GetDecimalDigits())
                   if amount < lowValue or amount > highValue
                       set amount to lowValue
                   end-if
                   set result to self::DecimalText(amount)
                   goback
               end-if
           end-if

      *> a text field held to digits gets the record number,
      *> zero-filled to the field's width
           set rule to self::RuleFor(rules field::GetName() "NUMERIC")
           if rule not = null and not field::IsNumeric()
               set result to aRecordNumber::ToString()
               perform until result::Length >= field::GetLength()
                   set result to "0" + result
               end-perform
               set result to result::Substring(
                   result::Length - field::GetLength())
               goback
           end-if

           if field::IsNumeric()
               set wholeDigits to
                   field::GetDigitCount() - field::GetDecimalDigits()
               if wholeDigits > 4
                   set wholeDigits to 4
               end-if
               set wholePart to aRandom::Next(
                   0 self::PowerOfTen(wholeDigits))
               set result to wholePart::ToString()
               if field::GetDecimalDigits() > 0
                   set fracPart to aRandom::Next(0
                       self::PowerOfTen(field::GetDecimalDigits()))
                   set fracText to fracPart::ToString()
                   perform until fracText::Length >=
                                 field::GetDecimalDigits()
                       set fracText to "0" + fracText
                   end-perform
                   set result to result + "." + fracText
               end-if
               goback
           end-if

           set result to self::TaggedText(field aRecordNumber)
           goback.
       end method.

      *> aRecord with aValue encoded into field; a value the
      *> picture refuses falls back to zero or cut text.
       method-id PutValue static private.
       local-storage section.
       01 encoded type System.String.
       procedure division using by value aRecord as type System.String
                            field as type FormsCobol.CopybookField
                            aValue as type System.String
           returning result as type System.String.
           set encoded to field::EncodeValue(aValue)
           if encoded = null
               if field::IsNumeric()
                   set encoded to field::EncodeValue("0")
               else
                   set encoded to aValue::PadRight(field::GetLength())
                       ::Substring(0 field::GetLength())
               end-if
           end-if
           set result to self::PutRaw(aRecord field encoded)
           goback.
       end method.

      *> aRecord with aRaw laid straight into field's bytes, padded
      *> with spaces or cut to fit - how a bad value gets past the
      *> encoder.
       method-id PutRaw static private.
       local-storage section.
       01 rawBytes type System.String.
       procedure division using by value aRecord as type System.String
                            field as type FormsCobol.CopybookField
                            aRaw as type System.String
           returning result as type System.String.
           set rawBytes to aRaw::PadRight(field::GetLength())
               ::Substring(0 field::GetLength())
           set result to aRecord::Remove(
               field::GetStart() field::GetLength())
               ::Insert(field::GetStart() rawBytes)
           goback.
       end method.

      *> One record that passes the layout and its rules. The key
      *> field of a master runs in sequence (from the RANGE low
      *> bound when it has one) so every key is unique - Generate
      *> holds the master to as many records as the range has
      *> keys; on a transaction file it takes a key drawn from
      *> masterKeys.
       method-id GoodRecord static private.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 fieldValue type System.String.
       01 rule type FormsCobol.ValidationRule.
       01 lowValue type System.Decimal.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            rules as type System.Collections.ArrayList
                            aRecordLength as type System.Int32
                            aRecordNumber as type System.Int32
                            aKeyField as type System.String
                            masterKeys
                               as type System.Collections.ArrayList
                            aRandom as type System.Random
           returning result as type System.String.
           set result to ""
           set result to result::PadRight(aRecordLength)
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set field to type FormsCobol.CopybookField(
                   fields::Item(idx))
               if field::GetName()::StartsWith("FILLER")
                   exit perform cycle
               end-if
               if aKeyField::Length > 0 and
                   field::GetName() = aKeyField::Trim()::ToUpper()
                   if masterKeys not = null
                       set fieldValue to type System.String(
                           masterKeys::Item(
                               aRandom::Next(0 masterKeys::Count)))
                   else
                       set rule to self::RuleFor(
                           rules field::GetName() "RANGE")
                       set lowValue to 0
                       if rule not = null
                           invoke self::TryParseDecimal(
                               rule::GetParam1() lowValue)
                       end-if
                       set lowValue to lowValue + aRecordNumber
                       set fieldValue to self::DecimalText(lowValue)
                   end-if
               else
                   set fieldValue to self::GoodValue(
                       field rules aRecordNumber aRandom)
               end-if
               set result to self::PutValue(result field fieldValue)
           end-perform
           goback.
       end method.

      *> Breaks one record on purpose and says how in aReason: on
      *> a transaction file, half the time by a key no master
      *> holds; otherwise by breaking one declared rule at random,
      *> or - with no rule it can break - by putting letters in a
      *> numeric field.
       method-id BadRecord static private.
       local-storage section.
       01 usableRules type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 rule type FormsCobol.ValidationRule.
       01 field type FormsCobol.CopybookField.
       01 highValue type System.Decimal.
       01 codes type System.Collections.ArrayList.
       01 badValue type System.String.
       01 encoded type System.String.
       01 candidates type System.Collections.ArrayList.
       01 candIdx type System.Int32.
       procedure division using by value aRecord as type System.String
                            fields
                               as type System.Collections.ArrayList
                            rules as type System.Collections.ArrayList
                            aKeyField as type System.String
                            masterKeys
                               as type System.Collections.ArrayList
                            aRandom as type System.Random
                 by reference aReason as type System.String
           returning result as type System.String.
           set result to aRecord
           set aReason to ""

           if masterKeys not = null and aKeyField::Length > 0
               and aRandom::Next(0 2) = 0
               set field to self::FieldNamed(fields aKeyField)
               if field not = null
                   if field::IsNumeric()
                       set badValue to "9"
                       perform until badValue::Length >=
                           field::GetDigitCount() -
                           field::GetDecimalDigits()
                           set badValue to badValue + "9"
                       end-perform
                   else
                       set badValue to "ZZZZZZZZZZZZZZZZZZZZ"
                   end-if
                   if not masterKeys::Contains(badValue)
                       set result to
                           self::PutValue(result field badValue)
                       set aReason to field::GetName() +
                           ": key " + badValue + " is not on the master"
                       goback
                   end-if
               end-if
           end-if

           set usableRules to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= rules::Count
               set rule to type FormsCobol.ValidationRule(
                   rules::Item(idx))
               if self::FieldNamed(fields rule::GetFieldName())
                   not = null
                   invoke usableRules::Add(rule)
               end-if
           end-perform

      *> a CODES list that already holds every stand-in value
      *> cannot be broken - another rule is tried instead
           perform until usableRules::Count = 0
               set rule to type FormsCobol.ValidationRule(
                   usableRules::Item(
                       aRandom::Next(0 usableRules::Count)))
               set field to
                   self::FieldNamed(fields rule::GetFieldName())
               evaluate rule::GetRuleType()
                   when "REQUIRED"
                       set result to self::PutRaw(result field "")
                       set aReason to field::GetName() +
                           ": left blank (REQUIRED)"
                   when "RANGE"
                       set encoded to null
                       if self::TryParseDecimal(
                           rule::GetParam2() highValue)
                           set badValue to
                               self::DecimalText(highValue + 1)
                           set encoded to field::EncodeValue(badValue)
                       end-if
                       if encoded = null
                           set badValue to "ABC"
                           set encoded to "ABC"
                       end-if
                       set result to self::PutRaw(result field encoded)
                       set aReason to field::GetName() + ": " +
                           badValue + " outside RANGE " +
                           rule::GetParam1() + ".." + rule::GetParam2()
                   when "CODES"
                       set codes to self::CodeList(rule::GetParam1())
                       set candidates to
                           new System.Collections.ArrayList()
                       if field::IsNumeric()
                           perform varying candIdx from 9 by -1
                                     until candIdx < 0
                               invoke candidates::Add(
                                   candIdx::ToString())
                           end-perform
                       else
                           invoke candidates::Add("?")
                           invoke candidates::Add("#")
                           invoke candidates::Add("*")
                           invoke candidates::Add("!")
                       end-if
                       set badValue to ""
                       perform varying candIdx from 0 by 1
                                 until candIdx >= candidates::Count
                           if not codes::Contains(
                               candidates::Item(candIdx))
                               set badValue to type System.String(
                                   candidates::Item(candIdx))
                               exit perform
                           end-if
                       end-perform
                       if badValue::Length = 0
                           invoke usableRules::Remove(rule)
                           exit perform cycle
                       end-if
                       set result to
                           self::PutValue(result field badValue)
                       set aReason to field::GetName() + ": " +
                           badValue + " not in CODES " +
                           rule::GetParam1()
                   when "DATE"
                       set result to
                           self::PutValue(result field "20991399")
                       set aReason to
                           field::GetName() + ": 20991399 is not a date"
                   when other
                       set result to self::PutRaw(result field "ABC")
                       set aReason to
                           field::GetName() + ": letters in a number"
               end-evaluate
               goback
           end-perform

           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set field to type FormsCobol.CopybookField(
                   fields::Item(idx))
               if field::IsNumeric()
                   set result to self::PutRaw(result field "ABC")
                   set aReason to
                       field::GetName() + ": letters in a number"
                   goback
               end-if
           end-perform
           goback.
       end method.

      *> Builds aCount detail records, aBadPercent of them spread
      *> evenly through the file and broken on purpose; every
      *> broken record is listed on aReport by record number
      *> (counting a header, when one will be added, as record 1).
       method-id BuildRecords static.
       local-storage section.
       01 recordLength type System.Int32.
       01 badCount type System.Int32.
       01 idx type System.Int32.
       01 aRecord type System.String.
       01 reason type System.String.
       01 recordNumber type System.Int32.
       01 shareBefore type System.Int32.
       01 shareAfter type System.Int32.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            rules as type System.Collections.ArrayList
                            aCount as type System.Int32
                            aBadPercent as type System.Int32
                            aKeyField as type System.String
                            masterKeys
                               as type System.Collections.ArrayList
                            aHeaderOffset as type System.Int32
                            aFileName as type System.String
                            aRandom as type System.Random
                            aReport
                               as type System.Collections.ArrayList
           returning dataRecords
               as type System.Collections.ArrayList.
           set dataRecords to new System.Collections.ArrayList()
           set recordLength to
               type FormsCobol.CopybookLayout::RecordLength(fields)
           set badCount to aCount * aBadPercent
           set badCount to badCount / 100
           if aBadPercent > 0 and badCount = 0 and aCount > 0
               set badCount to 1
           end-if
           perform varying idx from 0 by 1 until idx >= aCount
               set aRecord to self::GoodRecord(fields rules
                   recordLength idx + 1 aKeyField masterKeys aRandom)
      *> the record is bad when the running share of bad records
      *> steps up on it
               set shareBefore to idx * badCount
               set shareBefore to shareBefore / aCount
               set shareAfter to (idx + 1) * badCount
               set shareAfter to shareAfter / aCount
               if shareAfter not = shareBefore
                   set aRecord to self::BadRecord(aRecord fields
                       rules aKeyField masterKeys aRandom reason)
                   if reason::Length > 0
                       set recordNumber to idx + 1 + aHeaderOffset
                       invoke aReport::Add("  " + aFileName +
                           " record " + recordNumber::ToString() +
                           " " + reason)
                   end-if
               end-if
               invoke dataRecords::Add(aRecord)
           end-perform
           goback.
       end method.

      *> The key field's value on every record, as the cross-file
      *> check reads it.
       method-id KeyValues static.
       local-storage section.
       01 field type FormsCobol.CopybookField.
       01 idx type System.Int32.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            dataRecords
                               as type System.Collections.ArrayList
                            aKeyField as type System.String
           returning keys as type System.Collections.ArrayList.
           set keys to new System.Collections.ArrayList()
           set field to self::FieldNamed(fields aKeyField)
           if field = null
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= dataRecords::Count
               invoke keys::Add(field::FormatValue(
                   type System.String(dataRecords::Item(idx))))
           end-perform
           goback.
       end method.

      *> Wraps the detail records in a header and a trailer per the
      *> job's CONTROLS.TXT line: both start as valid records, and
      *> the trailer then states the detail count and the total of
      *> the detail amount field the check hashes. Returns "" when
      *> done, otherwise why the trailer could not be written.
       method-id AddHeaderTrailer static.
       local-storage section.
       01 detailTotal type System.Decimal.
       01 amountValue type System.Decimal.
       01 idx type System.Int32.
       01 header type System.String.
       01 trailer type System.String.
       01 countText type System.String.
       01 encoded type System.String.
       procedure division using by value dataRecords
                               as type System.Collections.ArrayList
                            spec as type FormsCobol.ControlTotalSpec
                            fields
                               as type System.Collections.ArrayList
                            rules as type System.Collections.ArrayList
                            aKeyField as type System.String
                            masterKeys
                               as type System.Collections.ArrayList
                            aRandom as type System.Random
           returning failReason as type System.String.
           set failReason to ""
           set detailTotal to 0
           perform varying idx from 0 by 1
                     until idx >= dataRecords::Count
               if self::TryParseDecimal(
                   spec::AmountField()::FormatValue(
                       type System.String(dataRecords::Item(idx)))
                   amountValue)
                   set detailTotal to detailTotal + amountValue
               end-if
           end-perform

           set header to self::GoodRecord(fields rules
               spec::GetRecordLength() 0 aKeyField masterKeys aRandom)
           set trailer to self::GoodRecord(fields rules
               spec::GetRecordLength() dataRecords::Count + 1
               aKeyField masterKeys aRandom)
           set countText to dataRecords::Count::ToString()
           set encoded to spec::CountField()::EncodeValue(countText)
           if encoded = null
               set failReason to "the trailer count field cannot " +
                   "hold " + countText
               goback
           end-if
           set trailer to self::PutRaw(
               trailer spec::CountField() encoded)
           set encoded to spec::TotalField()::EncodeValue(
               self::DecimalText(detailTotal))
           if encoded = null
               set failReason to "the trailer total field cannot " +
                   "hold " + self::DecimalText(detailTotal)
               goback
           end-if
           set trailer to self::PutRaw(
               trailer spec::TotalField() encoded)
           invoke dataRecords::Insert(0 header)
           invoke dataRecords::Add(trailer)
           goback.
       end method.

      *> How many master keys the key field's RANGE rule leaves room
      *> for - GoodRecord numbers them from one above the low bound
      *> - or -1 when there is no upper bound to run into.
       method-id KeyCapacity static private.
       local-storage section.
       01 rule type FormsCobol.ValidationRule.
       01 lowValue type System.Decimal.
       01 highValue type System.Decimal.
       01 span type System.Decimal.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            rules as type System.Collections.ArrayList
                            aKeyField as type System.String
                            aCount as type System.Int32
           returning result as type System.Int32.
           set result to -1
           set rule to self::RuleFor(rules aKeyField::Trim() "RANGE")
           if rule = null
               goback
           end-if
           set lowValue to 0
           invoke self::TryParseDecimal(rule::GetParam1() lowValue)
           if not self::TryParseDecimal(rule::GetParam2() highValue)
               goback
           end-if
           set span to type System.Decimal::Truncate(
               highValue - lowValue)
           if span < 0
               set span to 0
           end-if
           if span < aCount
               set result to type System.Convert::ToInt32(span)
           end-if
           goback.
       end method.

      *> Packed or binary fields make an unterminated fixed file;
      *> an all-display layout gets CRLF lines an editor can open.
       method-id ShapeFor static private.
       local-storage section.
       01 idx type System.Int32.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to "CRLF"
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               if type FormsCobol.CopybookField(fields::Item(idx))
                   ::GetUsage() not = "DISPLAY"
                   set result to "FIXED"
                   exit perform
               end-if
           end-perform
           goback.
       end method.

      *> Generates the data file (and, when aTranPath is given, its
      *> transaction file keyed on aKeyField) and returns the report
      *> lines for the screen. aControls names the file that
      *> carries the job's header and trailer: "DATA", "TRAN" or
      *> "" for neither.
       method-id Generate static.
       local-storage section.
       01 aRandom type System.Random.
       01 dataFields type System.Collections.ArrayList.
       01 dataRules type System.Collections.ArrayList.
       01 dataRecords type System.Collections.ArrayList.
       01 tranFields type System.Collections.ArrayList.
       01 tranRules type System.Collections.ArrayList.
       01 tranRecords type System.Collections.ArrayList.
       01 masterKeys type System.Collections.ArrayList.
       01 spec type FormsCobol.ControlTotalSpec.
       01 badLines type System.Collections.ArrayList.
       01 dataOffset type System.Int32.
       01 tranOffset type System.Int32.
       01 failReason type System.String.
       01 masterCount type System.Int32.
       procedure division using by value aJobName as type System.String
                            aDataCopybook as type System.String
                            aDataRules as type System.String
                            aDataCount as type System.Int32
                            aDataPath as type System.String
                            aTranCopybook as type System.String
                            aTranRules as type System.String
                            aTranCount as type System.Int32
                            aTranPath as type System.String
                            aKeyField as type System.String
                            aBadPercent as type System.Int32
                            aControls as type System.String
           returning reportLines
               as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set aRandom to new System.Random()
           set badLines to new System.Collections.ArrayList()

           set dataFields to
               type FormsCobol.CopybookLayout::ParseFields(
                   aDataCopybook)
           if dataFields::Count = 0
               invoke reportLines::Add(
                   "The data copybook describes no fields.")
               goback
           end-if
           set dataRules to
               type FormsCobol.ValidationEngine::LoadRules(aDataRules)

           set spec to null
           set failReason to ""
           set dataOffset to 0
           set tranOffset to 0
           if aControls::Length > 0
               set spec to
                   type FormsCobol.ControlTotalEngine::FindSpec(
                       aJobName)
               if spec = null
                   invoke reportLines::Add(aJobName +
                       " has no CONTROLS.TXT line - no header or " +
                       "trailer can be built.")
                   goback
               end-if
               if aControls = "DATA"
                   set dataOffset to 1
               else
                   set tranOffset to 1
               end-if
           end-if

           set tranFields to null
           if aTranPath::Length > 0
               set tranFields to
                   type FormsCobol.CopybookLayout::ParseFields(
                       aTranCopybook)
               if tranFields::Count = 0
                   invoke reportLines::Add(
                       "The transaction copybook describes no fields.")
                   goback
               end-if
               if self::FieldNamed(dataFields aKeyField) = null or
                   self::FieldNamed(tranFields aKeyField) = null
                   invoke reportLines::Add("Key field " + aKeyField +
                       " is not in both copybook layouts.")
                   goback
               end-if
           end-if

      *> master keys run in sequence, so a key RANGE narrower than
      *> the count asked for holds the master to what it can key
           set masterCount to aDataCount
           if aTranPath::Length > 0
               set masterCount to self::KeyCapacity(
                   dataFields dataRules aKeyField aDataCount)
               if masterCount = 0
                   invoke reportLines::Add("The RANGE rule on " +
                       aKeyField::ToUpper() + " leaves no room for " +
                       "a master key - no file was written.")
                   goback
               end-if
               if masterCount > 0
                   invoke reportLines::Add("The RANGE rule on " +
                       aKeyField::ToUpper() + " is too small for " +
                       aDataCount::ToString() + " master keys - " +
                       "the master holds " + masterCount::ToString() +
                       " record(s).")
               else
                   set masterCount to aDataCount
               end-if
           end-if

           invoke badLines::Add("Deliberately bad records:")
           if aTranPath::Length > 0
               set dataRecords to self::BuildRecords(dataFields
                   dataRules masterCount aBadPercent aKeyField null
                   dataOffset
                   type System.IO.Path::GetFileName(aDataPath)
                   aRandom badLines)
           else
               set dataRecords to self::BuildRecords(dataFields
                   dataRules aDataCount aBadPercent "" null
                   dataOffset
                   type System.IO.Path::GetFileName(aDataPath)
                   aRandom badLines)
           end-if

           if aTranPath::Length > 0
      *> transactions key on the master as generated - a bad master
      *> record's key is still a key the master file holds
               set masterKeys to
                   self::KeyValues(dataFields dataRecords aKeyField)
               set tranRules to
                   type FormsCobol.ValidationEngine::LoadRules(
                       aTranRules)
               set tranRecords to self::BuildRecords(tranFields
                   tranRules aTranCount aBadPercent aKeyField
                   masterKeys tranOffset
                   type System.IO.Path::GetFileName(aTranPath)
                   aRandom badLines)
           end-if

           if aControls = "DATA"
               set failReason to self::AddHeaderTrailer(dataRecords
                   spec dataFields dataRules "" null aRandom)
           end-if
           if aControls = "TRAN"
               set failReason to self::AddHeaderTrailer(tranRecords
                   spec tranFields tranRules aKeyField masterKeys
                   aRandom)
           end-if
           if failReason::Length > 0
               invoke reportLines::Add(
                   "No file was written: " + failReason + ".")
               goback
           end-if

           invoke type FormsCobol.CopybookLayout::WriteRecords(
               aDataPath dataRecords self::ShapeFor(dataFields))
           invoke reportLines::Add(aDataPath + ": " +
               dataRecords::Count::ToString() + " record(s)")
           invoke type FormsCobol.AuditLog::Write(
               "TEST DATA GENERATED"
               aDataPath + " " + dataRecords::Count::ToString() +
               " record(s) from " +
               type System.IO.Path::GetFileName(aDataCopybook))
           if aTranPath::Length > 0
               invoke type FormsCobol.CopybookLayout::WriteRecords(
                   aTranPath tranRecords self::ShapeFor(tranFields))
               invoke reportLines::Add(aTranPath + ": " +
                   tranRecords::Count::ToString() +
                   " record(s) keyed on " + aKeyField::ToUpper())
               invoke type FormsCobol.AuditLog::Write(
                   "TEST DATA GENERATED"
                   aTranPath + " " +
                   tranRecords::Count::ToString() +
                   " record(s) from " +
                   type System.IO.Path::GetFileName(aTranCopybook))
           end-if
           if spec not = null
               invoke reportLines::Add("Header and trailer per " +
                   "CONTROLS.TXT for " + aJobName::ToUpper())
           end-if
           if badLines::Count > 1
               invoke reportLines::AddRange(badLines)
           end-if
           goback.
       end method.

       end class.
