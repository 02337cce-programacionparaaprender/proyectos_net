      *> FieldMasking - keeps customer-sensitive fields out of sight
      *> wherever the console shows or exports record data. Each
      *> copybook's sensitive fields are classified once, in
      *> MASKING.TXT in the status directory - one "|"-separated
      *> line per field:
      *>   copybook file name|field name|SENSITIVE or PARTIAL
      *> e.g. CUSTMAST.CPY|CUST-NAME|SENSITIVE and
      *> CUSTMAST.CPY|ACCT-NO|PARTIAL - under the same four-eyes
      *> change control as the other definition files (maintained
      *> through Definition Changes > Edit Current). A SENSITIVE
      *> value shows as asterisks; a PARTIAL one keeps its last four
      *> characters. An OCCURS field is classified by its base name
      *> and every occurrence is masked.
      *> CopybookLayout::ParseFields stamps each field with its
      *> class, and the display and export paths render through
      *> CopybookField::DisplayValue - filtering, sorting and key
      *> matching still read FormatValue, the real value, so no
      *> extract or reconcile result changes because of a mask.
      *> A supervisor may unmask one viewing with a stated reason;
      *> the unmasking is audited.
       class-id FormsCobol.FieldMasking.

       method-id GetMaskingPath static.
       procedure division returning aPath as type System.String.
           set aPath to
               type System.IO.Path::Combine(
                   type FormsCobol.AppConfig::GetStatusDirectory()
                   "MASKING.TXT")
           goback.
       end method.

      *> Splits aText on "|" into its parts.
       method-id SplitPipes static private.
       local-storage section.
       01 remaining type System.String.
       01 pipePos type System.Int32.
       procedure division using by value aText as type System.String
           returning parts as type System.Collections.ArrayList.
           set parts to new System.Collections.ArrayList()
           set remaining to aText
           perform until exit
               set pipePos to remaining::IndexOf("|")
               if pipePos < 0
                   invoke parts::Add(remaining)
                   exit perform
               end-if
               invoke parts::Add(remaining::Substring(0 pipePos))
               set remaining to remaining::Substring(pipePos + 1)
           end-perform
           goback.
       end method.

      *> The classified fields of the copybook at aCopybookPath:
      *> field name (upper case) to SENSITIVE or PARTIAL. Matched on
      *> the copybook's file name, so every copy of a layout is
      *> covered wherever it is opened from.
       method-id ClassesFor static.
       local-storage section.
       01 copybookName type System.String.
       01 fileLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 maskClass type System.String.
       01 fieldName type System.String.
       procedure division using by value aCopybookPath
                                             as type System.String
           returning classes as type System.Collections.Hashtable.
           set classes to new System.Collections.Hashtable()
           set copybookName to type System.IO.Path::GetFileName(
               aCopybookPath::Trim())::ToUpper()
           set fileLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   self::GetMaskingPath())
           perform varying idx from 0 by 1
                     until idx >= fileLines::Count
               set parts to self::SplitPipes(
                   type System.String(fileLines::Item(idx)))
               if parts::Count < 3
                   exit perform cycle
               end-if
               if type System.String(parts::Item(0))::Trim()::ToUpper()
                   not = copybookName
                   exit perform cycle
               end-if
               set maskClass to
                   type System.String(parts::Item(2))::Trim()::ToUpper()
               set fieldName to
                   type System.String(parts::Item(1))::Trim()::ToUpper()
               if maskClass = "SENSITIVE" or maskClass = "PARTIAL"
                   set classes::Item(fieldName) to maskClass
               end-if
           end-perform
           goback.
       end method.

      *> Stamps each field parsed from aCopybookPath with its class.
       method-id Classify static.
       local-storage section.
       01 classes type System.Collections.Hashtable.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 baseName type System.String.
       01 parenPos type System.Int32.
       procedure division using by value aCopybookPath
                                             as type System.String
                            fields
                               as type System.Collections.ArrayList.
           set classes to self::ClassesFor(aCopybookPath)
           if classes::Count = 0
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set field to type FormsCobol.CopybookField(
                   fields::Item(idx))
               set baseName to field::GetName()::ToUpper()
               set parenPos to baseName::IndexOf("(")
               if parenPos > 0
                   set baseName to baseName::Substring(0 parenPos)
               end-if
               if classes::ContainsKey(baseName)
                   invoke field::SetMaskClass(
                       type System.String(classes::Item(baseName)))
               end-if
           end-perform
           goback.
       end method.

      *> aValue masked for aMaskClass, position for position so a
      *> fixed-width line keeps its columns: every non-blank
      *> character becomes "*", except - for PARTIAL - the last
      *> four non-blank characters. Anything else comes back as is.
       method-id MaskText static.
       local-storage section.
       01 masked type System.Text.StringBuilder.
       01 idx type System.Int32.
       01 keepCount type System.Int32.
       01 nonBlankCount type System.Int32.
       01 nonBlankSeen type System.Int32.
       01 maskCount type System.Int32.
       01 aChar type System.String.
       procedure division using by value aMaskClass
                                             as type System.String
                            aValue as type System.String
                            returning result as type System.String.
           set result to aValue
           if aValue = null
               goback
           end-if
           evaluate aMaskClass
               when "SENSITIVE"
                   set keepCount to 0
               when "PARTIAL"
                   set keepCount to 4
               when other
                   goback
           end-evaluate
           set nonBlankCount to 0
           perform varying idx from 0 by 1
                     until idx >= aValue::Length
               if aValue::Substring(idx 1) not = " "
                   set nonBlankCount to nonBlankCount + 1
               end-if
           end-perform
           set maskCount to nonBlankCount - keepCount
           set nonBlankSeen to 0
           set masked to new System.Text.StringBuilder()
           perform varying idx from 0 by 1
                     until idx >= aValue::Length
               set aChar to aValue::Substring(idx 1)
               if aChar not = " "
                   set nonBlankSeen to nonBlankSeen + 1
                   if nonBlankSeen <= maskCount
                       set aChar to "*"
                   end-if
               end-if
               invoke masked::Append(aChar)
           end-perform
           set result to masked::ToString()
           goback.
       end method.

      *> A raw record image with every classified field's bytes
      *> masked in place - what the audit trail may keep of a
      *> record. A field stored packed or binary has no readable
      *> last four, so it is masked whole.
       method-id MaskRecord static.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 maskClass type System.String.
       01 fieldEnd type System.Int32.
       01 image type System.String.
       procedure division using by value aRecord as type System.String
                            fields
                               as type System.Collections.ArrayList
                            returning result as type System.String.
           set result to aRecord
           if aRecord = null
               goback
           end-if
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set field to type FormsCobol.CopybookField(
                   fields::Item(idx))
               set maskClass to field::GetMaskClass()
               set fieldEnd to field::GetStart() + field::GetLength()
               if maskClass::Length = 0 or fieldEnd > result::Length
                   exit perform cycle
               end-if
               if field::GetUsage() not = "DISPLAY"
                   set maskClass to "SENSITIVE"
               end-if
               set image to self::MaskText(maskClass
                   result::Substring(field::GetStart()
                       field::GetLength()))
               set result to result::Substring(0 field::GetStart()) +
                   image + result::Substring(fieldEnd)
           end-perform
           goback.
       end method.

      *> True when any field of the layout is classified - the
      *> screens only offer to unmask when there is a mask to lift.
       method-id AnyMasked static.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       procedure division using by value fields
                               as type System.Collections.ArrayList
                            returning result as condition-value.
           set result to False
           perform varying idx from 0 by 1
                     until idx >= fields::Count
               set field to type FormsCobol.CopybookField(
                   fields::Item(idx))
               if field::GetMaskClass()::Length > 0
                   set result to True
                   goback
               end-if
           end-perform
           goback.
       end method.

      *> Lifts the mask for one viewing of aWhat: supervisors only,
      *> and only with a reason, both of which go on the audit
      *> trail. Returns "" when granted, otherwise why not.
       method-id AuthorizeUnmask static.
       procedure division using by value aWhat as type System.String
                            aReason as type System.String
                            returning failReason as type System.String.
           set failReason to ""
           if not type FormsCobol.OperatorSession::IsSupervisor()
               invoke type FormsCobol.AuditLog::Write(
                   "DENIED: Unmask" aWhat)
               set failReason to "supervisor authority is required " +
                   "to unmask sensitive fields"
               goback
           end-if
           if aReason = null or aReason::Trim()::Length = 0
               set failReason to "enter the reason for unmasking - " +
                   "it goes on the audit trail"
               goback
           end-if
           invoke type FormsCobol.AuditLog::Write(
               "UNMASK" aWhat + " - " + aReason::Trim())
           goback.
       end method.

       end class.
