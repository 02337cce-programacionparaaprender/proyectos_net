      *> LayoutMigration - converts a data file from one copybook
      *> layout to the next when a record is widened, a field is
      *> repacked or a new field is added, instead of a one-off
      *> conversion program written for every change. Fields move
      *> across by name; a field renamed between the layouts, or a
      *> new field that needs something other than spaces/zero, is
      *> named in the operator-edited map kept beside the new
      *> copybook (<copybook>.MAP, one "|"-separated line per field,
      *> "*" lines are comments):
      *>   new field|old field|default when the old field is blank
      *> Every value is read through the old picture and re-encoded
      *> through the new one, so a packed field can become zoned and
      *> the other way round; a value the new picture cannot hold is
      *> reported by record and field - never truncated - and then
      *> nothing in the set is written. The live file and every
      *> generation GENCATALOG.TXT holds for it convert in one pass,
      *> each file written back in the shape it arrived (fixed,
      *> terminated, VARLEN or the indexed master's data side) with
      *> the original kept beside it as <file>.OLDLAYOUT and an audit
      *> entry of its own.
       class-id FormsCobol.LayoutMigration.

      *> The map for a new copybook - FILE.CPY keeps FILE.MAP.
       method-id GetMapPath static.
       procedure division using by value aNewCopybook
                                             as type System.String
                            returning aPath as type System.String.
           set aPath to type System.IO.Path::ChangeExtension(
               aNewCopybook "MAP")
           goback.
       end method.

      *> The map lines on file for a new copybook, in file order
      *> (empty when none has been saved).
       method-id LoadMap static.
       procedure division using by value aNewCopybook
                                             as type System.String
           returning mapLines as type System.Collections.ArrayList.
           set mapLines to
               type FormsCobol.DefinitionChangeStore::ReadFileLines(
                   self::GetMapPath(aNewCopybook))
           goback.
       end method.

       method-id SaveMap static.
       local-storage section.
       01 writer type System.IO.StreamWriter.
       01 idx type System.Int32.
       procedure division using by value aNewCopybook
                                             as type System.String
                            mapLines
                                as type System.Collections.ArrayList.
           set writer to new System.IO.StreamWriter(
               self::GetMapPath(aNewCopybook) False)
           try
               perform varying idx from 0 by 1
                         until idx >= mapLines::Count
                   invoke writer::WriteLine(
                       type System.String(mapLines::Item(idx)))
               end-perform
           finally
               invoke writer::Close()
           end-try
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

      *> The part at aIndex trimmed, "" when the line is short.
       method-id PartAsText static private.
       procedure division using by value parts
                                as type System.Collections.ArrayList
                            aIndex as type System.Int32
                            returning result as type System.String.
           set result to ""
           if aIndex < parts::Count
               set result to
                   type System.String(parts::Item(aIndex))::Trim()
           end-if
           goback.
       end method.

      *> The new layout's fields that receive a value: FILLER stays
      *> spaces, and a field laid over storage an earlier field
      *> already covers (a REDEFINES view) is filled through the
      *> field it redefines, not a second time.
       method-id TargetFields static private.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 coveredEnd type System.Int32.
       procedure division using by value newFields
                                as type System.Collections.ArrayList
           returning targets as type System.Collections.ArrayList.
           set targets to new System.Collections.ArrayList()
           set coveredEnd to 0
           perform varying idx from 0 by 1
                     until idx >= newFields::Count
               set field to type FormsCobol.CopybookField(
                   newFields::Item(idx))
               if field::GetStart() < coveredEnd
                   exit perform cycle
               end-if
               set coveredEnd to field::GetStart() + field::GetLength()
               if field::GetName()::StartsWith("FILLER")
                   exit perform cycle
               end-if
               invoke targets::Add(field)
           end-perform
           goback.
       end method.

      *> The fields of a layout by name - the first field of a name
      *> wins, which is the base view under any REDEFINES.
       method-id FieldsByName static private.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       procedure division using by value aFields
                                as type System.Collections.ArrayList
           returning byName as type System.Collections.Hashtable.
           set byName to new System.Collections.Hashtable()
           perform varying idx from 0 by 1
                     until idx >= aFields::Count
               set field to type FormsCobol.CopybookField(
                   aFields::Item(idx))
               if not byName::ContainsKey(field::GetName())
                   set byName::Item(field::GetName()) to field
               end-if
           end-perform
           goback.
       end method.

      *> A starting map for the operator to edit: every field the
      *> new layout fills, matched to the old field of the same name
      *> where there is one and left for the operator where there is
      *> not.
       method-id MatchByName static.
       local-storage section.
       01 targets type System.Collections.ArrayList.
       01 oldByName type System.Collections.Hashtable.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       procedure division using by value oldFields
                                as type System.Collections.ArrayList
                            newFields
                                as type System.Collections.ArrayList
           returning mapLines as type System.Collections.ArrayList.
           set mapLines to new System.Collections.ArrayList()
           invoke mapLines::Add(
               "* new field|old field|default when the old field " +
               "is blank")
           set targets to self::TargetFields(newFields)
           set oldByName to self::FieldsByName(oldFields)
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set field to
                   type FormsCobol.CopybookField(targets::Item(idx))
               if oldByName::ContainsKey(field::GetName())
                   invoke mapLines::Add(field::GetName() + "|" +
                       field::GetName() + "|")
               else
                   invoke mapLines::Add(field::GetName() + "||")
               end-if
           end-perform
           goback.
       end method.

      *> Works out where each new field's value comes from - the map
      *> line naming it, else the old field of the same name, else
      *> its default alone - filling sources and defaults in step
      *> with targets. Map lines naming a field neither layout has
      *> go on aProblems; nothing can convert until they are fixed.
       method-id PlanFields static private.
       local-storage section.
       01 oldByName type System.Collections.Hashtable.
       01 newByName type System.Collections.Hashtable.
       01 mapSource type System.Collections.Hashtable.
       01 mapDefault type System.Collections.Hashtable.
       01 idx type System.Int32.
       01 aLine type System.String.
       01 parts type System.Collections.ArrayList.
       01 newName type System.String.
       01 oldName type System.String.
       01 field type FormsCobol.CopybookField.
       01 lineNumber type System.Int32.
       procedure division using by value oldFields
                                as type System.Collections.ArrayList
                            newFields
                                as type System.Collections.ArrayList
                            mapLines
                                as type System.Collections.ArrayList
                            targets
                                as type System.Collections.ArrayList
                            sources
                                as type System.Collections.ArrayList
                            defaults
                                as type System.Collections.ArrayList
                            aProblems
                                as type System.Collections.ArrayList.
           set oldByName to self::FieldsByName(oldFields)
           set newByName to self::FieldsByName(newFields)
           set mapSource to new System.Collections.Hashtable()
           set mapDefault to new System.Collections.Hashtable()
           perform varying idx from 0 by 1
                     until idx >= mapLines::Count
               set aLine to
                   type System.String(mapLines::Item(idx))::Trim()
               if aLine::Length = 0 or aLine::StartsWith("*")
                   exit perform cycle
               end-if
               set lineNumber to idx + 1
               set parts to self::SplitPipes(aLine)
               set newName to self::PartAsText(parts 0)::ToUpper()
               set oldName to self::PartAsText(parts 1)::ToUpper()
               if not newByName::ContainsKey(newName)
                   invoke aProblems::Add("Map line " +
                       lineNumber::ToString() + ": " + newName +
                       " is not a field of the new layout")
                   exit perform cycle
               end-if
               if oldName::Length > 0 and
                   not oldByName::ContainsKey(oldName)
                   invoke aProblems::Add("Map line " +
                       lineNumber::ToString() + ": " + oldName +
                       " is not a field of the old layout")
                   exit perform cycle
               end-if
               set mapSource::Item(newName) to oldName
               set mapDefault::Item(newName) to
                   self::PartAsText(parts 2)
           end-perform

           invoke targets::AddRange(self::TargetFields(newFields))
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set field to
                   type FormsCobol.CopybookField(targets::Item(idx))
               if mapSource::ContainsKey(field::GetName())
                   invoke sources::Add(
                       mapSource::Item(field::GetName()))
                   invoke defaults::Add(
                       mapDefault::Item(field::GetName()))
               else
                   if oldByName::ContainsKey(field::GetName())
                       invoke sources::Add(field::GetName())
                   else
                       invoke sources::Add("")
                   end-if
                   invoke defaults::Add("")
               end-if
           end-perform
           goback.
       end method.

      *> The old fields no new field takes its value from - data the
      *> migration drops, listed so it is dropped on purpose.
       method-id DroppedFields static private.
       local-storage section.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       procedure division using by value oldFields
                                as type System.Collections.ArrayList
                            sources
                                as type System.Collections.ArrayList
           returning dropped as type System.Collections.ArrayList.
           set dropped to new System.Collections.ArrayList()
           perform varying idx from 0 by 1
                     until idx >= oldFields::Count
               set field to type FormsCobol.CopybookField(
                   oldFields::Item(idx))
               if field::GetName()::StartsWith("FILLER")
                   exit perform cycle
               end-if
               if not sources::Contains(field::GetName())
                   invoke dropped::Add(field::GetName())
               end-if
           end-perform
           goback.
       end method.

      *> A readable number with the trailing zeros of its fraction
      *> dropped - 125.50 fits a one-decimal picture as 125.5.
       method-id TrimFraction static private.
       procedure division using by value aValue as type System.String
                            returning result as type System.String.
           set result to aValue
           if result::IndexOf(".") < 0
               goback
           end-if
           perform until not result::EndsWith("0")
               set result to result::Substring(0 result::Length - 1)
           end-perform
           if result::EndsWith(".")
               set result to result::Substring(0 result::Length - 1)
           end-if
           if result::Length = 0 or result = "-" or result = "+"
               set result to "0"
           end-if
           goback.
       end method.

      *> One old record re-laid in the new layout, or null when a
      *> value does not fit its new picture - each such value goes
      *> on aProblems (up to aLimit lines; aMisfits counts them all).
       method-id MigrateRecord static private.
       local-storage section.
       01 newRecord type System.String.
       01 idx type System.Int32.
       01 field type FormsCobol.CopybookField.
       01 oldField type FormsCobol.CopybookField.
       01 sourceName type System.String.
       01 fieldValue type System.String.
       01 encoded type System.String.
       01 recordFits as condition-value.
       01 sourceBlank as condition-value.
       procedure division using by value aRecord as type System.String
                            aRecordNumber as type System.Int32
                            aNewLength as type System.Int32
                            targets
                                as type System.Collections.ArrayList
                            sources
                                as type System.Collections.ArrayList
                            defaults
                                as type System.Collections.ArrayList
                            oldByName
                                as type System.Collections.Hashtable
                            aFileName as type System.String
                            aProblems
                                as type System.Collections.ArrayList
                            aLimit as type System.Int32
                 by reference aMisfits as type System.Int32
           returning result as type System.String.
           set newRecord to ""
           set newRecord to newRecord::PadRight(aNewLength)
           set recordFits to True
           perform varying idx from 0 by 1
                     until idx >= targets::Count
               set field to
                   type FormsCobol.CopybookField(targets::Item(idx))
               set sourceName to type System.String(sources::Item(idx))
      *> the default goes in where the old bytes are blank - read
      *> as a number, blank bytes would already have become zero
               set fieldValue to ""
               set sourceBlank to True
               if sourceName::Length > 0
                   set oldField to type FormsCobol.CopybookField(
                       oldByName::Item(sourceName))
                   if oldField::GetStart() + oldField::GetLength()
                       <= aRecord::Length
                       if aRecord::Substring(oldField::GetStart()
                           oldField::GetLength())::Trim()::Length > 0
                           set sourceBlank to False
                           set fieldValue to
                               oldField::FormatValue(aRecord)
                       end-if
                   end-if
               end-if
               if sourceBlank
                   set fieldValue to
                       type System.String(defaults::Item(idx))
               end-if
      *> a blank number becomes zero, as the old programs moved it
               if field::IsNumeric()
                   if fieldValue::Trim()::Length = 0
                       set fieldValue to "0"
                   end-if
                   set fieldValue to
                       self::TrimFraction(fieldValue::Trim())
               end-if
               set encoded to field::EncodeValue(fieldValue)
               if encoded = null
                   set recordFits to False
                   set aMisfits to aMisfits + 1
                   if aProblems::Count < aLimit
                       invoke aProblems::Add(aFileName + " record " +
                           aRecordNumber::ToString() + " " +
                           field::GetName() + ": '" +
                           type FormsCobol.FieldMasking::MaskText(
                               field::GetMaskClass() fieldValue) +
                           "' does not fit the new picture")
                   end-if
                   exit perform cycle
               end-if
               set newRecord to
                   newRecord::Remove(field::GetStart()
                                     field::GetLength())
                   ::Insert(field::GetStart() encoded)
           end-perform
           set result to null
           if recordFits
               set result to newRecord
           end-if
           goback.
       end method.

      *> The live file and, when asked, every generation of it the
      *> catalog holds that is still on disk, live file first.
       method-id FileSet static private.
       local-storage section.
       01 catalogLines type System.Collections.ArrayList.
       01 parts type System.Collections.ArrayList.
       01 idx type System.Int32.
       01 genPath type System.String.
       procedure division using by value aDataPath
                                             as type System.String
                            aWithGenerations as condition-value
           returning filePaths as type System.Collections.ArrayList.
           set filePaths to new System.Collections.ArrayList()
           invoke filePaths::Add(aDataPath)
           if not aWithGenerations
               goback
           end-if
           set catalogLines to
               type FormsCobol.GenerationStore::ReadCatalog()
           perform varying idx from 0 by 1
                     until idx >= catalogLines::Count
               set parts to self::SplitPipes(
                   type System.String(catalogLines::Item(idx)))
               if self::PartAsText(parts 0)::ToUpper() not =
                   aDataPath::ToUpper()
                   exit perform cycle
               end-if
               set genPath to self::PartAsText(parts 2)
               if type System.IO.File::Exists(genPath)
                   invoke filePaths::Add(genPath)
               end-if
           end-perform
           goback.
       end method.

      *> Checks (aConvert False) or converts (aConvert True) the data
      *> file at aDataPath - and with aWithGenerations every
      *> catalogued generation of it - from the old copybook's
      *> layout to the new one's under mapLines. Returns the report
      *> lines for the screen. A conversion is all or nothing: any
      *> value that does not fit, anywhere in the set, and no file
      *> is written.
       method-id Migrate static.
       local-storage section.
       01 oldFields type System.Collections.ArrayList.
       01 newFields type System.Collections.ArrayList.
       01 oldLength type System.Int32.
       01 newLength type System.Int32.
       01 targets type System.Collections.ArrayList.
       01 sources type System.Collections.ArrayList.
       01 defaults type System.Collections.ArrayList.
       01 problems type System.Collections.ArrayList.
       01 dropped type System.Collections.ArrayList.
       01 oldByName type System.Collections.Hashtable.
       01 filePaths type System.Collections.ArrayList.
       01 fileShapes type System.Collections.ArrayList.
       01 converted type System.Collections.ArrayList.
       01 liveIndexed as condition-value.
       01 fileIdx type System.Int32.
       01 recIdx type System.Int32.
       01 filePath type System.String.
       01 fileName type System.String.
       01 fileShape type System.String.
       01 oldRecords type System.Collections.ArrayList.
       01 newRecords type System.Collections.ArrayList.
       01 newRecord type System.String.
       01 misfits type System.Int32.
       01 fileMisfits type System.Int32.
       01 backupPath type System.String.
       procedure division using by value aOldCopybook
                                             as type System.String
                            aNewCopybook as type System.String
                            aDataPath as type System.String
                            mapLines
                                as type System.Collections.ArrayList
                            aWithGenerations as condition-value
                            aConvert as condition-value
           returning reportLines
               as type System.Collections.ArrayList.
           set reportLines to new System.Collections.ArrayList()
           set oldFields to
               type FormsCobol.CopybookLayout::ParseFields(
                   aOldCopybook)
           set newFields to
               type FormsCobol.CopybookLayout::ParseFields(
                   aNewCopybook)
           if oldFields::Count = 0 or newFields::Count = 0
               invoke reportLines::Add(
                   "Both copybooks must describe at least one field.")
               goback
           end-if
           if not type System.IO.File::Exists(aDataPath)
               invoke reportLines::Add(aDataPath + " was not found.")
               goback
           end-if
           set oldLength to
               type FormsCobol.CopybookLayout::RecordLength(oldFields)
           set newLength to
               type FormsCobol.CopybookLayout::RecordLength(newFields)
           invoke reportLines::Add("Old layout " +
               type System.IO.Path::GetFileName(aOldCopybook) + " (" +
               oldLength::ToString() + " bytes) -> new layout " +
               type System.IO.Path::GetFileName(aNewCopybook) + " (" +
               newLength::ToString() + " bytes)")

           set targets to new System.Collections.ArrayList()
           set sources to new System.Collections.ArrayList()
           set defaults to new System.Collections.ArrayList()
           set problems to new System.Collections.ArrayList()
           invoke self::PlanFields(oldFields newFields mapLines
               targets sources defaults problems)
           if problems::Count > 0
               invoke reportLines::AddRange(problems)
               invoke reportLines::Add(
                   "Correct the map before the file can be checked.")
               goback
           end-if
           set dropped to self::DroppedFields(oldFields sources)
           perform varying recIdx from 0 by 1
                     until recIdx >= dropped::Count
               invoke reportLines::Add("Dropped: old field " +
                   type System.String(dropped::Item(recIdx)) +
                   " is not carried into the new layout")
           end-perform

      *> read and re-lay every file of the set before anything is
      *> written; generations of an indexed master are its .DAT
      *> images, read and rebuilt as indexed data
           set oldByName to self::FieldsByName(oldFields)
           set filePaths to self::FileSet(aDataPath aWithGenerations)
           set fileShapes to new System.Collections.ArrayList()
           set converted to new System.Collections.ArrayList()
           set fileShape to
               type FormsCobol.CopybookLayout::ReadShape(
                   aDataPath oldLength)
           set liveIndexed to (fileShape = "MFIDX")
           set misfits to 0
           perform varying fileIdx from 0 by 1
                     until fileIdx >= filePaths::Count
               set filePath to
                   type System.String(filePaths::Item(fileIdx))
               set fileName to
                   type System.IO.Path::GetFileName(filePath)
               if liveIndexed
                   set oldRecords to
                       type FormsCobol.CopybookLayout::
                       ReadIndexedRecords(filePath)
                   set fileShape to "MFIDX-REBUILD"
               else
                   set oldRecords to
                       type FormsCobol.CopybookLayout::ReadRecords(
                           filePath oldLength)
                   set fileShape to
                       type FormsCobol.CopybookLayout::ReadShape(
                           filePath oldLength)
               end-if
               set newRecords to new System.Collections.ArrayList()
               set fileMisfits to 0
               perform varying recIdx from 0 by 1
                         until recIdx >= oldRecords::Count
                   set newRecord to self::MigrateRecord(
                       type System.String(oldRecords::Item(recIdx))
                       recIdx + 1 newLength targets sources defaults
                       oldByName fileName problems 200 fileMisfits)
                   if newRecord not = null
                       invoke newRecords::Add(newRecord)
                   end-if
               end-perform
               set misfits to misfits + fileMisfits
               invoke fileShapes::Add(fileShape)
               invoke converted::Add(newRecords)
               invoke reportLines::Add(filePath + ": " +
                   oldRecords::Count::ToString() + " record(s), " +
                   fileMisfits::ToString() +
                   " value(s) that do not fit")
           end-perform

           invoke reportLines::AddRange(problems)
           if misfits > problems::Count
               invoke reportLines::Add("... and " +
                   (misfits - problems::Count)::ToString() +
                   " more value(s) that do not fit")
           end-if
           if misfits > 0
               invoke reportLines::Add(misfits::ToString() +
                   " value(s) do not fit the new layout - " +
                   "nothing was converted.")
               goback
           end-if
           if not aConvert
               invoke reportLines::Add(filePaths::Count::ToString() +
                   " file(s) will convert cleanly.")
               goback
           end-if

           perform varying fileIdx from 0 by 1
                     until fileIdx >= filePaths::Count
               set filePath to
                   type System.String(filePaths::Item(fileIdx))
               set newRecords to type System.Collections.ArrayList(
                   converted::Item(fileIdx))
               set backupPath to filePath + ".OLDLAYOUT"
               invoke type System.IO.File::Copy(
                   filePath backupPath True)
               invoke type FormsCobol.CopybookLayout::WriteRecords(
                   filePath newRecords
                   type System.String(fileShapes::Item(fileIdx)))
               invoke type FormsCobol.AuditLog::Write(
                   "LAYOUT MIGRATED"
                   filePath + " " +
                   type System.IO.Path::GetFileName(aOldCopybook) +
                   " -> " +
                   type System.IO.Path::GetFileName(aNewCopybook) +
                   " " + newRecords::Count::ToString() +
                   " record(s), original kept as " + backupPath)
               invoke reportLines::Add("Converted " + filePath +
                   " (original kept as " +
                   type System.IO.Path::GetFileName(backupPath) + ")")
           end-perform
           if liveIndexed
               invoke reportLines::Add(
                   "Indexed file - rebuild its index with the " +
                   "indexed-file rebuild utility before a job " +
                   "opens it.")
           end-if
           invoke reportLines::Add(filePaths::Count::ToString() +
               " file(s) converted.")
           goback.
       end method.

       end class.
