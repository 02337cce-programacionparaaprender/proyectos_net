       class-id FormsCobol.CopybookLayout.

      *> Reads the copybook at aPath and returns its elementary
      *> fields, in record order, with true storage offsets and
      *> each field's masking class.
       method-id ParseFields static.
       local-storage section.
       01 entries type System.Collections.ArrayList.
           set idx to 0
           invoke self::LayoutChildren(
               entries idx 0 0 "" fields boundsStart boundsLength)
           invoke type FormsCobol.FieldMasking::Classify(aPath fields)
           goback.
       end method.

           goback.
       end method.

      *> Reads the live records of an indexed data file image
      *> whether or not its sidecar sits beside it - a business-date
      *> generation of an indexed master is archived as the .DAT
      *> alone, and is still an indexed file's data.
       method-id ReadIndexedRecords static.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 fileContent type System.String.
       procedure division using by value aPath as type System.String
           returning dataRecords
               as type System.Collections.ArrayList.
           set dataRecords to new System.Collections.ArrayList()
           if not type System.IO.File::Exists(aPath)
               goback
           end-if
           set reader to new System.IO.StreamReader(
               aPath type System.Text.Encoding::GetEncoding(28591))
           try
               set fileContent to reader::ReadToEnd()
           finally
               invoke reader::Close()
           end-try
           set dataRecords to self::ParseIndexedRecords(fileContent)
           goback.
       end method.

      *> True when the data file at aPath has its index sidecar
      *> beside it - FILE.DAT with FILE.IDX - which is what marks a
      *> Micro Focus indexed file.
      *> ("CRLF"/"TEXT" with CRLF terminators, "LF" with line feeds,
      *> "FIXED" with none, "VARLEN" with each record's two-byte
      *> length prefix restored, "MFIDX" spliced back into the data
      *> file's own structure, "MFIDX-REBUILD" re-laid behind its
      *> file header at new record lengths), Latin-1 so packed bytes
      *> survive the round trip. This is the write half of the
      *> audited patch editor and of the layout migration.
       method-id WriteRecords static.
       local-storage section.
       01 writer type System.IO.StreamWriter.
               invoke self::WriteIndexedRecords(aPath dataRecords)
               goback
           end-if
           if aShape = "MFIDX-REBUILD"
               invoke self::RebuildIndexedRecords(aPath dataRecords)
               goback
           end-if
           set writer to new System.IO.StreamWriter(
               aPath False
               type System.Text.Encoding::GetEncoding(28591))
           goback.
       end method.

      *> Re-lays the data side of an indexed file for records whose
      *> length has changed (a copybook layout migration): the
      *> 512-byte file header is kept, every record handed in is
      *> written behind a fresh length word, and the deleted slots
      *> the old lengths left behind are dropped. The .IDX sidecar
      *> no longer points at the right slots afterwards - the file
      *> must go through the indexed-file rebuild utility before a
      *> job opens it.
       method-id RebuildIndexedRecords static private.
       local-storage section.
       01 reader type System.IO.StreamReader.
       01 writer type System.IO.StreamWriter.
       01 fileHeader type System.String.
       01 idx type System.Int32.
       01 aRecord type System.String.
       procedure division using by value aPath as type System.String
           dataRecords as type System.Collections.ArrayList.
           set reader to new System.IO.StreamReader(
               aPath type System.Text.Encoding::GetEncoding(28591))
           try
               set fileHeader to reader::ReadToEnd()
           finally
               invoke reader::Close()
           end-try
           if fileHeader::Length > 512
               set fileHeader to fileHeader::Substring(0 512)
           end-if

           set writer to new System.IO.StreamWriter(
               aPath False
               type System.Text.Encoding::GetEncoding(28591))
           try
               invoke writer::Write(fileHeader)
               perform varying idx from 0 by 1
                         until idx >= dataRecords::Count
                   set aRecord to
                       type System.String(dataRecords::Item(idx))
                   invoke writer::Write(
                       type System.Convert::ToChar(
                           aRecord::Length / 256)::ToString())
                   invoke writer::Write(
                       type System.Convert::ToChar(
                           self::Remainder(aRecord::Length 256))
                           ::ToString())
                   invoke writer::Write(aRecord)
               end-perform
           finally
               invoke writer::Close()
           end-try
           goback.
       end method.

      *> aValue mod aDivisor - kept as a named helper so the record
      *> shape tests above read as intent.
       method-id Remainder static private.
