*> NOTES:                  Nightly export of catalog changes for the public catalogue (OPAC) and the
*>                         web storefront, so new titles no longer wait on someone re-keying the
*>                         shelf list. An incremental run picks up every catalog record added,
*>                         changed, withdrawn, or deleted since the last export from the catalog
*>                         change journal, using the high-water mark kept in CATALOG-EXPORT.CTL, and
*>                         exports each one's current state once; a FULL run exports the whole
*>                         catalog for a rebuild. Each record carries its ISBN-13, canonical
*>                         hyphenated form, ISBN-10 where one exists (978 prefix only), title,
*>                         vendor name, date added, and status, in two layouts: a pipe-delimited
*>                         file bracketed by a HDR record and a TRL record carrying the detail count
*>                         so the receiving system can balance it, and a MARC mnemonic (.mrk) file
*>                         of brief bibliographic records. The control file is only moved on once
*>                         both files are written, so a failed run is simply picked up by the next

identification division.
program-id. catalogExport.

environment division.
   input-output section.

   *> Determining how the catalog master, vendor master, journal, range file, control file, and the
   *> two export files will be treated - catalog layout and key are the same as isbnValidator and
   *> catalogMaint, vendor master the same as vendorMaint, journal the same as every program that
   *> writes it
   file-control.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is dynamic
      record key is catalogISBN.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is random
      record key is vmVendorID.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.
   select rangeFile assign to dynamic rangeFileName
      file status is rangeFileStatus
      organization is line sequential.
   select exportControlFile assign to dynamic exportControlFileName
      file status is exportControlFileStatus
      organization is line sequential.
   select exportFile assign to dynamic exportFileName
      file status is exportFileStatus
      organization is line sequential.
   select marcFile assign to dynamic marcFileName
      file status is marcFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.
   fd catalogFile.
   01 catalogRecord.
      05 catalogISBN pic x(13).
      05 catalogTitle pic x(60).
      05 catalogVendor pic x(20).
      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

   fd vendorMasterFile.
   01 vmVendorRecord.
      05 vmVendorID pic x(6).
      05 vmVendorName pic x(30).
      05 vmVendorContact pic x(30).
      05 vmVendorStatus pic x(1).

   *> One line per change to a catalog record, appended by every program that writes, rewrites, or
   *> deletes one: when, which program and run, who, the operation (ADD, CHG, DEL, or RLD for a
   *> record loaded by a cataloghk RELOAD), and the record before and after the change - the before
   *> image blank on an add, the after image blank on a delete. cataloghk RECOVER replays it
   fd catalogJournalFile.
   01 catalogJournalRecord.
      05 cjDate pic x(8).
      05 filler pic x(1).
      05 cjTime pic x(8).
      05 filler pic x(1).
      05 cjProgram pic x(20).
      05 filler pic x(1).
      05 cjRunName pic x(50).
      05 filler pic x(1).
      05 cjUser pic x(12).
      05 filler pic x(1).
      05 cjOperation pic x(3).
      05 filler pic x(1).
      05 cjBeforeImage pic x(102).
      05 filler pic x(1).
      05 cjAfterImage pic x(102).

   *> One publisher range per line: EAN prefix (1-3), registration group digits (5-9), group length
   *> (11), publisher-element length (13), publisher range low (15-21), publisher range high (23-29).
   *> Lines that are blank or start with '*' are comments - same file isbnValidator hyphenates from
   fd rangeFile.
   01 rangeRecord pic x(40).

   *> The export high-water mark: the date and time the last successful export ran up to, the
   *> sequence number it went out under, and what it was
   fd exportControlFile.
   01 exportControlRecord.
      05 ctlTag pic x(3).
      05 filler pic x(1).
      05 ctlMarkDate pic x(8).
      05 filler pic x(1).
      05 ctlMarkTime pic x(8).
      05 filler pic x(1).
      05 ctlSequence pic 9(6).
      05 filler pic x(1).
      05 ctlLastMode pic x(4).
      05 filler pic x(1).
      05 ctlLastCount pic 9(7).
      05 filler pic x(1).
      05 ctlLastFile pic x(40).

   *> HDR|CATEXPORT|sequence|date|time|FULL or INCR|changes from|changes to, then one
   *> DTL|action|ISBN-13|hyphenated|ISBN-10|title|vendor name|date added|status per record
   *> (action A added, C changed, W withdrawn, D deleted), then TRL|detail count
   fd exportFile.
   01 exportRecord pic x(300).

   fd marcFile.
   01 marcRecord pic x(200).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 catalogFileName pic x(60) value "CATALOG-MASTER.DAT".
   01 catalogFileStatus pic x(2).
   01 catalogEOF pic 9.
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 vendorMasterAvailable pic 9.
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalEOF pic 9.
   01 exportControlFileName pic x(30) value "CATALOG-EXPORT.CTL".
   01 exportControlFileStatus pic x(2).
   01 exportFileName pic x(40).
   01 exportFileStatus pic x(2).
   01 marcFileName pic x(40).
   01 marcFileStatus pic x(2).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = exported, 4 = exported with warnings (full refresh forced, vendor master or range file
   *> missing) or nothing exported because the journal could not be read, 16 = hard failure (no
   *> catalog, export files or control file could not be written - the mark is not moved)
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the run mode - FULL or INCREMENTAL from the command line, then the
   *> CATEXPORT_MODE environment variable, then the operator (blank means incremental)
   01 modeText pic x(20).
   01 fullRefresh pic 9.
   01 exportModeName pic x(4).

   *> Variables that deal with the high-water mark: changes journalled at or after the mark and
   *> before this run started are exported, and this run's start becomes the next mark
   01 markAvailable pic 9.
   01 markStamp.
      05 markDate pic x(8).
      05 markTime pic x(8).
   01 runStamp.
      05 runDate pic x(8).
      05 runTime pic x(8).
   01 entryStamp.
      05 entryDate pic x(8).
      05 entryTime pic x(8).
   01 lastSequence pic 9(6).
   01 exportSequence pic 9(6).

   *> The journal entries inside the window, sorted on ISBN and journal order so all of one title's
   *> changes sit together and it is exported once, in the state the catalog holds it in now
   01 changeCount pic 9(5).
   01 maxChangeEntries pic 9(5) value 20000.
   01 changeList.
      05 changeEntry occurs 20000 times.
         10 changeSortKey.
            15 changeISBN pic x(13).
            15 changeSeq pic 9(7).
         10 changeOperation pic x(3).
         10 changeImage pic x(102).
   01 changeEntryWork pic x(125).
   01 changeKeyWork pic x(20).
   01 journalSeq pic 9(7).
   01 reloadSeen pic 9.
   01 changeTableFull pic 9.
   01 gapSize pic 9(5).
   01 sortI pic 9(5).
   01 sortJ pic 9(5).
   01 sortPrev pic 9(5).
   01 sortDone pic 9.
   01 groupStart pic 9(5).
   01 groupEnd pic 9(5).
   01 firstOperation pic x(3).

   *> A catalog record image as journalled, for a title deleted since the last export
   01 journalImage.
      05 jiISBN pic x(13).
      05 jiTitle pic x(60).
      05 jiVendor pic x(20).
      05 jiDateAdded pic x(8).
      05 jiStatus pic x(1).

   *> The record being exported, whichever way it was found
   01 exportAction pic x(1).
   01 exportISBN13 pic x(13).
   01 exportHyphenated pic x(17).
   01 exportISBN10 pic x(10).
   01 exportTitle pic x(60).
   01 exportVendorName pic x(30).
   01 exportDateAdded pic x(8).
   01 exportStatus pic x(1).
   01 exportPointer pic 999.
   01 exportFieldText pic x(60).
   01 exportFieldLength pic 99.
   01 marcPointer pic 999.
   01 marcLeaderStatus pic x(1).
   01 marcTextPos pic 99.
   01 curChar pic x(1).

   *> Variables that deal with the publisher range file and canonical hyphenation - the same table
   *> shape and matching rules as isbnValidator and catalogReport, so the exported hyphenation is
   *> the one every report shows
   01 rangeFileName pic x(30) value "PUBLISHER-RANGES.DAT".
   01 rangeFileStatus pic x(2).
   01 rangeAvailable pic 9.
   01 rangeEOF pic 9.
   01 rangeCount pic 9(4).
   01 maxRangeRecords pic 9(4) value 3000.
   01 rangeList.
      05 rangeEntry occurs 3000 times.
         10 rangeEAN pic x(3).
         10 rangeGroupDigits pic x(5).
         10 rangeGroupLen pic 9.
         10 rangePubLen pic 9.
         10 rangePubLow pic x(7).
         10 rangePubHigh pic x(7).
   01 rangeIndex pic 9(4).
   01 hyphenSource pic x(13).
   01 hyphenWork pic x(17).
   01 hyphenFound pic 9.
   01 groupLenWork pic 9.
   01 pubLenWork pic 9.
   01 lenSumWork pic 99.
   01 titleLenWork pic 9.
   01 pubStartPos pic 99.
   01 titleStartPos pic 99.
   01 pubElement pic x(7).
   01 curCharToInt pic 99.

   *> Variables that deal with the ISBN-13 -> ISBN-10 conversion (the nine digits after the 978
   *> prefix, with a modulus 11 check digit recomputed, X standing for 10)
   01 isbn10Sum pic 9(4).
   01 isbn10Weight pic 99.
   01 isbn10Division pic 9(4).
   01 isbn10Remainder pic 99.
   01 isbn10Check pic 99.
   01 counterJ pic 99.

   *> Run totals
   01 journalEntriesRead pic 9(7).
   01 journalEntriesInWindow pic 9(7).
   01 recordsExported pic 9(7).
   01 addedExported pic 9(7).
   01 changedExported pic 9(7).
   01 withdrawnExported pic 9(7).
   01 deletedExported pic 9(7).
   01 nettedOut pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Catalog export for the OPAC and website       |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the per-record helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept runDate from date yyyymmdd
      accept runTime from time
      perform determineMode
      perform readExportControl
      if fullRefresh is equal to 0
         perform collectJournalChanges
      end-if
      perform loadPublisherRanges
      perform openExportFiles
      if fullRefresh is equal to 1
         perform exportWholeCatalog
      else
         perform exportJournalChanges
      end-if
      perform closeExportFiles
      perform writeExportControl

      display " "
      move spaces to displayMessageBuffer
      string "EXPORT " exportSequence " (" exportModeName ") - RECORDS " recordsExported
         "  ADDED " addedExported "  CHANGED " changedExported
         "  WITHDRAWN " withdrawnExported "  DELETED " deletedExported delimited by size
         into displayMessageBuffer
      display displayMessageBuffer
      if fullRefresh is equal to 0
         move spaces to displayMessageBuffer
         string "JOURNAL ENTRIES READ " journalEntriesRead "  IN WINDOW " journalEntriesInWindow
            "  ADDED AND DELETED SINCE THE LAST EXPORT (NOT SENT) " nettedOut delimited by size
            into displayMessageBuffer
         display displayMessageBuffer
      end-if
      display "Export files written: " with no advancing
      display exportFileName
      display "                      " with no advancing
      display marcFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineMode Subprogram/Paragraph - Incremental or full refresh, from the command line, then
   *> the environment, then the operator
   determineMode.
      move spaces to modeText
      accept modeText from command-line
      if modeText is equal to spaces then
         accept modeText from environment "CATEXPORT_MODE"
      end-if
      if modeText is equal to spaces then
         display "Export changes since the last export (I), or the (F)ull catalog for a rebuild: " with no advancing
         accept modeText
      end-if
      move 0 to fullRefresh
      if modeText is equal to "FULL" or modeText is equal to "full"
      or modeText is equal to "F" or modeText is equal to "f"
         move 1 to fullRefresh
      else
         if modeText is not equal to spaces
         and modeText is not equal to "INCREMENTAL" and modeText is not equal to "incremental"
         and modeText is not equal to "I" and modeText is not equal to "i"
            display "ERROR: export mode '" modeText "' should be FULL or INCREMENTAL"
            move 16 to return-code
            stop run
         end-if
      end-if.

   *> readExportControl Subprogram/Paragraph - Picks up the high-water mark and last sequence number.
   *> With no control file there is nothing to be incremental from, so the first run is a full one
   readExportControl.
      move 0 to markAvailable
      move 0 to lastSequence
      move spaces to markStamp
      open input exportControlFile
      if exportControlFileStatus is equal to 00 then
         read exportControlFile
            at end
               continue
            not at end
               if ctlTag is equal to "HWM" and ctlMarkDate is numeric and ctlMarkTime is numeric
                  move 1 to markAvailable
                  move ctlMarkDate to markDate
                  move ctlMarkTime to markTime
                  if ctlSequence is numeric
                     move ctlSequence to lastSequence
                  end-if
               end-if
         end-read
         close exportControlFile
      end-if
      if markAvailable is equal to 0 and fullRefresh is equal to 0
         display "WARNING: no usable high-water mark in " exportControlFileName " - exporting the full catalog instead"
         move 1 to fullRefresh
         move 4 to severityValue
         perform noteSeverity
      end-if
      if markAvailable is equal to 1
         display "Last export " lastSequence " ran up to " markDate " " markTime
      end-if.

   *> collectJournalChanges Subprogram/Paragraph - Reads the journal for the entries stamped inside
   *> the window and sorts them by ISBN. A RELOAD inside the window replaced the catalog wholesale,
   *> and a window too big to hold means the receiving side is better rebuilt, so either one turns
   *> the run into a full refresh
   collectJournalChanges.
      move 0 to changeCount
      move 0 to journalSeq
      move 0 to journalEntriesRead
      move 0 to journalEntriesInWindow
      move 0 to reloadSeen
      move 0 to changeTableFull
      open input catalogJournalFile
      if catalogJournalFileStatus is not equal to 00 then
         display "WARNING: catalog journal " catalogJournalFileName " could not be opened (status " catalogJournalFileStatus ") - nothing exported, high-water mark left where it was"
         move 4 to return-code
         stop run
      end-if
      move 0 to catalogJournalEOF
      perform until catalogJournalEOF is equal to 1
         read catalogJournalFile
            at end
               move 1 to catalogJournalEOF
            not at end
               add 1 to journalEntriesRead
               move cjDate to entryDate
               move cjTime to entryTime
               if entryStamp is not less than markStamp and entryStamp is less than runStamp
                  add 1 to journalEntriesInWindow
                  perform collectOneChange
               end-if
         end-read
      end-perform
      close catalogJournalFile

      if reloadSeen is equal to 1
         display "WARNING: the catalog was reloaded since the last export - exporting the full catalog instead"
         move 1 to fullRefresh
         move 4 to severityValue
         perform noteSeverity
      else
         if changeTableFull is equal to 1
            display "WARNING: more than " maxChangeEntries " catalog changes since the last export - exporting the full catalog instead"
            move 1 to fullRefresh
            move 4 to severityValue
            perform noteSeverity
         else
            perform sortChanges
         end-if
      end-if.

   *> collectOneChange Subprogram/Paragraph - Files the journal entry just read under its ISBN, keeping
   *> the last image journalled for it (the before image of a delete) in case it has since gone
   collectOneChange.
      if cjOperation is equal to "RLD"
         move 1 to reloadSeen
      else
         if changeCount is not less than maxChangeEntries
            move 1 to changeTableFull
         else
            add 1 to changeCount
            add 1 to journalSeq
            move journalSeq to changeSeq(changeCount)
            move cjOperation to changeOperation(changeCount)
            if cjOperation is equal to "DEL"
               move cjBeforeImage to changeImage(changeCount)
            else
               move cjAfterImage to changeImage(changeCount)
            end-if
            move changeImage(changeCount) to journalImage
            move jiISBN to changeISBN(changeCount)
         end-if
      end-if.

   *> sortChanges Subprogram/Paragraph - Shell sort of the window's changes ascending on ISBN and
   *> journal order, the same gap sequence isbnValidator's duplicate pass uses
   sortChanges.
      move 1 to gapSize
      perform until gapSize is greater than changeCount
         multiply 3 by gapSize
         add 1 to gapSize
      end-perform
      perform until gapSize is equal to 1
         divide gapSize by 3 giving gapSize
         move gapSize to sortI
         add 1 to sortI
         perform until sortI is greater than changeCount
            move changeEntry(sortI) to changeEntryWork
            move changeSortKey(sortI) to changeKeyWork
            move sortI to sortJ
            move 0 to sortDone
            perform until sortJ is not greater than gapSize or sortDone is equal to 1
               move sortJ to sortPrev
               subtract gapSize from sortPrev
               if changeSortKey(sortPrev) is greater than changeKeyWork
                  move changeEntry(sortPrev) to changeEntry(sortJ)
                  move sortPrev to sortJ
               else
                  move 1 to sortDone
               end-if
            end-perform
            move changeEntryWork to changeEntry(sortJ)
            add 1 to sortI
         end-perform
      end-perform.

   *> openExportFiles Subprogram/Paragraph - Opens the catalog and vendor master, names this run's
   *> export files after the next sequence number, creates them, and writes the delimited header
   openExportFiles.
      open input catalogFile
      if catalogFileStatus is not equal to 00 then
         display "ERROR: catalog master " catalogFileName " could not be opened (status " catalogFileStatus "), nothing exported"
         move 16 to return-code
         stop run
      end-if
      open input vendorMasterFile
      move 1 to vendorMasterAvailable
      if vendorMasterFileStatus is not equal to 00 then
         move 0 to vendorMasterAvailable
         display "WARNING: vendor master " vendorMasterFileName " could not be opened - vendor names will be exported as held on the catalog"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move lastSequence to exportSequence
      add 1 to exportSequence
      if fullRefresh is equal to 1
         move "FULL" to exportModeName
      else
         move "INCR" to exportModeName
      end-if
      move spaces to exportFileName
      string "CATALOG-EXPORT-" exportSequence ".TXT" delimited by size into exportFileName
      move spaces to marcFileName
      string "CATALOG-EXPORT-" exportSequence ".MRK" delimited by size into marcFileName
      open output exportFile
      if exportFileStatus is not equal to 00 then
         display "ERROR: export file " exportFileName " could not be created (status " exportFileStatus "), nothing exported"
         move 16 to return-code
         stop run
      end-if
      open output marcFile
      if marcFileStatus is not equal to 00 then
         display "ERROR: MARC export file " marcFileName " could not be created (status " marcFileStatus "), nothing exported"
         close exportFile
         move 16 to return-code
         stop run
      end-if

      move spaces to exportRecord
      if fullRefresh is equal to 1
         string "HDR|CATEXPORT|" exportSequence "|" runDate "|" runTime(1:6) "|" exportModeName
            "||" runDate runTime delimited by size
            into exportRecord
      else
         string "HDR|CATEXPORT|" exportSequence "|" runDate "|" runTime(1:6) "|" exportModeName
            "|" markDate markTime "|" runDate runTime delimited by size
            into exportRecord
      end-if
      write exportRecord

      move 0 to recordsExported
      move 0 to addedExported
      move 0 to changedExported
      move 0 to withdrawnExported
      move 0 to deletedExported
      move 0 to nettedOut.

   *> exportWholeCatalog Subprogram/Paragraph - The full refresh: every catalog record in ISBN order,
   *> active ones as added and withdrawn ones as withdrawn
   exportWholeCatalog.
      move 0 to catalogEOF
      perform until catalogEOF is equal to 1
         read catalogFile next
            at end
               move 1 to catalogEOF
            not at end
               if catalogStatus is equal to 'W'
                  move 'W' to exportAction
               else
                  move 'A' to exportAction
               end-if
               perform exportCatalogRecord
         end-read
      end-perform.

   *> exportJournalChanges Subprogram/Paragraph - One export record per ISBN changed in the window,
   *> taken from the catalog as it stands now
   exportJournalChanges.
      move 1 to groupStart
      perform until groupStart is greater than changeCount
         move groupStart to groupEnd
         perform until groupEnd is equal to changeCount
         or changeISBN(groupEnd + 1) is not equal to changeISBN(groupStart)
            add 1 to groupEnd
         end-perform
         perform exportOneChangedTitle
         move groupEnd to groupStart
         add 1 to groupStart
      end-perform.

   *> exportOneChangedTitle Subprogram/Paragraph - A title first added inside the window goes out as
   *> added, whatever else happened to it since; one still on the catalog goes out as withdrawn or
   *> changed by its status; one no longer on the catalog goes out as deleted from its last journal
   *> image - unless it was added inside the window too, in which case the receiver never had it
   exportOneChangedTitle.
      move changeOperation(groupStart) to firstOperation
      move changeISBN(groupStart) to catalogISBN
      read catalogFile
         invalid key
            if firstOperation is equal to "ADD"
               add 1 to nettedOut
            else
               move changeImage(groupEnd) to journalImage
               move 'D' to exportAction
               move jiISBN to catalogISBN
               move jiTitle to catalogTitle
               move jiVendor to catalogVendor
               move jiDateAdded to catalogDateAdded
               move jiStatus to catalogStatus
               perform exportCatalogRecord
            end-if
         not invalid key
            if firstOperation is equal to "ADD"
               move 'A' to exportAction
            else
               if catalogStatus is equal to 'W'
                  move 'W' to exportAction
               else
                  move 'C' to exportAction
               end-if
            end-if
            perform exportCatalogRecord
      end-read.

   *> exportCatalogRecord Subprogram/Paragraph - Works out the exported fields for the catalog record
   *> in hand and writes it in both layouts
   exportCatalogRecord.
      move catalogISBN to exportISBN13
      move catalogTitle to exportTitle
      move catalogDateAdded to exportDateAdded
      move catalogStatus to exportStatus
      move spaces to exportHyphenated
      move spaces to exportISBN10
      if catalogISBN is numeric
         move catalogISBN to hyphenSource
         perform hyphenateISBN13
         move hyphenWork to exportHyphenated
         if catalogISBN(1:3) is equal to "978"
            perform convertToISBN10
         end-if
      end-if
      perform lookupVendorName
      perform writeDelimitedRecord
      perform writeMarcRecord
      add 1 to recordsExported
      if exportAction is equal to 'A'
         add 1 to addedExported
      end-if
      if exportAction is equal to 'C'
         add 1 to changedExported
      end-if
      if exportAction is equal to 'W'
         add 1 to withdrawnExported
      end-if
      if exportAction is equal to 'D'
         add 1 to deletedExported
      end-if.

   *> lookupVendorName Subprogram/Paragraph - The catalog holds a vendor ID for titles that came in on
   *> an order and the publisher name from the metadata feed for the rest; an ID found on the vendor
   *> master is exported as the vendor's name, anything else as it stands
   lookupVendorName.
      move catalogVendor to exportVendorName
      if vendorMasterAvailable is equal to 1
      and catalogVendor is not equal to spaces
      and catalogVendor(7:14) is equal to spaces
         move catalogVendor(1:6) to vmVendorID
         read vendorMasterFile
            invalid key
               continue
            not invalid key
               move vmVendorName to exportVendorName
         end-read
      end-if.

   *> convertToISBN10 Subprogram/Paragraph - The ISBN-10 of a 978 ISBN-13: the nine digits after the
   *> prefix, weighted 10 down to 2, with a modulus 11 check digit (X for 10)
   convertToISBN10.
      move catalogISBN(4:9) to exportISBN10(1:9)
      move 0 to isbn10Sum
      move 10 to isbn10Weight
      move 1 to counterJ
      perform until counterJ is greater than 9
         move exportISBN10(counterJ:1) to curCharToInt
         multiply isbn10Weight by curCharToInt
         add curCharToInt to isbn10Sum
         subtract 1 from isbn10Weight
         add 1 to counterJ
      end-perform
      divide isbn10Sum by 11 giving isbn10Division remainder isbn10Remainder
      move 11 to isbn10Check
      subtract isbn10Remainder from isbn10Check
      if isbn10Check is equal to 11
         move 0 to isbn10Check
      end-if
      if isbn10Check is equal to 10
         move 'X' to exportISBN10(10:1)
      else
         move isbn10Check to curCharToInt
         move curCharToInt(2:1) to exportISBN10(10:1)
      end-if.

   *> writeDelimitedRecord Subprogram/Paragraph - One DTL record, trailing spaces dropped from every
   *> field and any pipe in the text turned into a slash so the field count stays fixed
   writeDelimitedRecord.
      move spaces to exportRecord
      move 1 to exportPointer
      string "DTL|" exportAction delimited by size into exportRecord with pointer exportPointer
      move exportISBN13 to exportFieldText
      perform appendExportField
      move exportHyphenated to exportFieldText
      perform appendExportField
      move exportISBN10 to exportFieldText
      perform appendExportField
      move exportTitle to exportFieldText
      perform appendExportField
      move exportVendorName to exportFieldText
      perform appendExportField
      move exportDateAdded to exportFieldText
      perform appendExportField
      move exportStatus to exportFieldText
      perform appendExportField
      write exportRecord.

   *> appendExportField Subprogram/Paragraph - Adds "|" and exportFieldText, trimmed, to the record
   appendExportField.
      inspect exportFieldText replacing all "|" by "/"
      move 60 to exportFieldLength
      perform until exportFieldLength is equal to 0
      or exportFieldText(exportFieldLength:1) is not equal to space
         subtract 1 from exportFieldLength
      end-perform
      string "|" delimited by size into exportRecord with pointer exportPointer
      if exportFieldLength is greater than 0
         string exportFieldText(1:exportFieldLength) delimited by size
            into exportRecord with pointer exportPointer
      end-if.

   *> writeMarcRecord Subprogram/Paragraph - A brief bibliographic record in MARC mnemonic form: the
   *> leader's record status n (new), c (corrected), or d (withdrawn or deleted - to come off public
   *> display), 001 the ISBN-13, 005 this export's date and time, 008 the date entered, 020 the
   *> ISBN-13 and ISBN-10, 245 the title, 037 the vendor as source of acquisition, and local field
   *> 999 carrying the catalog status, export action, and canonical hyphenation
   writeMarcRecord.
      move 'c' to marcLeaderStatus
      if exportAction is equal to 'A'
         move 'n' to marcLeaderStatus
      end-if
      if exportAction is equal to 'W' or exportAction is equal to 'D'
         move 'd' to marcLeaderStatus
      end-if
      move spaces to marcRecord
      string "=LDR  00000" marcLeaderStatus "am a2200000   4500" delimited by size into marcRecord
      write marcRecord
      move spaces to marcRecord
      string "=001  " exportISBN13 delimited by size into marcRecord
      write marcRecord
      move spaces to marcRecord
      string "=005  " runDate runTime(1:6) ".0" delimited by size into marcRecord
      write marcRecord
      move spaces to marcRecord
      string "=008  " exportDateAdded(3:6) "||||||||||||||||||||||||||||||||||" delimited by size into marcRecord
      write marcRecord
      move spaces to marcRecord
      string "=020  \\$a" exportISBN13 delimited by size into marcRecord
      write marcRecord
      if exportISBN10 is not equal to spaces
         move spaces to marcRecord
         string "=020  \\$a" exportISBN10 delimited by size into marcRecord
         write marcRecord
      end-if
      move spaces to marcRecord
      move 1 to marcPointer
      string "=245  00$a" delimited by size into marcRecord with pointer marcPointer
      move exportTitle to exportFieldText
      perform appendMarcText
      write marcRecord
      if exportVendorName is not equal to spaces
         move spaces to marcRecord
         move 1 to marcPointer
         string "=037  \\$b" delimited by size into marcRecord with pointer marcPointer
         move exportVendorName to exportFieldText
         perform appendMarcText
         write marcRecord
      end-if
      move spaces to marcRecord
      string "=999  \\$a" exportStatus "$b" exportAction "$c" exportHyphenated delimited by size into marcRecord
      write marcRecord
      move spaces to marcRecord
      write marcRecord.

   *> appendMarcText Subprogram/Paragraph - Adds exportFieldText, trimmed, to the MARC line, writing
   *> any dollar sign in it as {dollar} so it cannot be taken for a subfield delimiter
   appendMarcText.
      move 60 to exportFieldLength
      perform until exportFieldLength is equal to 0
      or exportFieldText(exportFieldLength:1) is not equal to space
         subtract 1 from exportFieldLength
      end-perform
      move 1 to marcTextPos
      perform until marcTextPos is greater than exportFieldLength
         move exportFieldText(marcTextPos:1) to curChar
         if curChar is equal to '$'
            string "{dollar}" delimited by size into marcRecord with pointer marcPointer
         else
            string curChar delimited by size into marcRecord with pointer marcPointer
         end-if
         add 1 to marcTextPos
      end-perform.

   *> closeExportFiles Subprogram/Paragraph - Writes the counted trailer and closes everything
   closeExportFiles.
      move spaces to exportRecord
      string "TRL|" recordsExported delimited by size into exportRecord
      write exportRecord
      close exportFile
      close marcFile
      close catalogFile
      if vendorMasterAvailable is equal to 1
         close vendorMasterFile
      end-if.

   *> writeExportControl Subprogram/Paragraph - Moves the high-water mark up to this run's start, now
   *> that both export files are complete
   writeExportControl.
      open output exportControlFile
      if exportControlFileStatus is not equal to 00 then
         display "ERROR: control file " exportControlFileName " could not be written (status " exportControlFileStatus ") - the next run will export these changes again"
         move 16 to severityValue
         perform noteSeverity
      else
         move spaces to exportControlRecord
         move "HWM" to ctlTag
         move runDate to ctlMarkDate
         move runTime to ctlMarkTime
         move exportSequence to ctlSequence
         move exportModeName to ctlLastMode
         move recordsExported to ctlLastCount
         move exportFileName to ctlLastFile
         write exportControlRecord
         close exportControlFile
      end-if.

   *> loadPublisherRanges Subprogram/Paragraph - Reads the publisher range data file into the range
   *> table once per run. A missing or empty range file just means the hyphenated form goes out
   *> blank, the same as isbnValidator behaves without it
   loadPublisherRanges.
      move 0 to rangeAvailable
      move 0 to rangeCount
      open input rangeFile
      if rangeFileStatus is not equal to 00 then
         display "WARNING: publisher range file " rangeFileName " could not be opened - hyphenated ISBNs will be left blank"
         move 4 to severityValue
         perform noteSeverity
      else
         move 0 to rangeEOF
         perform until rangeEOF is equal to 1
            read rangeFile
               at end
                  move 1 to rangeEOF
               not at end
                  if rangeRecord is not equal to spaces
                  and rangeRecord(1:1) is not equal to '*'
                  and rangeRecord(11:1) is greater than or equal to '1'
                  and rangeRecord(11:1) is less than or equal to '5'
                  and rangeRecord(13:1) is greater than or equal to '1'
                  and rangeRecord(13:1) is less than or equal to '7'

                     *> The two lengths together must leave at least one title digit - same guard
                     *> as the validator
                     move rangeRecord(11:1) to curCharToInt
                     move curCharToInt to lenSumWork
                     move rangeRecord(13:1) to curCharToInt
                     add curCharToInt to lenSumWork
                     if lenSumWork is greater than 8
                        display "WARNING: publisher range line ignored - group and publisher lengths leave no title element: " rangeRecord
                     else
                        if rangeCount is equal to maxRangeRecords
                           display "WARNING: publisher range file has more than " maxRangeRecords " ranges - the rest are ignored"
                           move 1 to rangeEOF
                        else
                           add 1 to rangeCount
                           move rangeRecord(1:3) to rangeEAN(rangeCount)
                           move rangeRecord(5:5) to rangeGroupDigits(rangeCount)
                           move rangeRecord(11:1) to rangeGroupLen(rangeCount)
                           move rangeRecord(13:1) to rangePubLen(rangeCount)
                           move rangeRecord(15:7) to rangePubLow(rangeCount)
                           move rangeRecord(23:7) to rangePubHigh(rangeCount)
                        end-if
                     end-if
                  end-if
            end-read
         end-perform
         close rangeFile
         if rangeCount is greater than 0
            move 1 to rangeAvailable
         else
            display "WARNING: publisher range file held no usable ranges - hyphenated ISBNs will be left blank"
            move 4 to severityValue
            perform noteSeverity
         end-if
      end-if.

   *> hyphenateISBN13 Subprogram/Paragraph - Finds the range that covers hyphenSource and builds the
   *> canonically hyphenated form (EAN-group-publisher-title-check) in hyphenWork; hyphenFound comes
   *> back 0, and hyphenWork spaces, when no loaded range covers the ISBN - same matching rules as
   *> isbnValidator and catalogReport
   hyphenateISBN13.
      move 0 to hyphenFound
      move spaces to hyphenWork
      if rangeAvailable is equal to 1
         move 1 to rangeIndex
         perform until rangeIndex is greater than rangeCount or hyphenFound is equal to 1
            move rangeGroupLen(rangeIndex) to groupLenWork
            move rangePubLen(rangeIndex) to pubLenWork
            move groupLenWork to lenSumWork
            add pubLenWork to lenSumWork
            if lenSumWork is less than 9
            and hyphenSource(1:3) is equal to rangeEAN(rangeIndex)
            and hyphenSource(4:groupLenWork) is equal to rangeGroupDigits(rangeIndex)(1:groupLenWork)
               move 9 to titleLenWork
               subtract lenSumWork from titleLenWork
               move 4 to pubStartPos
               add groupLenWork to pubStartPos
               move spaces to pubElement
               move hyphenSource(pubStartPos:pubLenWork) to pubElement(1:pubLenWork)
               if pubElement(1:pubLenWork) is not less than rangePubLow(rangeIndex)(1:pubLenWork)
               and pubElement(1:pubLenWork) is not greater than rangePubHigh(rangeIndex)(1:pubLenWork)
                  move 1 to hyphenFound
                  move pubStartPos to titleStartPos
                  add pubLenWork to titleStartPos
                  string hyphenSource(1:3) "-"
                     hyphenSource(4:groupLenWork) "-"
                     hyphenSource(pubStartPos:pubLenWork) "-"
                     hyphenSource(titleStartPos:titleLenWork) "-"
                     hyphenSource(13:1) delimited by size
                     into hyphenWork
               end-if
            end-if
            add 1 to rangeIndex
         end-perform
      end-if.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.
