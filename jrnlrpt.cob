*> NOTES:                  Compliance listing of the catalog change journal that catalogMaint,
*>                         catalogBatch, holdingsMaint, isbnValidator's posting step, and cataloghk
*>                         RELOAD append to - either the full history of one ISBN or every change
*>                         made over a date range, each entry showing when, by whom, from which
*>                         program and run, what was done, and the record before and after with
*>                         the fields that changed called out

identification division.
program-id. catalogJournalReport.

environment division.
   input-output section.

   *> Determining how the catalog change journal and the listing will be treated - journal layout
   *> is the same as every program that writes it
   file-control.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.
   select listingFile assign to dynamic listingFileName
      file status is listingFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

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

   fd listingFile.
   01 listingRecord pic x(200).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalEOF pic 9.
   01 listingFileName pic x(30) value "CATALOG-JOURNAL-LISTING.TXT".
   01 listingFileStatus pic x(2).
   01 listingAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = entries listed, 4 = nothing matched or the listing file could not be created,
   *> 16 = bad selection or no journal to read
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the selection - by ISBN ("ISBN 9780306406157") or by date range
   *> ("DATES 20260101 20261015") from the command line, then the JRNLRPT_ISBN or JRNLRPT_FROM /
   *> JRNLRPT_TO environment variables, then the operator. A blank first date means the start of
   *> the journal and a blank last date means today
   01 selectionText pic x(60).
   01 selectionKind pic x(10).
   01 selectionValue1 pic x(20).
   01 selectionValue2 pic x(20).
   01 selectionSupplied pic 9.
   01 selectByISBN pic 9.
   01 selectedISBN pic x(13).
   01 rangeFromDate pic x(8).
   01 rangeToDate pic x(8).
   01 entryMatches pic 9.

   *> Variables that deal with normalizing the selected ISBN and crosswalking an ISBN-10 to the
   *> ISBN-13 the catalog is keyed on - same arithmetic as holdingsMaint's keyEnteredISBN
   01 rawISBNForNormalize pic x(20).
   01 normalizedISBNResult pic x(13).
   01 normalizeCounterJ pic 99.
   01 normalizeResultLen pic 99.
   01 isbn13Candidate pic x(13).
   01 isbn13CheckDigit pic 9.
   01 curChar pic x(1).
   01 curCharToInt pic 99.
   01 curMultiplyFactor pic 99.
   01 totalChecksum pic 9999.
   01 totalChecksumDivision pic 9999.
   01 totalChecksumModulo pic 9999.
   01 totalChecksumSubtracted pic 99.
   01 counterJ pic 99.

   *> Variables that deal with laying out one entry's before and after images
   01 imageBefore.
      05 ibISBN pic x(13).
      05 ibTitle pic x(60).
      05 ibVendor pic x(20).
      05 ibDateAdded pic x(8).
      05 ibStatus pic x(1).
   01 imageAfter.
      05 iaISBN pic x(13).
      05 iaTitle pic x(60).
      05 iaVendor pic x(20).
      05 iaDateAdded pic x(8).
      05 iaStatus pic x(1).
   01 entryISBN pic x(13).
   01 changedFields pic x(60).
   01 changedPointer pic 99.

   *> Run totals
   01 entriesRead pic 9(7).
   01 entriesListed pic 9(7).
   01 addsListed pic 9(7).
   01 changesListed pic 9(7).
   01 deletesListed pic 9(7).
   01 reloadsListed pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Catalog change journal listing                |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the per-entry helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      perform determineSelection
      perform produceListing

      display " "
      display "Finished listing the catalog change journal, exiting program"
      display "A copy of the listing has been written to: " with no advancing
      display listingFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineSelection Subprogram/Paragraph - Works out whether one ISBN's history or a date range
   *> is wanted, from the command line, then the environment, then the operator
   determineSelection.
      move 0 to selectionSupplied
      move spaces to selectionKind
      move spaces to selectionValue1
      move spaces to selectionValue2
      move spaces to selectionText
      accept selectionText from command-line
      if selectionText is not equal to spaces then
         move 1 to selectionSupplied
         unstring selectionText delimited by all " " into selectionKind selectionValue1 selectionValue2
         end-unstring
      else
         accept selectionValue1 from environment "JRNLRPT_ISBN"
         if selectionValue1 is not equal to spaces then
            move 1 to selectionSupplied
            move "ISBN" to selectionKind
         else
            accept selectionValue1 from environment "JRNLRPT_FROM"
            accept selectionValue2 from environment "JRNLRPT_TO"
            if selectionValue1 is not equal to spaces or selectionValue2 is not equal to spaces then
               move 1 to selectionSupplied
               move "DATES" to selectionKind
            end-if
         end-if
      end-if
      if selectionSupplied is equal to 0 then
         display "List the history of one (I)SBN, or every change over a (D)ate range: " with no advancing
         accept selectionKind
         if selectionKind is equal to "I" or selectionKind is equal to "i" then
            move "ISBN" to selectionKind
            display "Enter the ISBN (ISBN-10 or ISBN-13, hyphens allowed): " with no advancing
            accept selectionValue1
         else
            move "DATES" to selectionKind
            display "Enter the first date to list (YYYYMMDD, blank for the start of the journal): " with no advancing
            accept selectionValue1
            display "Enter the last date to list (YYYYMMDD, blank for today): " with no advancing
            accept selectionValue2
         end-if
      end-if

      if selectionKind is equal to "isbn"
         move "ISBN" to selectionKind
      end-if
      if selectionKind is equal to "dates"
         move "DATES" to selectionKind
      end-if

      if selectionKind is equal to "ISBN"
         move 1 to selectByISBN
         move selectionValue1 to rawISBNForNormalize
         perform keySelectedISBN
         if selectedISBN is equal to spaces
            display "ERROR: '" selectionValue1 "' is not an ISBN-10 or ISBN-13 to list the history of"
            move 16 to return-code
            stop run
         end-if
      else
         if selectionKind is not equal to "DATES"
            display "ERROR: selection '" selectionKind "' should be ISBN or DATES"
            move 16 to return-code
            stop run
         end-if
         move 0 to selectByISBN
         move selectionValue1 to rangeFromDate
         move selectionValue2 to rangeToDate
         if rangeFromDate is equal to spaces then
            move "00000000" to rangeFromDate
         end-if
         if rangeToDate is equal to spaces then
            move currentDateYMD to rangeToDate
         end-if
         if rangeFromDate is not numeric or rangeToDate is not numeric
            display "ERROR: date range '" rangeFromDate "' to '" rangeToDate "' is not two YYYYMMDD dates"
            move 16 to return-code
            stop run
         end-if
         if rangeFromDate is greater than rangeToDate
            display "ERROR: date range starts (" rangeFromDate ") after it ends (" rangeToDate ")"
            move 16 to return-code
            stop run
         end-if
      end-if.

   *> keySelectedISBN Subprogram/Paragraph - Strips hyphens and spaces out of the selected ISBN and,
   *> for a 10-character form, crosswalks it to its ISBN-13 (978 prefix plus the first 9 digits,
   *> check digit recomputed); anything else leaves selectedISBN blank
   keySelectedISBN.
      move spaces to selectedISBN
      move spaces to normalizedISBNResult
      move 0 to normalizeResultLen
      move 1 to normalizeCounterJ
      perform until normalizeCounterJ is greater than 20
         move rawISBNForNormalize(normalizeCounterJ:1) to curChar
         if curChar is not equal to '-' and curChar is not equal to space
         and normalizeResultLen is less than 13
            add 1 to normalizeResultLen
            move curChar to normalizedISBNResult(normalizeResultLen:1)
         end-if
         add 1 to normalizeCounterJ
      end-perform
      if normalizeResultLen is equal to 13
         move normalizedISBNResult to selectedISBN
      end-if
      if normalizeResultLen is equal to 10 and normalizedISBNResult(1:9) is numeric
         move spaces to isbn13Candidate
         string "978" normalizedISBNResult(1:9) delimited by size into isbn13Candidate
         move 0 to totalChecksum
         move 1 to counterJ
         perform until counterJ is equal to 13
            move isbn13Candidate(counterJ:1) to curChar
            move curChar to curCharToInt
            divide counterJ by 2 giving totalChecksumDivision remainder totalChecksumModulo
            if totalChecksumModulo is equal to 0 then
               move 3 to curMultiplyFactor
            else
               move 1 to curMultiplyFactor
            end-if
            multiply curMultiplyFactor by curCharToInt
            add curCharToInt to totalChecksum
            add 1 to counterJ
         end-perform
         divide totalChecksum by 10 giving totalChecksumDivision remainder totalChecksumModulo
         subtract totalChecksumModulo from 10 giving totalChecksumSubtracted
         if totalChecksumSubtracted is equal to 10 then
            move 0 to totalChecksumSubtracted
         end-if
         move totalChecksumSubtracted to isbn13CheckDigit
         move isbn13CheckDigit to isbn13Candidate(13:1)
         move isbn13Candidate to selectedISBN
      end-if.

   *> produceListing Subprogram/Paragraph - Reads the journal from the beginning, listing every
   *> entry the selection takes in, in the order the changes were made
   produceListing.
      open input catalogJournalFile
      if catalogJournalFileStatus is not equal to 00 then
         display "ERROR: catalog journal " catalogJournalFileName " could not be opened (status " catalogJournalFileStatus "), nothing to list"
         move 16 to return-code
         stop run
      end-if

      open output listingFile
      move 1 to listingAvailable
      if listingFileStatus is not equal to 00 then
         move 0 to listingAvailable
         display "WARNING: listing file " listingFileName " could not be created - the listing will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move spaces to displayMessageBuffer
      if selectByISBN is equal to 1
         string "CATALOG CHANGE JOURNAL - HISTORY OF ISBN " selectedISBN "  (LISTED " currentDateYMD ")" delimited by size
            into displayMessageBuffer
      else
         string "CATALOG CHANGE JOURNAL - CHANGES FROM " rangeFromDate " TO " rangeToDate
            "  (LISTED " currentDateYMD ")" delimited by size
            into displayMessageBuffer
      end-if
      perform emitListingLine
      move spaces to displayMessageBuffer
      perform emitListingLine
      move "DATE     TIME      OP  ISBN           PROGRAM              USER         RUN / FILE" to displayMessageBuffer
      perform emitListingLine

      move 0 to entriesRead
      move 0 to entriesListed
      move 0 to addsListed
      move 0 to changesListed
      move 0 to deletesListed
      move 0 to reloadsListed
      move 0 to catalogJournalEOF
      perform until catalogJournalEOF is equal to 1
         read catalogJournalFile
            at end
               move 1 to catalogJournalEOF
            not at end
               add 1 to entriesRead
               perform checkEntrySelected
               if entryMatches is equal to 1
                  perform listOneEntry
               end-if
         end-read
      end-perform
      close catalogJournalFile

      perform writeListingTotals
      if listingAvailable is equal to 1
         close listingFile
      end-if.

   *> checkEntrySelected Subprogram/Paragraph - Whether the journal entry just read is for the selected
   *> ISBN (in either image) or falls inside the selected date range
   checkEntrySelected.
      move 0 to entryMatches
      move cjBeforeImage to imageBefore
      move cjAfterImage to imageAfter
      if iaISBN is equal to spaces
         move ibISBN to entryISBN
      else
         move iaISBN to entryISBN
      end-if
      if selectByISBN is equal to 1
         if entryISBN is equal to selectedISBN
            move 1 to entryMatches
         end-if
      else
         if cjDate is not less than rangeFromDate and cjDate is not greater than rangeToDate
            move 1 to entryMatches
         end-if
      end-if.

   *> listOneEntry Subprogram/Paragraph - The entry's heading line, then its before and after images,
   *> and for a change the fields that differ between them
   listOneEntry.
      add 1 to entriesListed
      if cjOperation is equal to "ADD"
         add 1 to addsListed
      end-if
      if cjOperation is equal to "CHG"
         add 1 to changesListed
      end-if
      if cjOperation is equal to "DEL"
         add 1 to deletesListed
      end-if
      if cjOperation is equal to "RLD"
         add 1 to reloadsListed
      end-if

      move spaces to displayMessageBuffer
      perform emitListingLine
      move spaces to displayMessageBuffer
      string cjDate " " cjTime(1:2) ":" cjTime(3:2) ":" cjTime(5:2) "  "
         cjOperation " " entryISBN "  " cjProgram " " cjUser " " cjRunName delimited by size
         into displayMessageBuffer
      perform emitListingLine
      if ibISBN is not equal to spaces
         move spaces to displayMessageBuffer
         string "      BEFORE: " ibTitle " " ibVendor " ADDED " ibDateAdded " STATUS " ibStatus delimited by size
            into displayMessageBuffer
         perform emitListingLine
      end-if
      if iaISBN is not equal to spaces
         move spaces to displayMessageBuffer
         string "      AFTER:  " iaTitle " " iaVendor " ADDED " iaDateAdded " STATUS " iaStatus delimited by size
            into displayMessageBuffer
         perform emitListingLine
      end-if
      if ibISBN is not equal to spaces and iaISBN is not equal to spaces
         move spaces to changedFields
         move 1 to changedPointer
         if ibTitle is not equal to iaTitle
            string "TITLE " delimited by size into changedFields with pointer changedPointer
         end-if
         if ibVendor is not equal to iaVendor
            string "VENDOR " delimited by size into changedFields with pointer changedPointer
         end-if
         if ibDateAdded is not equal to iaDateAdded
            string "DATE-ADDED " delimited by size into changedFields with pointer changedPointer
         end-if
         if ibStatus is not equal to iaStatus
            string "STATUS " delimited by size into changedFields with pointer changedPointer
         end-if
         if changedFields is equal to spaces
            move "(NONE)" to changedFields
         end-if
         move spaces to displayMessageBuffer
         string "      CHANGED: " changedFields delimited by size into displayMessageBuffer
         perform emitListingLine
      end-if.

   *> writeListingTotals Subprogram/Paragraph - The listing footer
   writeListingTotals.
      move spaces to displayMessageBuffer
      perform emitListingLine
      if entriesListed is equal to 0
         move "  (NO JOURNAL ENTRIES MATCH THE SELECTION)" to displayMessageBuffer
         perform emitListingLine
         move 4 to severityValue
         perform noteSeverity
      end-if
      move spaces to displayMessageBuffer
      string "JOURNAL ENTRIES READ: " entriesRead "  LISTED: " entriesListed
         "  (ADD " addsListed "  CHG " changesListed "  DEL " deletesListed
         "  RLD " reloadsListed ")" delimited by size
         into displayMessageBuffer
      perform emitListingLine.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitListingLine Subprogram/Paragraph - Sends the current line to the screen and, when it could
   *> be created, the listing file
   emitListingLine.
      display displayMessageBuffer
      if listingAvailable is equal to 1
         move spaces to listingRecord
         move displayMessageBuffer to listingRecord
         write listingRecord
      end-if.
