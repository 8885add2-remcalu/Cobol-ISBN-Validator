*> NOTES:                  Maintenance front-end for the indexed copy-level holdings file that
*>                         checkIn creates one item record in per copy received - lets circulation
*>                         and cataloguing add an item by hand, mark a copy lost, withdrawn, or
*>                         sent back to the vendor (or back on the shelf), and list every copy of a
*>                         title. Taking the last active copy of a title off the shelf offers to
*>                         withdraw the title on the catalog master, and putting a copy of a
*>                         withdrawn title back on the shelf offers to reinstate it

identification division.
program-id. holdingsMaint.

environment division.
   input-output section.

   *> Determining how the holdings and catalog master files will be treated - holdings layout and
   *> keys are the same as checkIn, catalog layout and key the same as catalogMaint
   file-control.
   select holdingsFile assign to dynamic holdingsFileName
      file status is holdingsFileStatus
      organization is indexed
      access mode is dynamic
      record key is holdBarcode
      alternate record key is holdISBN with duplicates.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is dynamic
      record key is catalogISBN.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> One record per physical copy, keyed by its item barcode, with the ISBN-13 as an alternate key
   *> so every copy of a title can be found. Status is S (on shelf), L (lost), W (withdrawn), or
   *> R (sent back to the vendor); only S counts as an active copy
   fd holdingsFile.
   01 holdingsRecord.
      05 holdBarcode pic x(14).
      05 holdISBN pic x(13).
      05 holdLocation pic x(6).
      05 holdPONumber pic x(10).
      05 holdDateReceived pic x(8).
      05 holdStatus pic x(1).
      05 holdStatusDate pic x(8).

   fd catalogFile.
   01 catalogRecord.
      05 catalogISBN pic x(13).
      05 catalogTitle pic x(60).
      05 catalogVendor pic x(20).
      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

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

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 holdingsFileName pic x(60) value "HOLDINGS.DAT".
   01 holdingsFileStatus pic x(2).
   01 holdingsOpened pic 9.
   01 catalogFileName pic x(60) value "CATALOG-MASTER.DAT".
   01 catalogFileStatus pic x(2).
   01 catalogAvailable pic 9.
   01 currentDateYMD pic x(8).

   *> Variables that deal with the catalog change journal
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalAvailable pic 9.
   01 journalRunName pic x(50).
   01 journalUser pic x(12).
   01 journalOperation pic x(3).
   01 journalBeforeImage pic x(102).

   *> Variables that deal with the operator dialogue
   01 menuChoice pic x(1).
   01 exitRequested pic 9.
   01 confirmAnswer pic x(1).
   01 enteredBarcode pic x(14).
   01 enteredISBN pic x(20).
   01 enteredLocation pic x(6).
   01 enteredPONumber pic x(10).
   01 enteredStatus pic x(1).
   01 oldItemStatus pic x(1).
   01 itemISBN pic x(13).
   01 statusAccepted pic 9.
   01 statusWord pic x(22).

   *> Variables that deal with normalizing an entered ISBN and crosswalking an ISBN-10 to its
   *> ISBN-13 form, so a copy keyed in either form files under the ISBN-13 the catalog uses -
   *> same arithmetic as checkIn's keyReceivedISBN
   01 rawISBNForNormalize pic x(20).
   01 normalizedISBNResult pic x(13).
   01 normalizeCounterJ pic 99.
   01 normalizeResultLen pic 99.
   01 isbn13Candidate pic x(13).
   01 isbn13CheckDigit pic 9.
   01 actualISBNLength pic 99.
   01 lengthScanCounter pic 99.
   01 lengthScanDone pic 9.
   01 curChar pic x(1).
   01 curCharToInt pic 99.
   01 curMultiplyFactor pic 99.
   01 totalChecksum pic 9999.
   01 totalChecksumDivision pic 9999.
   01 totalChecksumModulo pic 9999.
   01 totalChecksumSubtracted pic 99.
   01 counterJ pic 999.
   01 keyedISBN13 pic x(13).

   *> Variables that deal with walking every copy of one title through the alternate ISBN key
   01 countISBN pic x(13).
   01 activeCopyCount pic 9(5).
   01 totalCopyCount pic 9(5).
   01 copyScanDone pic 9.
   01 listCopies pic 9.

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Copy-level holdings maintenance               |"
   display "--------------------------------------------------".

   *> openHoldings Subprogram/Paragraph - Opens the holdings file for update, creating it first if
   *> no copy has ever been checked in, and the catalog master for the title status follow-up
   openHoldings.
      move 0 to holdingsOpened
      open i-o holdingsFile
      if holdingsFileStatus is equal to 00 then
         move 1 to holdingsOpened
      else
         if holdingsFileStatus is equal to 35 then
            display "Holdings file not found - creating a new empty " with no advancing
            display holdingsFileName
            open output holdingsFile
            if holdingsFileStatus is equal to 00 then
               close holdingsFile
               open i-o holdingsFile
               if holdingsFileStatus is equal to 00 then
                  move 1 to holdingsOpened
               end-if
            end-if
         end-if
      end-if
      if holdingsOpened is equal to 0 then
         display "ERROR: holdings file could not be opened (status " holdingsFileStatus "), exiting"
         stop run
      end-if

      move 1 to catalogAvailable
      open i-o catalogFile
      if catalogFileStatus is not equal to 00 then
         move 0 to catalogAvailable
         display "WARNING: catalog master file " catalogFileName " could not be opened - title status will not be followed up"
      end-if
      move 0 to catalogJournalAvailable
      if catalogAvailable is equal to 1
         perform openCatalogJournal
         move "OPERATOR SESSION" to journalRunName
      end-if
      accept currentDateYMD from date yyyymmdd.

   *> mainMenu Subprogram/Paragraph - Loops on the operator menu until exit is requested, dispatching
   *> each choice to the matching maintenance paragraph
   mainMenu.
      move 0 to exitRequested
      perform until exitRequested is equal to 1
         display " "
         display "Select a function - (A)dd a copy, (C)hange a copy's status, (D)elete, (I)nquire, (L)ist copies of a title, e(X)it: " with no advancing
         accept menuChoice
         if menuChoice is equal to 'A' or menuChoice is equal to 'a' then
            perform addRecord
         else
            if menuChoice is equal to 'C' or menuChoice is equal to 'c' then
               perform changeRecord
            else
               if menuChoice is equal to 'D' or menuChoice is equal to 'd' then
                  perform deleteRecord
               else
                  if menuChoice is equal to 'I' or menuChoice is equal to 'i' then
                     perform inquireRecord
                  else
                     if menuChoice is equal to 'L' or menuChoice is equal to 'l' then
                        perform listTitleCopies
                     else
                        if menuChoice is equal to 'X' or menuChoice is equal to 'x' then
                           move 1 to exitRequested
                        else
                           display "Unrecognized choice '" menuChoice "', please try again"
                        end-if
                     end-if
                  end-if
               end-if
            end-if
         end-if
      end-perform

      close holdingsFile
      if catalogAvailable is equal to 1
         close catalogFile
      end-if
      if catalogJournalAvailable is equal to 1
         close catalogJournalFile
      end-if
      display " "
      display "Holdings maintenance finished, exiting program".
      stop run.

   *> addRecord Subprogram/Paragraph - Adds one copy by hand (a gift, or a copy that arrived outside
   *> check-in), on the shelf as of today, rejecting a barcode that is already on file
   addRecord.
      display "Enter the item barcode: " with no advancing
      accept enteredBarcode
      display "Enter the ISBN (ISBN-10 or ISBN-13, hyphens allowed): " with no advancing
      accept enteredISBN
      display "Enter the location/branch code: " with no advancing
      accept enteredLocation
      display "Enter the PO number it arrived on (blank if none): " with no advancing
      accept enteredPONumber

      if enteredBarcode is equal to spaces or enteredISBN is equal to spaces then
         display "ERROR: a barcode and an ISBN are both required"
      else
         move enteredISBN to rawISBNForNormalize
         perform keyEnteredISBN
         if catalogAvailable is equal to 1
            move keyedISBN13 to catalogISBN
            read catalogFile
               invalid key
                  display "WARNING: ISBN " keyedISBN13 " is not in the catalog - the copy is added anyway"
            end-read
         end-if
         move enteredBarcode to holdBarcode
         move keyedISBN13 to holdISBN
         move enteredLocation to holdLocation
         move enteredPONumber to holdPONumber
         move currentDateYMD to holdDateReceived
         move 'S' to holdStatus
         move currentDateYMD to holdStatusDate
         write holdingsRecord
            invalid key
               display "ERROR: barcode " enteredBarcode " is already on file - use (C)hange instead"
            not invalid key
               display "Added copy " enteredBarcode " of " keyedISBN13 " on the shelf at " enteredLocation
         end-write
      end-if.

   *> changeRecord Subprogram/Paragraph - Reads a copy by barcode and re-accepts its status and
   *> location, keeping the old value for anything left blank. Taking a copy off the shelf (lost,
   *> withdrawn, or sent back) runs the last-copy check against its title; putting one back on the
   *> shelf runs the reinstate check
   changeRecord.
      display "Enter the item barcode to change: " with no advancing
      accept enteredBarcode
      move enteredBarcode to holdBarcode
      read holdingsFile
         invalid key
            display "ERROR: barcode " enteredBarcode " is not on file"
         not invalid key
            perform showItem
            move holdStatus to oldItemStatus
            move holdISBN to itemISBN
            display "Enter the new status - (S)helf, (L)ost, (W)ithdrawn, (R)eturned to vendor (blank to keep): " with no advancing
            accept enteredStatus
            move 1 to statusAccepted
            if enteredStatus is equal to 's' then
               move 'S' to enteredStatus
            end-if
            if enteredStatus is equal to 'l' then
               move 'L' to enteredStatus
            end-if
            if enteredStatus is equal to 'w' then
               move 'W' to enteredStatus
            end-if
            if enteredStatus is equal to 'r' then
               move 'R' to enteredStatus
            end-if
            if enteredStatus is not equal to space
               if enteredStatus is equal to 'S' or enteredStatus is equal to 'L'
               or enteredStatus is equal to 'W' or enteredStatus is equal to 'R'
                  if enteredStatus is not equal to holdStatus
                     move enteredStatus to holdStatus
                     move currentDateYMD to holdStatusDate
                  end-if
               else
                  move 0 to statusAccepted
                  display "WARNING: status '" enteredStatus "' is not S, L, W, or R - status kept"
               end-if
            end-if
            display "Enter the new location/branch code (blank to keep): " with no advancing
            accept enteredLocation
            if enteredLocation is not equal to spaces then
               move enteredLocation to holdLocation
            end-if
            rewrite holdingsRecord
               invalid key
                  display "ERROR: barcode " enteredBarcode " could not be rewritten (status " holdingsFileStatus ")"
               not invalid key
                  display "Changed " enteredBarcode ", status is now " holdStatus
                  if oldItemStatus is equal to 'S' and holdStatus is not equal to 'S'
                     perform checkLastActiveCopy
                  end-if
                  if oldItemStatus is not equal to 'S' and holdStatus is equal to 'S'
                     perform checkReinstateTitle
                  end-if
            end-rewrite
      end-read.

   *> deleteRecord Subprogram/Paragraph - Removes a copy outright after showing it and asking the
   *> operator to confirm - meant for a mis-keyed barcode; a real copy leaving the collection should
   *> be marked withdrawn via (C)hange so its history is kept. Deleting the last active copy runs
   *> the same last-copy check as a withdrawal
   deleteRecord.
      display "Enter the item barcode to delete: " with no advancing
      accept enteredBarcode
      move enteredBarcode to holdBarcode
      read holdingsFile
         invalid key
            display "ERROR: barcode " enteredBarcode " is not on file"
         not invalid key
            perform showItem
            move holdStatus to oldItemStatus
            move holdISBN to itemISBN
            display "Delete this record? (Y/N): " with no advancing
            accept confirmAnswer
            if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
               delete holdingsFile
                  invalid key
                     display "ERROR: barcode " enteredBarcode " could not be deleted (status " holdingsFileStatus ")"
                  not invalid key
                     display "Deleted " enteredBarcode " from the holdings file"
                     if oldItemStatus is equal to 'S'
                        perform checkLastActiveCopy
                     end-if
               end-delete
            else
               display "Delete cancelled, record kept"
            end-if
      end-read.

   *> inquireRecord Subprogram/Paragraph - Displays a single copy looked up by its barcode key
   inquireRecord.
      display "Enter the item barcode to inquire on: " with no advancing
      accept enteredBarcode
      move enteredBarcode to holdBarcode
      read holdingsFile
         invalid key
            display "Barcode " enteredBarcode " is not on file"
         not invalid key
            perform showItem
      end-read.

   *> listTitleCopies Subprogram/Paragraph - Lists every copy of one title through the alternate
   *> ISBN key, with the active and total counts
   listTitleCopies.
      display "Enter the ISBN to list copies of (ISBN-10 or ISBN-13, hyphens allowed): " with no advancing
      accept enteredISBN
      move enteredISBN to rawISBNForNormalize
      perform keyEnteredISBN
      if catalogAvailable is equal to 1
         move keyedISBN13 to catalogISBN
         read catalogFile
            invalid key
               display "ISBN " keyedISBN13 " is not in the catalog"
            not invalid key
               display keyedISBN13 "  " catalogTitle "  catalog status " catalogStatus
         end-read
      end-if
      move keyedISBN13 to countISBN
      move 1 to listCopies
      perform countTitleCopies
      move 0 to listCopies
      display "Active copies: " activeCopyCount "  total copies on file: " totalCopyCount.

   *> showItem Subprogram/Paragraph - Displays the copy in the record area
   showItem.
      move "(S)HELF" to statusWord
      if holdStatus is equal to 'L' then
         move "(L)OST" to statusWord
      end-if
      if holdStatus is equal to 'W' then
         move "(W)ITHDRAWN" to statusWord
      end-if
      if holdStatus is equal to 'R' then
         move "(R)ETURNED TO VENDOR" to statusWord
      end-if
      display "Barcode:    " holdBarcode
      display "ISBN:       " holdISBN
      display "Location:   " holdLocation
      display "PO number:  " holdPONumber
      display "Received:   " holdDateReceived
      display "Status:     " statusWord " since " holdStatusDate.

   *> countTitleCopies Subprogram/Paragraph - Walks every copy of countISBN through the alternate key,
   *> counting the active (on-shelf) and total copies, and listing each one when listCopies is set
   countTitleCopies.
      move 0 to activeCopyCount
      move 0 to totalCopyCount
      move 0 to copyScanDone
      move countISBN to holdISBN
      start holdingsFile key is equal to holdISBN
         invalid key
            move 1 to copyScanDone
      end-start
      perform until copyScanDone is equal to 1
         read holdingsFile next
            at end
               move 1 to copyScanDone
            not at end
               if holdISBN is not equal to countISBN
                  move 1 to copyScanDone
               else
                  add 1 to totalCopyCount
                  if holdStatus is equal to 'S'
                     add 1 to activeCopyCount
                  end-if
                  if listCopies is equal to 1
                     display "  " holdBarcode "  " holdLocation "  PO " holdPONumber
                        "  RECEIVED " holdDateReceived "  STATUS " holdStatus " SINCE " holdStatusDate
                  end-if
               end-if
         end-read
      end-perform.

   *> checkLastActiveCopy Subprogram/Paragraph - After a copy of itemISBN has left the shelf, counts
   *> what is still on the shelf; when nothing is, offers to withdraw the title on the catalog
   *> master so acquisitions sees a re-purchase as a new title again
   checkLastActiveCopy.
      move itemISBN to countISBN
      move 0 to listCopies
      perform countTitleCopies
      if activeCopyCount is equal to 0 and catalogAvailable is equal to 1
         move itemISBN to catalogISBN
         read catalogFile
            invalid key
               continue
            not invalid key
               if catalogStatus is not equal to 'W'
                  display "That was the last active copy of " itemISBN " " catalogTitle
                  display "Withdraw the title on the catalog master (status W)? (Y/N): " with no advancing
                  accept confirmAnswer
                  if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
                     move catalogRecord to journalBeforeImage
                     move 'W' to catalogStatus
                     rewrite catalogRecord
                        invalid key
                           display "ERROR: catalog record " itemISBN " could not be rewritten (status " catalogFileStatus ")"
                        not invalid key
                           display "Title " itemISBN " withdrawn on the catalog master"
                           move "CHG" to journalOperation
                           perform writeCatalogJournal
                     end-rewrite
                  else
                     display "Catalog record left active"
                  end-if
               end-if
         end-read
      end-if.

   *> checkReinstateTitle Subprogram/Paragraph - After a copy of itemISBN has come back onto the
   *> shelf, offers to reinstate the title on the catalog master if it is sitting withdrawn
   checkReinstateTitle.
      if catalogAvailable is equal to 1
         move itemISBN to catalogISBN
         read catalogFile
            invalid key
               continue
            not invalid key
               if catalogStatus is equal to 'W'
                  display "Title " itemISBN " " catalogTitle " is withdrawn on the catalog master"
                  display "Reinstate it as active (status A)? (Y/N): " with no advancing
                  accept confirmAnswer
                  if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
                     move catalogRecord to journalBeforeImage
                     move 'A' to catalogStatus
                     rewrite catalogRecord
                        invalid key
                           display "ERROR: catalog record " itemISBN " could not be rewritten (status " catalogFileStatus ")"
                        not invalid key
                           display "Title " itemISBN " reinstated on the catalog master"
                           move "CHG" to journalOperation
                           perform writeCatalogJournal
                     end-rewrite
                  else
                     display "Catalog record left withdrawn"
                  end-if
               end-if
         end-read
      end-if.

   *> keyEnteredISBN Subprogram/Paragraph - Normalizes the entered ISBN (hyphens/spaces stripped) and
   *> crosswalks a 10-character form to its ISBN-13 (978 prefix plus the original first 9 digits
   *> with a recomputed EAN-13 check digit), leaving the file's key form in keyedISBN13
   keyEnteredISBN.
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

      move 0 to actualISBNLength
      move 0 to lengthScanDone
      move 1 to lengthScanCounter
      perform until lengthScanCounter is greater than 13 or lengthScanDone is equal to 1
         if normalizedISBNResult(lengthScanCounter:1) is equal to space
            move 1 to lengthScanDone
         else
            add 1 to actualISBNLength
         end-if
         add 1 to lengthScanCounter
      end-perform

      move normalizedISBNResult to isbn13Candidate
      if actualISBNLength is equal to 10 and normalizedISBNResult(1:9) is numeric
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
      end-if
      move isbn13Candidate to keyedISBN13.

   *> openCatalogJournal Subprogram/Paragraph - Opens the catalog change journal for appending,
   *> creating it on the very first run, and picks up who is signed on from USER (or LOGNAME) for
   *> the journal entries. A journal that cannot be opened does not stop the catalog being updated,
   *> but every change made while it is unavailable goes unrecorded, so it is reported
   openCatalogJournal.
      open extend catalogJournalFile
      if catalogJournalFileStatus is not equal to 00 then
         open output catalogJournalFile
      end-if
      move 1 to catalogJournalAvailable
      if catalogJournalFileStatus is not equal to 00 then
         move 0 to catalogJournalAvailable
         display "WARNING: catalog journal " catalogJournalFileName " could not be opened - title status changes will not be journalled"
      end-if
      move spaces to journalUser
      accept journalUser from environment "USER"
      if journalUser is equal to spaces then
         accept journalUser from environment "LOGNAME"
      end-if
      if journalUser is equal to spaces then
         move "UNKNOWN" to journalUser
      end-if.

   *> writeCatalogJournal Subprogram/Paragraph - Appends one journal entry for journalOperation, with
   *> journalBeforeImage as the record was and catalogRecord as it now is (no after image on a delete)
   writeCatalogJournal.
      if catalogJournalAvailable is equal to 1
         move spaces to catalogJournalRecord
         accept cjDate from date yyyymmdd
         accept cjTime from time
         move "holdingsMaint" to cjProgram
         move journalRunName to cjRunName
         move journalUser to cjUser
         move journalOperation to cjOperation
         move journalBeforeImage to cjBeforeImage
         if journalOperation is not equal to "DEL"
            move catalogRecord to cjAfterImage
         end-if
         write catalogJournalRecord
      end-if.
