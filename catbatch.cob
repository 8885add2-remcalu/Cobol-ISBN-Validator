*> NOTES:                  Unattended batch update of the indexed catalog master from a sequential
*>                         transaction file, for the monthly bulk corrections that would otherwise
*>                         be re-keyed one record at a time through catalogMaint. Each transaction
*>                         is validated the way isbnValidator validates an order line before it is
*>                         allowed near the catalog - length, characters, ISBN-10/EAN-13 checksum,
*>                         publisher prefix inside an assigned range, vendor ID known and active on
*>                         the vendor master, status A or W - so bad keys are turned away here
*>                         instead of surfacing later as cataloghk SUSPECT RECORDs. Good
*>                         transactions are applied in file order, rejected ones go to an error
*>                         file with a reason code, and the run ends with a control-total report
*>                         and a condition code the schedule can branch on. A file whose trailer
*>                         count does not balance is refused whole, before anything is applied.
*>                         Every change applied is appended to the catalog change journal

identification division.
program-id. catalogBatch.

environment division.
   input-output section.

   *> Determining how the transaction file, catalog master, vendor master, range file, and the
   *> outputs will be treated - catalog, vendor, and range layouts are the same as isbnValidator,
   *> catalogMaint, and vendorMaint
   file-control.
   select transactionFile assign to dynamic transactionFileName
      file status is transactionFileStatus
      organization is line sequential.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is dynamic
      record key is catalogISBN.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is dynamic
      record key is vmVendorID.
   select rangeFile assign to dynamic rangeFileName
      file status is rangeFileStatus
      organization is line sequential.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.
   select errorFile assign to dynamic errorFileName
      file status is errorFileStatus
      organization is line sequential.
   select controlReportFile assign to dynamic controlReportFileName
      file status is controlReportFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> One transaction per line: transaction code (1) - A add, C change, W withdraw, R reinstate,
   *> D delete; ISBN-10 or ISBN-13, hyphens allowed (3-22); title (24-83); vendor ID (85-90);
   *> status A or W (92). A change leaves any blank field as it is on file; withdraw, reinstate, and
   *> delete need only the ISBN. Optional HDR and TRL control records bracket the file, the trailer
   *> carrying the detail count the run balances against
   fd transactionFile.
   01 transactionRecord pic x(100).

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

   *> One publisher range per line: EAN prefix (1-3), registration group digits (5-9), group length
   *> (11), publisher-element length (13), publisher range low (15-21), publisher range high (23-29).
   *> Lines starting with '*' are comments
   fd rangeFile.
   01 rangeRecord pic x(40).

   *> One fixed-layout record per rejected transaction: the reason code, its line number in the
   *> transaction file, the ISBN-13 it normalized to (when it got that far), and the transaction
   *> exactly as submitted so the corrected line can go straight back into the next run. Reason
   *> codes are TXN (unknown transaction code), LEN, CHR, CHK, and RNG (as isbnValidator), DUP (add
   *> of an ISBN already in the catalog), NOF (not in the catalog), TTL (add with no title), VEN
   *> (vendor ID blank or not on the vendor master), VIN (vendor inactive), STA (status not A or W)
   fd errorFile.
   01 errorRecord.
      05 errReasonCode pic x(3).
      05 filler pic x(2).
      05 errLineNumber pic 9(7).
      05 filler pic x(2).
      05 errNormalizedISBN pic x(13).
      05 filler pic x(2).
      05 errTransaction pic x(92).

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

   fd controlReportFile.
   01 controlReportRecord pic x(132).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 transactionFileName pic x(50).
   01 transactionFileStatus pic x(2).
   01 transactionEOF pic 9.
   01 catalogFileName pic x(60) value "CATALOG-MASTER.DAT".
   01 catalogFileStatus pic x(2).
   01 catalogOpened pic 9.
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 vendorMasterAvailable pic 9.
   01 errorFileName pic x(80).
   01 errorFileStatus pic x(2).
   01 errorFileAvailable pic 9.
   01 controlReportFileName pic x(80).
   01 controlReportFileStatus pic x(2).
   01 controlReportAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the catalog change journal
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalAvailable pic 9.
   01 journalRunName pic x(50).
   01 journalUser pic x(12).
   01 journalOperation pic x(3).
   01 journalBeforeImage pic x(102).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = every transaction applied, 4 = warnings (a check skipped because its master or range file
   *> was unavailable, an output not created), 8 = transactions rejected, 12 = trailer out of balance
   *> and nothing applied, 16 = hard failure
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the control records and the balancing pre-pass
   01 headerCount pic 9(5).
   01 trailerSeen pic 9.
   01 trailerExpected pic 9(7).
   01 trailerDigitSeen pic 9.
   01 trailerScanDone pic 9.
   01 trailerScanPos pic 99.
   01 detailCount pic 9(7).
   01 lineNumber pic 9(7).

   *> Variables that deal with the transaction being worked
   01 txnCode pic x(1).
   01 txnRawISBN pic x(20).
   01 txnTitle pic x(60).
   01 txnVendor pic x(6).
   01 txnStatus pic x(1).
   01 txnReason pic x(3).
   01 txnISBN13 pic x(13).

   *> Variables that deal with validating the transaction's ISBN - the same length, character, and
   *> checksum rules isbnValidator's isValid/checkSUM apply, then the ISBN-10 to ISBN-13 conversion
   *> its convertToISBN13 uses so the catalog only ever carries the one key format
   01 normalizedISBN pic x(13).
   01 normalizedLength pic 99.
   01 normalizeCounterJ pic 99.
   01 counterJ pic 99.
   01 curChar pic x(1).
   01 curCharToInt pic 99.
   01 foundValidCharISBN pic 9.
   01 totalChecksum pic 9(4).
   01 totalChecksumDivision pic 9(4).
   01 totalChecksumModulo pic 99.
   01 totalChecksumSubtracted pic 99.
   01 curMultiplyFactor pic 99.
   01 isbn13Candidate pic x(13).
   01 isbn13CheckDigit pic 9.

   *> Variables that deal with the publisher range file - the same table isbnValidator and
   *> catalogReport load, used here to refuse a key whose publisher prefix is in no assigned range
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
   01 lastRangeIndex pic 9(4).
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

   *> Control totals - transactions read and applied by type, and rejections by reason
   01 addsRead pic 9(7).
   01 changesRead pic 9(7).
   01 withdrawsRead pic 9(7).
   01 reinstatesRead pic 9(7).
   01 deletesRead pic 9(7).
   01 unknownRead pic 9(7).
   01 addsApplied pic 9(7).
   01 changesApplied pic 9(7).
   01 withdrawsApplied pic 9(7).
   01 reinstatesApplied pic 9(7).
   01 deletesApplied pic 9(7).
   01 totalApplied pic 9(7).
   01 totalRejected pic 9(7).
   01 rejTxnCount pic 9(7).
   01 rejLenCount pic 9(7).
   01 rejChrCount pic 9(7).
   01 rejChkCount pic 9(7).
   01 rejRngCount pic 9(7).
   01 rejDupCount pic 9(7).
   01 rejNofCount pic 9(7).
   01 rejTtlCount pic 9(7).
   01 rejVenCount pic 9(7).
   01 rejVinCount pic 9(7).
   01 rejStaCount pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Catalog master batch update                   |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the per-transaction helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      perform determineTransactionFile
      perform openControlReport
      perform resetControlTotals
      perform checkTransactionBalance
      if runReturnCode is less than 12
         perform loadPublisherRanges
         perform openBatchFiles
         perform applyTransactions
         perform closeBatchFiles
      end-if
      perform writeControlTotals
      if controlReportAvailable is equal to 1
         close controlReportFile
      end-if

      display " "
      display "Catalog batch update finished, exiting program"
      display "Control totals have been written to: " with no advancing
      display controlReportFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineTransactionFile Subprogram/Paragraph - Takes the transaction file name off the command
   *> line, then the CATBATCH_FILE environment variable, prompting only when neither is set, and
   *> names the error file and control report off it
   determineTransactionFile.
      move spaces to transactionFileName
      accept transactionFileName from command-line
      if transactionFileName is equal to spaces then
         accept transactionFileName from environment "CATBATCH_FILE"
      end-if
      if transactionFileName is equal to spaces then
         display "Enter the catalog transaction file name: " with no advancing
         accept transactionFileName
      end-if
      if transactionFileName is equal to spaces then
         display "ERROR: no transaction file named, nothing to do"
         move 16 to return-code
         stop run
      end-if

      move spaces to errorFileName
      string transactionFileName delimited by space "-ERRORS.TXT" delimited by size into errorFileName
      move spaces to controlReportFileName
      string transactionFileName delimited by space "-CONTROL.TXT" delimited by size into controlReportFileName.

   *> openControlReport Subprogram/Paragraph - Creates the control-total report and writes its heading
   openControlReport.
      open output controlReportFile
      move 1 to controlReportAvailable
      if controlReportFileStatus is not equal to 00 then
         move 0 to controlReportAvailable
         display "WARNING: control report " controlReportFileName " could not be created - totals will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if
      move spaces to displayMessageBuffer
      string "CATALOG BATCH UPDATE " currentDateYMD "  -  TRANSACTIONS FROM " delimited by size
         transactionFileName delimited by space
         " AGAINST " delimited by size
         catalogFileName delimited by space
         into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      perform emitControlLine.

   *> checkTransactionBalance Subprogram/Paragraph - A first pass over the transaction file counting
   *> its detail records against the trailer, so a file cut short in transfer is refused before a
   *> single transaction reaches the catalog rather than half-applied
   checkTransactionBalance.
      open input transactionFile
      if transactionFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "ERROR: transaction file " delimited by size
            transactionFileName delimited by space
            " could not be opened (status " transactionFileStatus ") - nothing applied" delimited by size
            into displayMessageBuffer
         perform emitControlLine
         move 16 to severityValue
         perform noteSeverity
      else
         move 0 to headerCount
         move 0 to trailerSeen
         move 0 to trailerExpected
         move 0 to detailCount
         move 0 to transactionEOF
         perform until transactionEOF is equal to 1
            read transactionFile
               at end
                  move 1 to transactionEOF
               not at end
                  if transactionRecord(1:3) is equal to "HDR"
                     add 1 to headerCount
                  else
                     if transactionRecord(1:3) is equal to "TRL"
                        move 1 to trailerSeen
                        perform parseTrailerCount
                     else
                        if transactionRecord is not equal to spaces
                           add 1 to detailCount
                        end-if
                     end-if
                  end-if
            end-read
         end-perform
         close transactionFile

         if trailerSeen is equal to 1
            if trailerExpected is not equal to detailCount
               move spaces to displayMessageBuffer
               string "*** OUT OF BALANCE: TRAILER SAYS " trailerExpected ", DETAIL RECORDS READ "
                  detailCount " - NO TRANSACTIONS APPLIED ***" delimited by size
                  into displayMessageBuffer
               perform emitControlLine
               move 12 to severityValue
               perform noteSeverity
            else
               move spaces to displayMessageBuffer
               string "CONTROL TOTALS BALANCED: TRAILER COUNT " trailerExpected " MATCHES DETAIL RECORDS" delimited by size
                  into displayMessageBuffer
               perform emitControlLine
            end-if
         else
            move spaces to displayMessageBuffer
            string "NO TRAILER RECORD - " detailCount " DETAIL RECORDS READ, NOT BALANCED" delimited by size
               into displayMessageBuffer
            perform emitControlLine
         end-if
      end-if.

   *> parseTrailerCount Subprogram/Paragraph - Pulls the expected detail count out of the trailer
   *> record: the first run of digits after column 3, skipping any leading spaces, the same as
   *> isbnValidator reads its trailers
   parseTrailerCount.
      move 0 to trailerExpected
      move 0 to trailerDigitSeen
      move 0 to trailerScanDone
      move 4 to trailerScanPos
      perform until trailerScanPos is greater than 12 or trailerScanDone is equal to 1
         move transactionRecord(trailerScanPos:1) to curChar
         if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
            multiply 10 by trailerExpected
            move curChar to curCharToInt
            add curCharToInt to trailerExpected
            move 1 to trailerDigitSeen
         else
            if curChar is not equal to space or trailerDigitSeen is equal to 1
               move 1 to trailerScanDone
            end-if
         end-if
         add 1 to trailerScanPos
      end-perform.

   *> loadPublisherRanges Subprogram/Paragraph - Reads the publisher range data file into the range
   *> table, with the same line checks isbnValidator applies. Without usable ranges the range check
   *> cannot be made, so it is skipped with a warning rather than rejecting every add
   loadPublisherRanges.
      move 0 to rangeAvailable
      move 0 to rangeCount
      move 0 to lastRangeIndex
      open input rangeFile
      if rangeFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "WARNING: publisher range file " delimited by size
            rangeFileName delimited by space
            " could not be opened - publisher prefixes were not range-checked" delimited by size
            into displayMessageBuffer
         perform emitControlLine
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
                     move rangeRecord(11:1) to curCharToInt
                     move curCharToInt to lenSumWork
                     move rangeRecord(13:1) to curCharToInt
                     add curCharToInt to lenSumWork
                     if lenSumWork is not greater than 8
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
            move "WARNING: publisher range file held no usable ranges - publisher prefixes were not range-checked" to displayMessageBuffer
            perform emitControlLine
            move 4 to severityValue
            perform noteSeverity
         end-if
      end-if.

   *> openBatchFiles Subprogram/Paragraph - Opens the catalog for update (creating it if this is the
   *> very first run, as catalogMaint does), the vendor master for the vendor checks, the
   *> transaction file for the applying pass, and the error file
   openBatchFiles.
      move 0 to catalogOpened
      open i-o catalogFile
      if catalogFileStatus is equal to 00 then
         move 1 to catalogOpened
      else
         if catalogFileStatus is equal to 35 then
            open output catalogFile
            if catalogFileStatus is equal to 00 then
               close catalogFile
               open i-o catalogFile
               if catalogFileStatus is equal to 00 then
                  move 1 to catalogOpened
               end-if
            end-if
         end-if
      end-if
      if catalogOpened is equal to 0 then
         move spaces to displayMessageBuffer
         string "ERROR: catalog master " delimited by size
            catalogFileName delimited by space
            " could not be opened for update (status " catalogFileStatus ") - nothing applied" delimited by size
            into displayMessageBuffer
         perform emitControlLine
         move 16 to severityValue
         perform noteSeverity
         perform writeControlTotals
         move runReturnCode to return-code
         stop run
      end-if

      perform openCatalogJournal
      move transactionFileName to journalRunName

      move 1 to vendorMasterAvailable
      open input vendorMasterFile
      if vendorMasterFileStatus is not equal to 00 then
         move 0 to vendorMasterAvailable
         move spaces to displayMessageBuffer
         string "WARNING: vendor master file " delimited by size
            vendorMasterFileName delimited by space
            " could not be opened - vendor IDs were not validated" delimited by size
            into displayMessageBuffer
         perform emitControlLine
         move 4 to severityValue
         perform noteSeverity
      end-if

      open output errorFile
      move 1 to errorFileAvailable
      if errorFileStatus is not equal to 00 then
         move 0 to errorFileAvailable
         display "WARNING: error file " errorFileName " could not be created - rejected transactions will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if

      open input transactionFile.

   *> resetControlTotals Subprogram/Paragraph - Zeroes every control total, so a run stopped before
   *> anything is applied still reports zeroes rather than whatever storage held
   resetControlTotals.
      move 0 to addsRead
      move 0 to changesRead
      move 0 to withdrawsRead
      move 0 to reinstatesRead
      move 0 to deletesRead
      move 0 to unknownRead
      move 0 to addsApplied
      move 0 to changesApplied
      move 0 to withdrawsApplied
      move 0 to reinstatesApplied
      move 0 to deletesApplied
      move 0 to totalApplied
      move 0 to totalRejected
      move 0 to rejTxnCount
      move 0 to rejLenCount
      move 0 to rejChrCount
      move 0 to rejChkCount
      move 0 to rejRngCount
      move 0 to rejDupCount
      move 0 to rejNofCount
      move 0 to rejTtlCount
      move 0 to rejVenCount
      move 0 to rejVinCount
      move 0 to rejStaCount.

   *> applyTransactions Subprogram/Paragraph - The applying pass: every detail transaction, in file
   *> order, is validated and then either applied to the catalog or written to the error file
   applyTransactions.
      perform resetControlTotals
      move 0 to lineNumber
      move 0 to transactionEOF
      perform until transactionEOF is equal to 1
         read transactionFile
            at end
               move 1 to transactionEOF
            not at end
               add 1 to lineNumber
               if transactionRecord(1:3) is not equal to "HDR"
               and transactionRecord(1:3) is not equal to "TRL"
               and transactionRecord is not equal to spaces
                  perform processOneTransaction
               end-if
         end-read
      end-perform.

   *> processOneTransaction Subprogram/Paragraph - Peels the fields off the transaction, validates it,
   *> and dispatches it to the paragraph that applies that transaction code
   processOneTransaction.
      move transactionRecord(1:1) to txnCode
      move transactionRecord(3:20) to txnRawISBN
      move transactionRecord(24:60) to txnTitle
      move transactionRecord(85:6) to txnVendor
      move transactionRecord(92:1) to txnStatus
      move spaces to txnReason
      move spaces to txnISBN13

      *> Folding the lower-case spellings up so a file keyed either way is read the same
      if txnCode is equal to 'a'
         move 'A' to txnCode
      end-if
      if txnCode is equal to 'c'
         move 'C' to txnCode
      end-if
      if txnCode is equal to 'w'
         move 'W' to txnCode
      end-if
      if txnCode is equal to 'r'
         move 'R' to txnCode
      end-if
      if txnCode is equal to 'd'
         move 'D' to txnCode
      end-if
      if txnStatus is equal to 'a'
         move 'A' to txnStatus
      end-if
      if txnStatus is equal to 'w'
         move 'W' to txnStatus
      end-if

      if txnCode is equal to 'A'
         add 1 to addsRead
         perform validateISBN
         perform checkPublisherRange
         perform checkTitlePresent
         perform checkVendor
         perform checkStatusValue
         if txnReason is equal to spaces
            perform applyAdd
         end-if
      else
         if txnCode is equal to 'C'
            add 1 to changesRead
            perform validateISBN
            perform checkPublisherRange
            if txnVendor is not equal to spaces
               perform checkVendor
            end-if
            if txnStatus is not equal to space
               perform checkStatusValue
            end-if
            if txnReason is equal to spaces
               perform applyChange
            end-if
         else
            if txnCode is equal to 'W'
               add 1 to withdrawsRead
               perform validateISBN
               if txnReason is equal to spaces
                  perform applyWithdraw
               end-if
            else
               if txnCode is equal to 'R'
                  add 1 to reinstatesRead
                  perform validateISBN
                  if txnReason is equal to spaces
                     perform applyReinstate
                  end-if
               else
                  if txnCode is equal to 'D'
                     add 1 to deletesRead
                     perform applyDelete
                  else
                     add 1 to unknownRead
                     move "TXN" to txnReason
                  end-if
               end-if
            end-if
         end-if
      end-if

      if txnReason is not equal to spaces
         perform rejectTransaction
      end-if.

   *> validateISBN Subprogram/Paragraph - Length, character, and checksum checks on the transaction's
   *> ISBN, hyphens and spaces stripped first the way isbnValidator strips vendor punctuation; a good
   *> ISBN-10 is converted to its ISBN-13 so the catalog key is always the 13-digit form
   validateISBN.
      move spaces to normalizedISBN
      move 0 to normalizedLength
      move 1 to normalizeCounterJ
      perform until normalizeCounterJ is greater than 20
         move txnRawISBN(normalizeCounterJ:1) to curChar
         if curChar is not equal to '-' and curChar is not equal to space
            if normalizedLength is less than 13
               add 1 to normalizedLength
               move curChar to normalizedISBN(normalizedLength:1)
            else
               *> Anything past thirteen characters is too long to be an ISBN at all
               move 14 to normalizedLength
            end-if
         end-if
         add 1 to normalizeCounterJ
      end-perform

      if normalizedLength is not equal to 10 and normalizedLength is not equal to 13
         if txnReason is equal to spaces
            move "LEN" to txnReason
         end-if
      else
         move 1 to counterJ
         perform until counterJ is greater than normalizedLength or txnReason is not equal to spaces
            move normalizedISBN(counterJ:1) to curChar
            move 0 to foundValidCharISBN
            if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
               move 1 to foundValidCharISBN
            end-if
            if normalizedLength is equal to 10 and counterJ is equal to 10
            and (curChar is equal to 'x' or curChar is equal to 'X')
               move 1 to foundValidCharISBN
            end-if
            if foundValidCharISBN is equal to 0
               move "CHR" to txnReason
            end-if
            add 1 to counterJ
         end-perform
         if txnReason is equal to spaces
            if normalizedLength is equal to 13
               perform checkSum13
            else
               perform checkSum10
            end-if
         end-if
      end-if.

   *> checkSum13 Subprogram/Paragraph - EAN-13 mod-10 checksum, weights alternating 1 and 3 across
   *> all 13 digits - the weighted sum must be an exact multiple of 10
   checkSum13.
      move 0 to totalChecksum
      move 1 to counterJ
      perform until counterJ is equal to 14
         move normalizedISBN(counterJ:1) to curChar
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
      if totalChecksumModulo is equal to 0 then
         move normalizedISBN to txnISBN13
      else
         move "CHK" to txnReason
      end-if.

   *> checkSum10 Subprogram/Paragraph - ISBN-10 mod-11 checksum over the first nine digits, X
   *> standing for 10 in the check position; a good ISBN-10 is then carried over to its ISBN-13
   checkSum10.
      move 0 to totalChecksum
      move 1 to counterJ
      perform until counterJ is equal to 10
         move normalizedISBN(counterJ:1) to curChar
         move curChar to curCharToInt
         move 11 to curMultiplyFactor
         subtract counterJ from curMultiplyFactor
         multiply curMultiplyFactor by curCharToInt
         add curCharToInt to totalChecksum
         add 1 to counterJ
      end-perform
      move normalizedISBN(10:1) to curChar
      if curChar is equal to 'x' or curChar is equal to 'X' then
         move 10 to curCharToInt
      else
         move curChar to curCharToInt
      end-if
      divide totalChecksum by 11 giving totalChecksumDivision remainder totalChecksumModulo
      subtract totalChecksumModulo from 11 giving totalChecksumSubtracted
      if totalChecksumSubtracted is equal to 11 then
         move 0 to totalChecksumSubtracted
      end-if
      if curCharToInt is not equal to totalChecksumSubtracted then
         move "CHK" to txnReason
      else
         move spaces to isbn13Candidate
         string "978" normalizedISBN(1:9) delimited by size into isbn13Candidate
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
         move isbn13Candidate to txnISBN13
      end-if.

   *> checkPublisherRange Subprogram/Paragraph - A checksum-valid key whose publisher prefix falls
   *> in no assigned range is refused, since it can only be a keying slip or a vendor's made-up
   *> number; skipped when no ranges could be loaded
   checkPublisherRange.
      if txnReason is equal to spaces and rangeAvailable is equal to 1
         move txnISBN13 to hyphenSource
         perform hyphenateISBN13
         if hyphenFound is equal to 0
            move "RNG" to txnReason
         end-if
      end-if.

   *> checkTitlePresent Subprogram/Paragraph - An add has to bring its title with it
   checkTitlePresent.
      if txnReason is equal to spaces and txnTitle is equal to spaces
         move "TTL" to txnReason
      end-if.

   *> checkVendor Subprogram/Paragraph - The vendor ID has to be on the vendor master and not marked
   *> inactive; skipped when the vendor master could not be opened
   checkVendor.
      if txnReason is equal to spaces
         if txnVendor is equal to spaces
            move "VEN" to txnReason
         else
            if vendorMasterAvailable is equal to 1
               move txnVendor to vmVendorID
               read vendorMasterFile
                  invalid key
                     move "VEN" to txnReason
                  not invalid key
                     if vmVendorStatus is equal to 'I'
                        move "VIN" to txnReason
                     end-if
               end-read
            end-if
         end-if
      end-if.

   *> checkStatusValue Subprogram/Paragraph - A status, where one is given, must be A or W; an add
   *> with none comes in active
   checkStatusValue.
      if txnReason is equal to spaces
         if txnCode is equal to 'A' and txnStatus is equal to space
            move 'A' to txnStatus
         end-if
         if txnStatus is not equal to 'A' and txnStatus is not equal to 'W'
            move "STA" to txnReason
         end-if
      end-if.

   *> applyAdd Subprogram/Paragraph - Writes the new catalog record, dated today
   applyAdd.
      move txnISBN13 to catalogISBN
      move txnTitle to catalogTitle
      move txnVendor to catalogVendor
      move currentDateYMD to catalogDateAdded
      move txnStatus to catalogStatus
      write catalogRecord
         invalid key
            move "DUP" to txnReason
         not invalid key
            add 1 to addsApplied
            add 1 to totalApplied
            move "ADD" to journalOperation
            move spaces to journalBeforeImage
            perform writeCatalogJournal
      end-write.

   *> applyChange Subprogram/Paragraph - Replaces whichever of title, vendor, and status the
   *> transaction carries, keeping the rest as they are on file
   applyChange.
      move txnISBN13 to catalogISBN
      read catalogFile
         invalid key
            move "NOF" to txnReason
         not invalid key
            move catalogRecord to journalBeforeImage
            if txnTitle is not equal to spaces
               move txnTitle to catalogTitle
            end-if
            if txnVendor is not equal to spaces
               move txnVendor to catalogVendor
            end-if
            if txnStatus is not equal to space
               move txnStatus to catalogStatus
            end-if
            perform rewriteCatalogRecord
            if txnReason is equal to spaces
               add 1 to changesApplied
               add 1 to totalApplied
            end-if
      end-read.

   *> applyWithdraw Subprogram/Paragraph - Sets the title's status to W, keeping its history on file
   applyWithdraw.
      move txnISBN13 to catalogISBN
      read catalogFile
         invalid key
            move "NOF" to txnReason
         not invalid key
            move catalogRecord to journalBeforeImage
            move 'W' to catalogStatus
            perform rewriteCatalogRecord
            if txnReason is equal to spaces
               add 1 to withdrawsApplied
               add 1 to totalApplied
            end-if
      end-read.

   *> applyReinstate Subprogram/Paragraph - Sets a withdrawn title's status back to A
   applyReinstate.
      move txnISBN13 to catalogISBN
      read catalogFile
         invalid key
            move "NOF" to txnReason
         not invalid key
            move catalogRecord to journalBeforeImage
            move 'A' to catalogStatus
            perform rewriteCatalogRecord
            if txnReason is equal to spaces
               add 1 to reinstatesApplied
               add 1 to totalApplied
            end-if
      end-read.

   *> applyDelete Subprogram/Paragraph - Removes a record outright. A key that is on file exactly as
   *> given is deleted even when it fails the ISBN checks - that is how the suspect keys keyed in
   *> before these checks existed get cleared out. Otherwise the ISBN is validated and converted like
   *> any other transaction's before it is looked up
   applyDelete.
      move spaces to normalizedISBN
      move 0 to normalizedLength
      move 1 to normalizeCounterJ
      perform until normalizeCounterJ is greater than 20
         move txnRawISBN(normalizeCounterJ:1) to curChar
         if curChar is not equal to '-' and curChar is not equal to space
         and normalizedLength is less than 13
            add 1 to normalizedLength
            move curChar to normalizedISBN(normalizedLength:1)
         end-if
         add 1 to normalizeCounterJ
      end-perform
      move normalizedISBN to catalogISBN
      read catalogFile
         invalid key
            perform validateISBN
            if txnReason is equal to spaces
               move txnISBN13 to catalogISBN
               read catalogFile
                  invalid key
                     move "NOF" to txnReason
               end-read
            end-if
         not invalid key
            move catalogISBN to txnISBN13
      end-read
      if txnReason is equal to spaces
         move catalogRecord to journalBeforeImage
         delete catalogFile
            invalid key
               move "NOF" to txnReason
            not invalid key
               add 1 to deletesApplied
               add 1 to totalApplied
               move "DEL" to journalOperation
               perform writeCatalogJournal
         end-delete
      end-if.

   *> rewriteCatalogRecord Subprogram/Paragraph - Rewrites the record just read and journals the
   *> change; a refused rewrite is a hard error on the catalog itself, not a problem with the
   *> transaction, so it is reported against the run as well as the transaction
   rewriteCatalogRecord.
      rewrite catalogRecord
         invalid key
            move "NOF" to txnReason
            move spaces to displayMessageBuffer
            string "ERROR: ISBN " catalogISBN " could not be rewritten (status " catalogFileStatus ")" delimited by size
               into displayMessageBuffer
            perform emitControlLine
            move 16 to severityValue
            perform noteSeverity
         not invalid key
            move "CHG" to journalOperation
            perform writeCatalogJournal
      end-rewrite.

   *> rejectTransaction Subprogram/Paragraph - Writes the rejected transaction to the error file
   *> under its reason code and counts it
   rejectTransaction.
      add 1 to totalRejected
      if txnReason is equal to "TXN"
         add 1 to rejTxnCount
      end-if
      if txnReason is equal to "LEN"
         add 1 to rejLenCount
      end-if
      if txnReason is equal to "CHR"
         add 1 to rejChrCount
      end-if
      if txnReason is equal to "CHK"
         add 1 to rejChkCount
      end-if
      if txnReason is equal to "RNG"
         add 1 to rejRngCount
      end-if
      if txnReason is equal to "DUP"
         add 1 to rejDupCount
      end-if
      if txnReason is equal to "NOF"
         add 1 to rejNofCount
      end-if
      if txnReason is equal to "TTL"
         add 1 to rejTtlCount
      end-if
      if txnReason is equal to "VEN"
         add 1 to rejVenCount
      end-if
      if txnReason is equal to "VIN"
         add 1 to rejVinCount
      end-if
      if txnReason is equal to "STA"
         add 1 to rejStaCount
      end-if
      move 8 to severityValue
      perform noteSeverity

      display "REJECTED " txnReason " LINE " lineNumber ": " transactionRecord(1:92)
      if errorFileAvailable is equal to 1
         move spaces to errorRecord
         move txnReason to errReasonCode
         move lineNumber to errLineNumber
         move txnISBN13 to errNormalizedISBN
         move transactionRecord(1:92) to errTransaction
         write errorRecord
      end-if.

   *> hyphenateISBN13 Subprogram/Paragraph - Finds the range that covers hyphenSource, the same
   *> search isbnValidator uses; hyphenFound comes back 0 when no loaded range covers the ISBN
   hyphenateISBN13.
      move 0 to hyphenFound
      move spaces to hyphenWork
      if rangeAvailable is equal to 1
         if lastRangeIndex is greater than 0
            move lastRangeIndex to rangeIndex
            perform tryRangeMatch
         end-if
         if hyphenFound is equal to 0
            move 1 to rangeIndex
            perform until rangeIndex is greater than rangeCount or hyphenFound is equal to 1
               perform tryRangeMatch
               if hyphenFound is equal to 0
                  add 1 to rangeIndex
               end-if
            end-perform
         end-if
         if hyphenFound is equal to 1
            move rangeIndex to lastRangeIndex
         end-if
      end-if.

   *> tryRangeMatch Subprogram/Paragraph - Tests the single range at rangeIndex against
   *> hyphenSource and, on a hit, sets hyphenFound and builds the canonically hyphenated form
   tryRangeMatch.
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
      end-if.

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
         move spaces to displayMessageBuffer
         string "WARNING: catalog journal " delimited by size
            catalogJournalFileName delimited by space
            " could not be opened - changes applied will not be journalled" delimited by size
            into displayMessageBuffer
         perform emitControlLine
         move 4 to severityValue
         perform noteSeverity
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
         move "catalogBatch" to cjProgram
         move journalRunName to cjRunName
         move journalUser to cjUser
         move journalOperation to cjOperation
         move journalBeforeImage to cjBeforeImage
         if journalOperation is not equal to "DEL"
            move catalogRecord to cjAfterImage
         end-if
         write catalogJournalRecord
      end-if.

   *> closeBatchFiles Subprogram/Paragraph - Closes everything the applying pass opened
   closeBatchFiles.
      close transactionFile
      close catalogFile
      if catalogJournalAvailable is equal to 1
         close catalogJournalFile
      end-if
      if vendorMasterAvailable is equal to 1
         close vendorMasterFile
      end-if
      if errorFileAvailable is equal to 1
         close errorFile
         display "Error file written with " totalRejected " records: " with no advancing
         display errorFileName
      end-if.

   *> writeControlTotals Subprogram/Paragraph - The control-total section: transactions read and
   *> applied by type, rejections by reason, and the condition code the run ends with
   writeControlTotals.
      move spaces to displayMessageBuffer
      perform emitControlLine
      move "TRANSACTION         READ   APPLIED" to displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "ADD            " addsRead "   " addsApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "CHANGE         " changesRead "   " changesApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "WITHDRAW       " withdrawsRead "   " withdrawsApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "REINSTATE      " reinstatesRead "   " reinstatesApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "DELETE         " deletesRead "   " deletesApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "UNKNOWN CODE   " unknownRead "   0000000" delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "TOTAL          " detailCount "   " totalApplied delimited by size into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "REJECTED: " totalRejected
         "  TXN " rejTxnCount "  LEN " rejLenCount "  CHR " rejChrCount
         "  CHK " rejChkCount "  RNG " rejRngCount "  DUP " rejDupCount delimited by size
         into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "          " "         "
         "  NOF " rejNofCount "  TTL " rejTtlCount "  VEN " rejVenCount
         "  VIN " rejVinCount "  STA " rejStaCount delimited by size
         into displayMessageBuffer
      perform emitControlLine
      move spaces to displayMessageBuffer
      string "CONDITION CODE " runReturnCode delimited by size into displayMessageBuffer
      perform emitControlLine.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitControlLine Subprogram/Paragraph - Sends the current line to the screen and, when it could
   *> be created, the control report
   emitControlLine.
      display displayMessageBuffer
      if controlReportAvailable is equal to 1
         move spaces to controlReportRecord
         move displayMessageBuffer to controlReportRecord
         write controlReportRecord
      end-if.
