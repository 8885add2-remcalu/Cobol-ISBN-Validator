*> NOTES:                  Overdue-order claims cycle over the on-order file that isbnValidator posts
*>                         and checkIn works down. Every open line still short of its ordered
*>                         quantity once the operator-set claim interval has passed since it was
*>                         ordered (or since it was last claimed, or last had a partial shipment
*>                         checked in against it) is claimed from its vendor: the
*>                         line's claim count and last claim date are updated on the on-order file
*>                         and it goes onto that vendor's claim notice file, one file per vendor
*>                         with a dated header and a counted trailer. A line that has already been
*>                         claimed the operator-set maximum number of times without an answer is
*>                         cancelled instead - it drops out of the aging report, checkIn no longer
*>                         receives against it, what it still had encumbered is released back to
*>                         its fund, and it goes onto a cancellation listing so purchasing can
*>                         reorder from another supplier

identification division.
program-id. claimsRun.

environment division.
   input-output section.

   *> Determining how the on-order, fund, and vendor master files and the outputs will be treated -
   *> layouts and keys are the same as isbnValidator, checkIn, fundMaint, and vendorMaint
   file-control.
   select onOrderFile assign to dynamic onOrderFileName
      file status is onOrderFileStatus
      organization is indexed
      access mode is dynamic
      record key is onOrderKey.
   select fundFile assign to dynamic fundFileName
      file status is fundFileStatus
      organization is indexed
      access mode is dynamic
      record key is fundCode.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is dynamic
      record key is vmVendorID.
   select claimNoticeFile assign to dynamic claimNoticeFileName
      file status is claimNoticeFileStatus
      organization is line sequential.
   select cancelListFile assign to dynamic cancelListFileName
      file status is cancelListFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> Status is O (open), C (closed, fully received), or X (cancelled by this run after too many
   *> unanswered claims). The last receipt date is set by checkIn, which also puts the claim count
   *> back to 0 when a receipt answers the claims, so the interval runs again from the receipt; the
   *> last claim date is only ever set here, and claims sent counts every claim over the line's life
   *> and is never put back
   fd onOrderFile.
   01 onOrderRecord.
      05 onOrderKey.
         10 onOrderISBN pic x(13).
         10 onOrderPONumber pic x(10).
      05 onOrderVendor pic x(6).
      05 onOrderQtyOrdered pic 9(5).
      05 onOrderQtyReceived pic 9(5).
      05 onOrderDate pic x(8).
      05 onOrderStatus pic x(1).
      05 onOrderFund pic x(6).
      05 onOrderUnitPrice pic 9(5)v99.
      05 onOrderClaimCount pic 9(2).
      05 onOrderLastClaimDate pic x(8).
      05 onOrderQtyInvoiced pic 9(5).
      05 onOrderClaimsSent pic 9(3).
      05 onOrderLastReceiptDate pic x(8).

   fd fundFile.
   01 fundRecord.
      05 fundCode pic x(6).
      05 fundDescription pic x(30).
      05 fundAllocation pic 9(9)v99.
      05 fundEncumbered pic 9(9)v99.
      05 fundExpended pic 9(9)v99.
      05 fundStatus pic x(1).
      05 fundLastPostDate pic x(8).
      05 fundLastPostAmount pic 9(9)v99.
      05 fundOverDate pic x(8).

   fd vendorMasterFile.
   01 vmVendorRecord.
      05 vmVendorID pic x(6).
      05 vmVendorName pic x(30).
      05 vmVendorContact pic x(30).
      05 vmVendorStatus pic x(1).

   *> One claim notice file per vendor per day, each run appending its own batch bracketed by a dated
   *> header and a TRL trailer carrying the record count so the vendor's system can balance it, the
   *> same as the reject return files
   fd claimNoticeFile.
   01 claimNoticeRecord pic x(120).

   *> One cancellation listing per day, each run appending its own section under a heading
   *> carrying the run time, so a second run the same day never loses the first run's cancellations
   fd cancelListFile.
   01 cancelListRecord pic x(200).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 onOrderFileName pic x(60) value "ON-ORDER.DAT".
   01 onOrderFileStatus pic x(2).
   01 onOrderEOF pic 9.
   01 fundFileName pic x(60) value "FUND-MASTER.DAT".
   01 fundFileStatus pic x(2).
   01 fundAvailable pic 9.
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 vendorMasterAvailable pic 9.
   01 claimNoticeFileName pic x(60).
   01 claimNoticeFileStatus pic x(2).
   01 claimNoticeOpen pic 9.
   01 claimNoticeCount pic 9(5).
   01 cancelListFileName pic x(60).
   01 cancelListFileStatus pic x(2).
   01 cancelListAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 currentTime pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = clean, 4 = warnings (fund or vendor master unavailable, a notice file not created, the
   *> claim table full, an undatable line), 16 = bad parameters or no on-order file
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the run parameters - the claim interval in days and the number of
   *> unanswered claims after which a line is cancelled, from the command line ("days claims"),
   *> then the CLAIMS_INTERVAL_DAYS / CLAIMS_MAX_CLAIMS environment variables, then the operator
   01 parameterText pic x(40).
   01 intervalText pic x(10).
   01 maxClaimsText pic x(10).
   01 parametersSupplied pic 9.
   01 claimIntervalDays pic 9(5).
   01 maxClaims pic 9(2).
   01 defaultMaxClaims pic 9(2) value 3.
   01 numberText pic x(10).
   01 numberValue pic 9(5).
   01 numberUsable pic 9.
   01 numberScanPos pic 99.
   01 numberScanDone pic 9.
   01 curChar pic x(1).
   01 curCharToInt pic 99.

   *> Variables that deal with turning a yyyymmdd date into a day number, so the days since a line
   *> was ordered or last claimed is a plain subtraction - days counted from a March-based year so
   *> leap days fall at the year's end
   01 dateToConvert pic x(8).
   01 dayNumberResult pic 9(9).
   01 dateYear pic 9(5).
   01 dateMonth pic 9(3).
   01 dateDay pic 9(2).
   01 dayWork pic 9(9).
   01 dayWorkB pic 9(9).
   01 todayDayNumber pic 9(9).
   01 claimBaseDate pic x(8).
   01 daysSinceBase pic 9(9).

   *> Variables that deal with one on-order line
   01 lineOutstanding pic 9(5).
   01 releaseAmount pic 9(10)v99.

   *> The claims made this run, held until the pass is over so each vendor's notice file can be
   *> written in one go - sorted on vendor, PO, and ISBN before writing
   01 claimCount pic 9(5).
   01 maxClaimRecords pic 9(5) value 5000.
   01 claimTableFullWarned pic 9.
   01 claimList.
      05 claimEntry occurs 5000 times.
         10 claimSortKey.
            15 clVendorID pic x(6).
            15 clPONumber pic x(10).
            15 clISBN pic x(13).
         10 clQtyOrdered pic 9(5).
         10 clQtyOutstanding pic 9(5).
         10 clOrderDate pic x(8).
         10 clClaimNumber pic 9(2).
   01 claimEntryWork pic x(49).
   01 claimKeyWork pic x(29).
   01 gapSize pic 9(5).
   01 sortI pic 9(5).
   01 sortJ pic 9(5).
   01 sortPrev pic 9(5).
   01 sortDone pic 9.
   01 claimIndex pic 9(5).
   01 noticeVendor pic x(6).
   01 noticeVendorName pic x(30).
   01 lookupVendorID pic x(6).

   *> One claim notice detail line - fixed columns with 2-byte separators, like the reject returns
   01 claimNoticeDetail.
      05 cnPONumber pic x(10).
      05 filler pic x(2).
      05 cnISBN pic x(13).
      05 filler pic x(2).
      05 cnQtyOrdered pic 9(5).
      05 filler pic x(2).
      05 cnQtyOutstanding pic 9(5).
      05 filler pic x(2).
      05 cnOrderDate pic x(8).
      05 filler pic x(2).
      05 cnClaimNumber pic 9(2).

   *> Run totals
   01 linesExamined pic 9(7).
   01 openLinesSeen pic 9(7).
   01 linesClaimed pic 9(5).
   01 linesCancelled pic 9(5).
   01 undatedLines pic 9(5).
   01 noticeFilesWritten pic 9(5).
   01 releasedThisRun pic 9(11)v99.
   01 amountEdited pic z(10)9.99.

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Overdue-order claims and cancellation run     |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      accept currentTime from time
      move currentDateYMD to dateToConvert
      perform computeDayNumber
      move dayNumberResult to todayDayNumber
      perform determineParameters
      perform openClaimFiles
      perform claimOverdueLines
      perform writeClaimNotices
      perform writeClaimTotals
      perform closeClaimFiles

      display " "
      display "Claims run finished, exiting program"
      display "Cancellations have been listed in: " with no advancing
      display cancelListFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineParameters Subprogram/Paragraph - Takes the claim interval and the maximum number of
   *> claims off the command line, then the environment, then the operator. The interval must be
   *> a whole number of days above zero; a blank maximum means the default of three claims
   determineParameters.
      move 0 to parametersSupplied
      move spaces to intervalText
      move spaces to maxClaimsText
      move spaces to parameterText
      accept parameterText from command-line
      if parameterText is not equal to spaces then
         move 1 to parametersSupplied
         unstring parameterText delimited by all " " into intervalText maxClaimsText
         end-unstring
      else
         accept intervalText from environment "CLAIMS_INTERVAL_DAYS"
         accept maxClaimsText from environment "CLAIMS_MAX_CLAIMS"
         if intervalText is not equal to spaces then
            move 1 to parametersSupplied
         end-if
      end-if
      if parametersSupplied is equal to 0 then
         display "Enter the claim interval - days after ordering (or the last claim) before a line is claimed: " with no advancing
         accept intervalText
         display "Enter the number of unanswered claims after which a line is cancelled (blank for " defaultMaxClaims "): " with no advancing
         accept maxClaimsText
      end-if

      move intervalText to numberText
      perform parseNumberValue
      if numberUsable is equal to 0 or numberValue is equal to 0
         display "ERROR: claim interval '" intervalText "' is not a number of days above zero"
         move 16 to return-code
         stop run
      end-if
      move numberValue to claimIntervalDays

      move defaultMaxClaims to maxClaims
      if maxClaimsText is not equal to spaces
         move maxClaimsText to numberText
         perform parseNumberValue
         if numberUsable is equal to 0 or numberValue is equal to 0 or numberValue is greater than 99
            display "ERROR: maximum claims '" maxClaimsText "' is not a number from 1 to 99"
            move 16 to return-code
            stop run
         end-if
         move numberValue to maxClaims
      end-if
      display "Claiming open lines after " claimIntervalDays " days, cancelling after " maxClaims " unanswered claims".

   *> openClaimFiles Subprogram/Paragraph - Opens the on-order file for update (nothing can be done
   *> without it), the fund master for update so cancellations release their encumbrance, the
   *> vendor master for the names on the notices, and the cancellation listing
   openClaimFiles.
      open i-o onOrderFile
      if onOrderFileStatus is not equal to 00 then
         display "ERROR: on-order file " onOrderFileName " could not be opened for update (status " onOrderFileStatus "), nothing claimed"
         move 16 to return-code
         stop run
      end-if

      move 1 to fundAvailable
      open i-o fundFile
      if fundFileStatus is not equal to 00 then
         move 0 to fundAvailable
         display "WARNING: fund master file " fundFileName " could not be opened - cancelled lines will not release their encumbrance"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move 1 to vendorMasterAvailable
      open input vendorMasterFile
      if vendorMasterFileStatus is not equal to 00 then
         move 0 to vendorMasterAvailable
         display "WARNING: vendor master file " vendorMasterFileName " could not be opened - notices and the listing carry vendor IDs only"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move spaces to cancelListFileName
      string "CLAIMS-" currentDateYMD "-CANCELLED.TXT" delimited by size into cancelListFileName
      open extend cancelListFile
      if cancelListFileStatus is not equal to 00 then
         open output cancelListFile
      end-if
      move 1 to cancelListAvailable
      if cancelListFileStatus is not equal to 00 then
         move 0 to cancelListAvailable
         display "WARNING: cancellation listing " cancelListFileName " could not be created - cancellations will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if
      move spaces to displayMessageBuffer
      string "ORDER LINES CANCELLED FOR NON-DELIVERY " currentDateYMD " " currentTime(1:6)
         " - REORDER FROM ANOTHER SUPPLIER (CLAIM INTERVAL " claimIntervalDays
         " DAYS, CANCELLED AFTER " maxClaims " CLAIMS)" delimited by size
         into displayMessageBuffer
      perform emitCancelLine
      move spaces to displayMessageBuffer
      perform emitCancelLine.

   *> claimOverdueLines Subprogram/Paragraph - Walks the whole on-order file in key order, claiming
   *> or cancelling every open line whose claim interval has run out
   claimOverdueLines.
      move 0 to linesExamined
      move 0 to openLinesSeen
      move 0 to linesClaimed
      move 0 to linesCancelled
      move 0 to undatedLines
      move 0 to releasedThisRun
      move 0 to claimCount
      move 0 to claimTableFullWarned

      move low-values to onOrderKey
      move 0 to onOrderEOF
      start onOrderFile key is not less than onOrderKey
         invalid key
            move 1 to onOrderEOF
      end-start
      perform until onOrderEOF is equal to 1
         read onOrderFile next
            at end
               move 1 to onOrderEOF
            not at end
               add 1 to linesExamined
               if onOrderStatus is equal to 'O'
               and onOrderQtyReceived is less than onOrderQtyOrdered
                  add 1 to openLinesSeen
                  perform checkOneLine
               end-if
         end-read
      end-perform.

   *> checkOneLine Subprogram/Paragraph - For the open line just read: how long since it was ordered,
   *> or since its last claim or last receipt if either is later. Once that reaches the claim interval, a
   *> line that has already had the maximum number of claims is cancelled, otherwise it is claimed
   *> again
   checkOneLine.
      if onOrderClaimCount is not numeric
         move 0 to onOrderClaimCount
      end-if
      move onOrderDate to claimBaseDate
      if onOrderLastClaimDate is numeric then
         if claimBaseDate is not numeric or onOrderLastClaimDate is greater than claimBaseDate then
            move onOrderLastClaimDate to claimBaseDate
         end-if
      end-if
      if onOrderLastReceiptDate is numeric then
         if claimBaseDate is not numeric or onOrderLastReceiptDate is greater than claimBaseDate then
            move onOrderLastReceiptDate to claimBaseDate
         end-if
      end-if
      if claimBaseDate is not numeric
         add 1 to undatedLines
         move spaces to displayMessageBuffer
         string "WARNING: PO " onOrderPONumber " " onOrderISBN " HAS NO USABLE ORDER DATE ('"
            claimBaseDate "') - NOT CLAIMED" delimited by size
            into displayMessageBuffer
         display displayMessageBuffer
         move 4 to severityValue
         perform noteSeverity
      else
         move claimBaseDate to dateToConvert
         perform computeDayNumber
         move 0 to daysSinceBase
         if todayDayNumber is greater than dayNumberResult
            subtract dayNumberResult from todayDayNumber giving daysSinceBase
         end-if
         if daysSinceBase is not less than claimIntervalDays
            move onOrderQtyOrdered to lineOutstanding
            subtract onOrderQtyReceived from lineOutstanding
            if onOrderClaimCount is not less than maxClaims
               perform cancelOneLine
            else
               perform claimOneLine
            end-if
         end-if
      end-if.

   *> claimOneLine Subprogram/Paragraph - Counts another claim against the line, dates it today, and
   *> holds it for its vendor's notice. With the claim table full the line is left unclaimed (and
   *> untouched) so the next run picks it up
   claimOneLine.
      if claimCount is not less than maxClaimRecords
         if claimTableFullWarned is equal to 0
            display "WARNING: more than " maxClaimRecords " lines to claim - the rest are left for the next run"
            move 1 to claimTableFullWarned
            move 4 to severityValue
            perform noteSeverity
         end-if
      else
         add 1 to onOrderClaimCount
         if onOrderClaimsSent is not numeric
            move 0 to onOrderClaimsSent
         end-if
         if onOrderClaimsSent is less than 999
            add 1 to onOrderClaimsSent
         end-if
         move currentDateYMD to onOrderLastClaimDate
         rewrite onOrderRecord
            invalid key
               display "ERROR: PO " onOrderPONumber " " onOrderISBN " could not be rewritten (status " onOrderFileStatus ") - not claimed"
               move 4 to severityValue
               perform noteSeverity
            not invalid key
               add 1 to linesClaimed
               add 1 to claimCount
               move onOrderVendor to clVendorID(claimCount)
               move onOrderPONumber to clPONumber(claimCount)
               move onOrderISBN to clISBN(claimCount)
               move onOrderQtyOrdered to clQtyOrdered(claimCount)
               move lineOutstanding to clQtyOutstanding(claimCount)
               move onOrderDate to clOrderDate(claimCount)
               move onOrderClaimCount to clClaimNumber(claimCount)
         end-rewrite
      end-if.

   *> cancelOneLine Subprogram/Paragraph - Cancels the line after its claims went unanswered,
   *> releases what its outstanding quantity still had encumbered back to its fund, and lists it
   *> for purchasing
   cancelOneLine.
      move 'X' to onOrderStatus
      rewrite onOrderRecord
         invalid key
            display "ERROR: PO " onOrderPONumber " " onOrderISBN " could not be rewritten (status " onOrderFileStatus ") - not cancelled"
            move 4 to severityValue
            perform noteSeverity
         not invalid key
            add 1 to linesCancelled
            multiply lineOutstanding by onOrderUnitPrice giving releaseAmount
            perform releaseEncumbrance
            move onOrderVendor to lookupVendorID
            perform lookupVendorName
            move releaseAmount to amountEdited
            move spaces to displayMessageBuffer
            string "  VENDOR " onOrderVendor " " noticeVendorName
               "  PO " onOrderPONumber
               "  " onOrderISBN
               "  ORDERED " onOrderDate
               "  QTY " onOrderQtyOrdered
               " RECEIVED " onOrderQtyReceived
               " CANCELLED " lineOutstanding
               "  CLAIMS " onOrderClaimCount
               "  FUND " onOrderFund
               " RELEASED " amountEdited delimited by size
               into displayMessageBuffer
            perform emitCancelLine
      end-rewrite.

   *> releaseEncumbrance Subprogram/Paragraph - Takes releaseAmount off the cancelled line's fund's
   *> encumbered figure, never below zero
   releaseEncumbrance.
      if fundAvailable is equal to 1 and releaseAmount is greater than 0
      and onOrderFund is not equal to spaces
         move onOrderFund to fundCode
         read fundFile
            invalid key
               display "WARNING: fund " onOrderFund " is not on the fund master - nothing released for PO " onOrderPONumber
               move 4 to severityValue
               perform noteSeverity
            not invalid key
               if releaseAmount is greater than fundEncumbered
                  move 0 to fundEncumbered
               else
                  subtract releaseAmount from fundEncumbered
               end-if
               rewrite fundRecord
                  invalid key
                     continue
                  not invalid key
                     add releaseAmount to releasedThisRun
               end-rewrite
         end-read
      end-if.

   *> writeClaimNotices Subprogram/Paragraph - Sorts the claims made this run on vendor, PO, and ISBN
   *> and writes one notice file per vendor, starting a new file at each change of vendor
   writeClaimNotices.
      perform sortClaimTable
      move 0 to noticeFilesWritten
      move 0 to claimNoticeOpen
      move spaces to noticeVendor
      move 1 to claimIndex
      perform until claimIndex is greater than claimCount
         if claimNoticeOpen is equal to 0 or clVendorID(claimIndex) is not equal to noticeVendor
            perform closeClaimNotice
            move clVendorID(claimIndex) to noticeVendor
            perform openClaimNotice
         end-if
         if claimNoticeOpen is equal to 1
            move spaces to claimNoticeDetail
            move clPONumber(claimIndex) to cnPONumber
            move clISBN(claimIndex) to cnISBN
            move clQtyOrdered(claimIndex) to cnQtyOrdered
            move clQtyOutstanding(claimIndex) to cnQtyOutstanding
            move clOrderDate(claimIndex) to cnOrderDate
            move clClaimNumber(claimIndex) to cnClaimNumber
            move spaces to claimNoticeRecord
            move claimNoticeDetail to claimNoticeRecord
            write claimNoticeRecord
            add 1 to claimNoticeCount
         end-if
         add 1 to claimIndex
      end-perform
      perform closeClaimNotice.

   *> openClaimNotice Subprogram/Paragraph - Opens noticeVendor's notice file, named off today's date
   *> and the vendor ID, for appending (creating it on the day's first run), and writes this run's
   *> header. A file that cannot be opened is reported and that vendor's claims stay recorded on the
   *> on-order file for the next notice
   openClaimNotice.
      move 0 to claimNoticeCount
      move spaces to claimNoticeFileName
      if noticeVendor is equal to spaces
         string "CLAIMS-" currentDateYMD "-NOVENDOR.TXT" delimited by size into claimNoticeFileName
      else
         string "CLAIMS-" currentDateYMD "-" delimited by size
            noticeVendor delimited by space
            ".TXT" delimited by size
            into claimNoticeFileName
      end-if
      open extend claimNoticeFile
      if claimNoticeFileStatus is not equal to 00 then
         open output claimNoticeFile
      end-if
      if claimNoticeFileStatus is not equal to 00 then
         move 2 to claimNoticeOpen
         display "WARNING: claim notice file " claimNoticeFileName " could not be created"
         move 4 to severityValue
         perform noteSeverity
      else
         move 1 to claimNoticeOpen
         move noticeVendor to lookupVendorID
         perform lookupVendorName
         move spaces to claimNoticeRecord
         string "HDR " currentDateYMD " " noticeVendor " CLAIM NOTICE - " delimited by size
            noticeVendorName delimited by size
            into claimNoticeRecord
         write claimNoticeRecord
      end-if.

   *> closeClaimNotice Subprogram/Paragraph - Writes the open notice file's TRL trailer with its
   *> record count and closes it
   closeClaimNotice.
      if claimNoticeOpen is equal to 1
         move spaces to claimNoticeRecord
         string "TRL" claimNoticeCount delimited by size into claimNoticeRecord
         write claimNoticeRecord
         close claimNoticeFile
         add 1 to noticeFilesWritten
         display "Claim notice for vendor " noticeVendor " written with " claimNoticeCount " lines: " with no advancing
         display claimNoticeFileName
      end-if
      move 0 to claimNoticeOpen.

   *> sortClaimTable Subprogram/Paragraph - Shell sort of the claim table ascending on vendor, PO,
   *> and ISBN, the same gap sequence isbnValidator's duplicate pass uses
   sortClaimTable.
      move 1 to gapSize
      perform until gapSize is greater than claimCount
         multiply 3 by gapSize
         add 1 to gapSize
      end-perform
      perform until gapSize is equal to 1
         divide gapSize by 3 giving gapSize
         move gapSize to sortI
         add 1 to sortI
         perform until sortI is greater than claimCount
            move claimEntry(sortI) to claimEntryWork
            move claimSortKey(sortI) to claimKeyWork
            move sortI to sortJ
            move 0 to sortDone
            perform until sortJ is not greater than gapSize or sortDone is equal to 1
               move sortJ to sortPrev
               subtract gapSize from sortPrev
               if claimSortKey(sortPrev) is greater than claimKeyWork
                  move claimEntry(sortPrev) to claimEntry(sortJ)
                  move sortPrev to sortJ
               else
                  move 1 to sortDone
               end-if
            end-perform
            move claimEntryWork to claimEntry(sortJ)
            add 1 to sortI
         end-perform
      end-perform.

   *> writeClaimTotals Subprogram/Paragraph - The run totals, at the foot of the cancellation listing
   writeClaimTotals.
      if linesCancelled is equal to 0
         move "  (NO LINES CANCELLED THIS RUN)" to displayMessageBuffer
         perform emitCancelLine
      end-if
      move spaces to displayMessageBuffer
      perform emitCancelLine
      move spaces to displayMessageBuffer
      string "LINES EXAMINED: " linesExamined "  OPEN: " openLinesSeen
         "  CLAIMED: " linesClaimed "  CANCELLED: " linesCancelled
         "  NOT DATABLE: " undatedLines delimited by size
         into displayMessageBuffer
      perform emitCancelLine
      move releasedThisRun to amountEdited
      move spaces to displayMessageBuffer
      string "CLAIM NOTICE FILES WRITTEN: " noticeFilesWritten
         "  ENCUMBRANCE RELEASED BY CANCELLATIONS: " amountEdited delimited by size
         into displayMessageBuffer
      perform emitCancelLine.

   *> closeClaimFiles Subprogram/Paragraph - Closes everything the run opened
   closeClaimFiles.
      close onOrderFile
      if fundAvailable is equal to 1
         close fundFile
      end-if
      if vendorMasterAvailable is equal to 1
         close vendorMasterFile
      end-if
      if cancelListAvailable is equal to 1
         close cancelListFile
      end-if.

   *> lookupVendorName Subprogram/Paragraph - The name off the vendor master for lookupVendorID, left
   *> blank when the master is unavailable
   lookupVendorName.
      move spaces to noticeVendorName
      if vendorMasterAvailable is equal to 1
         move lookupVendorID to vmVendorID
         read vendorMasterFile
            invalid key
               move "*** NOT ON VENDOR MASTER ***" to noticeVendorName
            not invalid key
               move vmVendorName to noticeVendorName
         end-read
      end-if.

   *> parseNumberValue Subprogram/Paragraph - Turns the first run of digits in numberText (skipping
   *> leading spaces) into numberValue, the same digit-scan idiom the validator uses for
   *> operator-set numbers; numberUsable comes back 0 when there were no digits or something other
   *> than trailing spaces followed them
   parseNumberValue.
      move 0 to numberValue
      move 0 to numberUsable
      move 0 to numberScanDone
      move 1 to numberScanPos
      perform until numberScanPos is greater than 10 or numberScanDone is equal to 1
         move numberText(numberScanPos:1) to curChar
         if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
            if numberValue is less than 10000
               multiply 10 by numberValue
               move curChar to curCharToInt
               add curCharToInt to numberValue
               move 1 to numberUsable
            else
               move 0 to numberUsable
               move 1 to numberScanDone
            end-if
         else
            if curChar is not equal to space
               move 0 to numberUsable
               move 1 to numberScanDone
            else
               if numberUsable is equal to 1
                  move 1 to numberScanDone
               end-if
            end-if
         end-if
         add 1 to numberScanPos
      end-perform.

   *> computeDayNumber Subprogram/Paragraph - Turns dateToConvert (yyyymmdd) into a day number in
   *> dayNumberResult, counting years from March so February's leap day is the last day of the
   *> year: 365 a year plus the leap days (every 4th, less every 100th, plus every 400th), plus the
   *> days to the start of the month, plus the day
   computeDayNumber.
      move dateToConvert(1:4) to dateYear
      move dateToConvert(5:2) to dateMonth
      move dateToConvert(7:2) to dateDay
      if dateMonth is less than 3
         subtract 1 from dateYear
         add 12 to dateMonth
      end-if
      multiply dateYear by 365 giving dayNumberResult
      divide dateYear by 4 giving dayWork
      add dayWork to dayNumberResult
      divide dateYear by 100 giving dayWork
      subtract dayWork from dayNumberResult
      divide dateYear by 400 giving dayWork
      add dayWork to dayNumberResult
      subtract 3 from dateMonth
      multiply dateMonth by 153 giving dayWorkB
      add 2 to dayWorkB
      divide dayWorkB by 5 giving dayWork
      add dayWork to dayNumberResult
      add dateDay to dayNumberResult.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitCancelLine Subprogram/Paragraph - Sends the current line to the screen and, when it could be
   *> created, the cancellation listing
   emitCancelLine.
      display displayMessageBuffer
      if cancelListAvailable is equal to 1
         move spaces to cancelListRecord
         move displayMessageBuffer to cancelListRecord
         write cancelListRecord
      end-if.
