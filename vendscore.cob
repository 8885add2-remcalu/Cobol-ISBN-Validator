*> NOTES:                  Vendor performance scorecard over a date range, so contract renegotiation
*>                         works from figures instead of anecdotes. Per vendor ID (named off the
*>                         vendor master) it reports validation quality - lines submitted and the
*>                         reject rate, broken down by reason code, from the per-vendor validation
*>                         history isbnValidator appends alongside each run's rejects and vendor
*>                         return files - and fulfilment - fill rate off the on-order file, lead time
*>                         from order date to receipt, overshipments, and never-on-order receipts off
*>                         checkIn's receipt journal - and claims history - how many claims the
*>                         claims run has had to send for those lines and how many it cancelled.
*>                         Vendors are ranked worst-first on a score that adds the reject rate, the
*>                         unfilled rate, and the exception rate (copies overshipped, never ordered,
*>                         or sent late against a cancelled line, out of all copies delivered), with
*>                         ties going to the longer average lead time

identification division.
program-id. vendorScorecard.

environment division.
   input-output section.

   *> Determining how the history files, the on-order and vendor master files, and the scorecard
   *> will be treated - layouts and keys are the same as isbnValidator, checkIn, and vendorMaint
   file-control.
   select vendorValidationFile assign to dynamic vendorValidationFileName
      file status is vendorValidationFileStatus
      organization is line sequential.
   select receiptJournalFile assign to dynamic receiptJournalFileName
      file status is receiptJournalFileStatus
      organization is line sequential.
   select onOrderFile assign to dynamic onOrderFileName
      file status is onOrderFileStatus
      organization is indexed
      access mode is sequential
      record key is onOrderKey.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is dynamic
      record key is vmVendorID.
   select scorecardFile assign to dynamic scorecardFileName
      file status is scorecardFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> One line per vendor per order-layout file validated - run date, vendor, lines submitted, and
   *> rejects by reason code (LEN/CHR/CHK/DUP/RNG, then the library's own FND fund rejections)
   fd vendorValidationFile.
   01 vendorValidationRecord.
      05 vvRunDate pic x(8).
      05 filler pic x(2).
      05 vvVendorID pic x(6).
      05 filler pic x(2).
      05 vvLinesSubmitted pic 9(5).
      05 filler pic x(2).
      05 vvLenCount pic 9(5).
      05 filler pic x(1).
      05 vvChrCount pic 9(5).
      05 filler pic x(1).
      05 vvChkCount pic 9(5).
      05 filler pic x(1).
      05 vvDupCount pic 9(5).
      05 filler pic x(1).
      05 vvRngCount pic 9(5).
      05 filler pic x(1).
      05 vvFndCount pic 9(5).
      05 filler pic x(2).
      05 vvFileName pic x(50).

   *> One line per receiving event - RCV received against an order line, NOO never on order,
   *> OVR overshipment, LAT late delivery against a cancelled line - with the date the line was
   *> ordered on a receipt
   fd receiptJournalFile.
   01 receiptJournalRecord.
      05 rjEventDate pic x(8).
      05 filler pic x(1).
      05 rjEventTime pic x(8).
      05 filler pic x(1).
      05 rjEventCode pic x(3).
      05 filler pic x(1).
      05 rjVendorID pic x(6).
      05 filler pic x(1).
      05 rjPONumber pic x(10).
      05 filler pic x(1).
      05 rjISBN pic x(13).
      05 filler pic x(1).
      05 rjQuantity pic 9(5).
      05 filler pic x(1).
      05 rjOrderDate pic x(8).
      05 filler pic x(1).
      05 rjQtyOrdered pic 9(5).

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

   fd vendorMasterFile.
   01 vmVendorRecord.
      05 vmVendorID pic x(6).
      05 vmVendorName pic x(30).
      05 vmVendorContact pic x(30).
      05 vmVendorStatus pic x(1).

   fd scorecardFile.
   01 scorecardRecord pic x(200).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 vendorValidationFileName pic x(30) value "VENDOR-VALIDATION.LOG".
   01 vendorValidationFileStatus pic x(2).
   01 receiptJournalFileName pic x(30) value "RECEIPT-JOURNAL.DAT".
   01 receiptJournalFileStatus pic x(2).
   01 onOrderFileName pic x(60) value "ON-ORDER.DAT".
   01 onOrderFileStatus pic x(2).
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 scorecardFileName pic x(30) value "VENDOR-SCORECARD.TXT".
   01 scorecardFileStatus pic x(2).
   01 scorecardAvailable pic 9.
   01 inputEOF pic 9.
   01 sourcesRead pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = clean, 4 = a history file, the vendor master, or the scorecard file was unavailable or a
   *> table filled, 16 = a bad date range or no history to score at all
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the date range - from the command line ("yyyymmdd yyyymmdd"), then
   *> the VENDSCORE_FROM / VENDSCORE_TO environment variables, then an operator prompt. A blank
   *> start means from the beginning of the files, a blank end means up to today
   01 dateRangeText pic x(40).
   01 rangeFromDate pic x(8).
   01 rangeToDate pic x(8).
   01 rangeSupplied pic 9.
   01 eventDate pic x(8).
   01 inRange pic 9.

   *> One row per vendor seen in any of the history files, in the order first seen
   01 vendorCount pic 9(3).
   01 maxVendorRecords pic 9(3) value 500.
   01 vendorTableFullWarned pic 9.
   01 vendorFound pic 9.
   01 vendorIndex pic 9(3).
   01 searchVendorID pic x(6).
   01 vendorList.
      05 vendorEntry occurs 500 times.
         10 vsVendorID pic x(6).
         10 vsVendorName pic x(30).
         10 vsLinesSubmitted pic 9(7).
         10 vsLenCount pic 9(7).
         10 vsChrCount pic 9(7).
         10 vsChkCount pic 9(7).
         10 vsDupCount pic 9(7).
         10 vsRngCount pic 9(7).
         10 vsRejectCount pic 9(7).
         10 vsQtyOrdered pic 9(9).
         10 vsQtyReceived pic 9(9).
         10 vsReceiptQty pic 9(9).
         10 vsLeadEvents pic 9(7).
         10 vsLeadDaysTotal pic 9(9).
         10 vsAvgLeadDays pic 9(4).
         10 vsOverEvents pic 9(7).
         10 vsOverQty pic 9(9).
         10 vsNooEvents pic 9(7).
         10 vsNooQty pic 9(9).
         10 vsLateQty pic 9(9).
         10 vsClaimsSent pic 9(7).
         10 vsCancelledLines pic 9(7).
         10 vsRejectRate pic 9(5).
         10 vsFillRate pic 9(5).
         10 vsExceptionRate pic 9(5).
         10 vsScore pic 9(6).

   *> The ranking index - one (rank key, vendor row) pair per vendor, shell-sorted ascending on a
   *> key built so the worst score and then the longest lead time sort first
   01 rankList.
      05 rankEntry occurs 500 times.
         10 rankKey pic x(16).
         10 rankIdx pic 9(3).
   01 rankKeyBuild.
      05 rankKeyScore pic 9(6).
      05 rankKeyLead pic 9(4).
      05 rankKeyVendor pic x(6).
   01 gapSize pic 9(5).
   01 sortI pic 9(5).
   01 sortJ pic 9(5).
   01 sortPrev pic 9(5).
   01 sortDone pic 9.
   01 sortKeyWork pic x(16).
   01 sortIdxWork pic 9(3).
   01 rankPosition pic 9(3).

   *> Variables that deal with turning a yyyymmdd date into a day number, so the lead time is a
   *> plain subtraction - days counted from a March-based year so leap days fall at the year's end
   01 dateToConvert pic x(8).
   01 dayNumberResult pic 9(9).
   01 dateYear pic 9(5).
   01 dateMonth pic 9(3).
   01 dateDay pic 9(2).
   01 dayWork pic 9(9).
   01 dayWorkB pic 9(9).
   01 orderDayNumber pic 9(9).
   01 receiptDayNumber pic 9(9).
   01 leadDays pic 9(9).

   *> Variables that deal with the rate arithmetic - rates are carried in hundredths of a percent,
   *> the same as the audit report
   01 rateWorkNum pic 9(13).
   01 rateWorkDenom pic 9(9).
   01 rateResult pic 9(5).
   01 rateWhole pic 9(3).
   01 rateFrac pic 9(2).
   01 rateDisplay pic x(8).
   01 rejectRateDisplay pic x(8).
   01 fillRateDisplay pic x(8).
   01 exceptionRateDisplay pic x(8).
   01 scoreWhole pic 9(4).
   01 scoreFrac pic 9(2).
   01 scoreDisplay pic x(8).
   01 deliveredQty pic 9(9).

   *> Edited fields for the scorecard lines
   01 linesEdited pic z(6)9.
   01 reasonEditedA pic z(4)9.
   01 reasonEditedB pic z(4)9.
   01 reasonEditedC pic z(4)9.
   01 reasonEditedD pic z(4)9.
   01 reasonEditedE pic z(4)9.
   01 orderedEdited pic z(7)9.
   01 receivedEdited pic z(7)9.
   01 leadEdited pic z(3)9.
   01 overEdited pic z(5)9.
   01 nooEdited pic z(5)9.
   01 lateEdited pic z(3)9.
   01 claimsEdited pic z(5)9.
   01 cancelledEdited pic z(5)9.
   01 vendorShown pic x(6).
   01 nameShown pic x(30).

   *> Counters and temp variables
   01 validationLinesUsed pic 9(7).
   01 journalLinesUsed pic 9(7).
   01 onOrderLinesUsed pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Vendor performance scorecard                  |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the helper paragraphs below
   mainline.
      move 0 to runReturnCode
      move 0 to vendorCount
      move 0 to vendorTableFullWarned
      move 0 to sourcesRead
      accept currentDateYMD from date yyyymmdd
      perform determineDateRange
      perform loadValidationHistory
      perform loadOnOrderLines
      perform loadReceiptJournal
      if sourcesRead is equal to 0
         display "ERROR: none of the validation history, on-order file, or receipt journal could be read - nothing to score"
         move 16 to return-code
         stop run
      end-if
      perform lookupVendorNames
      perform scoreVendors
      perform rankVendors
      perform writeScorecard

      display " "
      display "Finished scoring vendors, exiting program"
      display "A copy of the scorecard has been written to the report file: " with no advancing
      display scorecardFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineDateRange Subprogram/Paragraph - Takes the date range off the command line, then the
   *> environment, then the operator, and holds it to two plain yyyymmdd dates in order
   determineDateRange.
      move 0 to rangeSupplied
      move spaces to rangeFromDate
      move spaces to rangeToDate
      move spaces to dateRangeText
      accept dateRangeText from command-line
      if dateRangeText is not equal to spaces then
         move 1 to rangeSupplied
         unstring dateRangeText delimited by all " " into rangeFromDate rangeToDate
         end-unstring
      else
         accept rangeFromDate from environment "VENDSCORE_FROM"
         accept rangeToDate from environment "VENDSCORE_TO"
         if rangeFromDate is not equal to spaces or rangeToDate is not equal to spaces then
            move 1 to rangeSupplied
         end-if
      end-if
      if rangeSupplied is equal to 0 then
         display "Enter the first date to score (YYYYMMDD, blank for the start of the history): " with no advancing
         accept rangeFromDate
         display "Enter the last date to score (YYYYMMDD, blank for today): " with no advancing
         accept rangeToDate
      end-if

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
      end-if.

   *> loadValidationHistory Subprogram/Paragraph - Adds every validation history line run inside the
   *> date range to its vendor's lines submitted and rejects by reason. FND rejections are the
   *> library's own charging errors, so they never count against the vendor
   loadValidationHistory.
      move 0 to validationLinesUsed
      open input vendorValidationFile
      if vendorValidationFileStatus is not equal to 00 then
         display "WARNING: vendor validation history " vendorValidationFileName " could not be opened - no validation quality figures"
         move 4 to severityValue
         perform noteSeverity
      else
         add 1 to sourcesRead
         move 0 to inputEOF
         perform until inputEOF is equal to 1
            read vendorValidationFile
               at end
                  move 1 to inputEOF
               not at end
                  move vvRunDate to eventDate
                  perform checkInRange
                  if inRange is equal to 1 and vvLinesSubmitted is numeric
                     move vvVendorID to searchVendorID
                     perform findVendorEntry
                     if vendorFound is equal to 1
                        add 1 to validationLinesUsed
                        add vvLinesSubmitted to vsLinesSubmitted(vendorIndex)
                        add vvLenCount to vsLenCount(vendorIndex)
                        add vvChrCount to vsChrCount(vendorIndex)
                        add vvChkCount to vsChkCount(vendorIndex)
                        add vvDupCount to vsDupCount(vendorIndex)
                        add vvRngCount to vsRngCount(vendorIndex)
                        add vvLenCount to vsRejectCount(vendorIndex)
                        add vvChrCount to vsRejectCount(vendorIndex)
                        add vvChkCount to vsRejectCount(vendorIndex)
                        add vvDupCount to vsRejectCount(vendorIndex)
                        add vvRngCount to vsRejectCount(vendorIndex)
                     end-if
                  end-if
            end-read
         end-perform
         close vendorValidationFile
      end-if.

   *> loadOnOrderLines Subprogram/Paragraph - Adds every on-order line ordered inside the date range
   *> to its vendor's ordered and received quantities, for the fill rate, and to its claims sent and
   *> lines cancelled for non-delivery
   loadOnOrderLines.
      move 0 to onOrderLinesUsed
      open input onOrderFile
      if onOrderFileStatus is not equal to 00 then
         display "WARNING: on-order file " onOrderFileName " could not be opened - no fill rates"
         move 4 to severityValue
         perform noteSeverity
      else
         add 1 to sourcesRead
         move 0 to inputEOF
         perform until inputEOF is equal to 1
            read onOrderFile next
               at end
                  move 1 to inputEOF
               not at end
                  move onOrderDate to eventDate
                  perform checkInRange
                  if inRange is equal to 1
                     move onOrderVendor to searchVendorID
                     perform findVendorEntry
                     if vendorFound is equal to 1
                        add 1 to onOrderLinesUsed
                        add onOrderQtyOrdered to vsQtyOrdered(vendorIndex)
                        add onOrderQtyReceived to vsQtyReceived(vendorIndex)
                        if onOrderClaimsSent is numeric
                           add onOrderClaimsSent to vsClaimsSent(vendorIndex)
                        end-if
                        if onOrderStatus is equal to 'X'
                           add 1 to vsCancelledLines(vendorIndex)
                        end-if
                     end-if
                  end-if
            end-read
         end-perform
         close onOrderFile
      end-if.

   *> loadReceiptJournal Subprogram/Paragraph - Adds every receiving event inside the date range to
   *> its vendor: receipts for the lead time and delivered quantity, overshipments and
   *> never-on-order receipts for the exception rate
   loadReceiptJournal.
      move 0 to journalLinesUsed
      open input receiptJournalFile
      if receiptJournalFileStatus is not equal to 00 then
         display "WARNING: receipt journal " receiptJournalFileName " could not be opened - no lead times or receiving exceptions"
         move 4 to severityValue
         perform noteSeverity
      else
         add 1 to sourcesRead
         move 0 to inputEOF
         perform until inputEOF is equal to 1
            read receiptJournalFile
               at end
                  move 1 to inputEOF
               not at end
                  move rjEventDate to eventDate
                  perform checkInRange
                  if inRange is equal to 1 and rjQuantity is numeric
                     move rjVendorID to searchVendorID
                     perform findVendorEntry
                     if vendorFound is equal to 1
                        add 1 to journalLinesUsed
                        perform addJournalEvent
                     end-if
                  end-if
            end-read
         end-perform
         close receiptJournalFile
      end-if.

   *> addJournalEvent Subprogram/Paragraph - Folds the journal event just read into its vendor's row
   addJournalEvent.
      if rjEventCode is equal to "RCV"
         add rjQuantity to vsReceiptQty(vendorIndex)
         if rjOrderDate is numeric and rjEventDate is numeric
            move rjOrderDate to dateToConvert
            perform computeDayNumber
            move dayNumberResult to orderDayNumber
            move rjEventDate to dateToConvert
            perform computeDayNumber
            move dayNumberResult to receiptDayNumber
            if receiptDayNumber is not less than orderDayNumber
               subtract orderDayNumber from receiptDayNumber giving leadDays
               add 1 to vsLeadEvents(vendorIndex)
               add leadDays to vsLeadDaysTotal(vendorIndex)
            end-if
         end-if
      end-if
      if rjEventCode is equal to "OVR"
         add 1 to vsOverEvents(vendorIndex)
         add rjQuantity to vsOverQty(vendorIndex)
      end-if
      if rjEventCode is equal to "NOO"
         add 1 to vsNooEvents(vendorIndex)
         add rjQuantity to vsNooQty(vendorIndex)
      end-if
      if rjEventCode is equal to "LAT"
         add rjQuantity to vsLateQty(vendorIndex)
      end-if.

   *> lookupVendorNames Subprogram/Paragraph - Names every vendor row off the vendor master; an ID the
   *> master doesn't know is marked so, and a never-on-order receipt nobody put a vendor to is
   *> grouped under its own heading
   lookupVendorNames.
      open input vendorMasterFile
      if vendorMasterFileStatus is not equal to 00 then
         display "WARNING: vendor master file " vendorMasterFileName " could not be opened - vendors are listed by ID only"
         move 4 to severityValue
         perform noteSeverity
      else
         move 1 to vendorIndex
         perform until vendorIndex is greater than vendorCount
            if vsVendorID(vendorIndex) is equal to spaces
               move "(DELIVERING VENDOR NOT GIVEN)" to vsVendorName(vendorIndex)
            else
               move vsVendorID(vendorIndex) to vmVendorID
               read vendorMasterFile
                  invalid key
                     move "*** NOT ON VENDOR MASTER ***" to vsVendorName(vendorIndex)
                  not invalid key
                     move vmVendorName to vsVendorName(vendorIndex)
               end-read
            end-if
            add 1 to vendorIndex
         end-perform
         close vendorMasterFile
      end-if.

   *> scoreVendors Subprogram/Paragraph - Works out each vendor's reject, fill, and exception rates
   *> and average lead time, and the score they are ranked on: reject rate plus unfilled rate plus
   *> exception rate, each in hundredths of a percent, so a higher score is a worse supplier
   scoreVendors.
      move 1 to vendorIndex
      perform until vendorIndex is greater than vendorCount
         move vsRejectCount(vendorIndex) to rateWorkNum
         move vsLinesSubmitted(vendorIndex) to rateWorkDenom
         perform computeRate
         move rateResult to vsRejectRate(vendorIndex)

         move vsQtyReceived(vendorIndex) to rateWorkNum
         move vsQtyOrdered(vendorIndex) to rateWorkDenom
         perform computeRate
         move rateResult to vsFillRate(vendorIndex)

         move vsReceiptQty(vendorIndex) to deliveredQty
         add vsOverQty(vendorIndex) to deliveredQty
         add vsNooQty(vendorIndex) to deliveredQty
         add vsLateQty(vendorIndex) to deliveredQty
         move vsOverQty(vendorIndex) to rateWorkNum
         add vsNooQty(vendorIndex) to rateWorkNum
         add vsLateQty(vendorIndex) to rateWorkNum
         move deliveredQty to rateWorkDenom
         perform computeRate
         move rateResult to vsExceptionRate(vendorIndex)

         move 0 to vsAvgLeadDays(vendorIndex)
         if vsLeadEvents(vendorIndex) is greater than 0
            divide vsLeadDaysTotal(vendorIndex) by vsLeadEvents(vendorIndex)
               giving vsAvgLeadDays(vendorIndex) rounded
         end-if

         move vsRejectRate(vendorIndex) to vsScore(vendorIndex)
         add vsExceptionRate(vendorIndex) to vsScore(vendorIndex)
         if vsQtyOrdered(vendorIndex) is greater than 0
            add 10000 to vsScore(vendorIndex)
            subtract vsFillRate(vendorIndex) from vsScore(vendorIndex)
         end-if
         add 1 to vendorIndex
      end-perform.

   *> rankVendors Subprogram/Paragraph - Builds the ranking index and shell-sorts it, the same gap
   *> sequence isbnValidator's duplicate pass uses
   rankVendors.
      move 1 to vendorIndex
      perform until vendorIndex is greater than vendorCount
         subtract vsScore(vendorIndex) from 999999 giving rankKeyScore
         subtract vsAvgLeadDays(vendorIndex) from 9999 giving rankKeyLead
         move vsVendorID(vendorIndex) to rankKeyVendor
         move rankKeyBuild to rankKey(vendorIndex)
         move vendorIndex to rankIdx(vendorIndex)
         add 1 to vendorIndex
      end-perform

      move 1 to gapSize
      perform until gapSize is greater than vendorCount
         multiply 3 by gapSize
         add 1 to gapSize
      end-perform
      perform until gapSize is equal to 1
         divide gapSize by 3 giving gapSize
         move gapSize to sortI
         add 1 to sortI
         perform until sortI is greater than vendorCount
            move rankKey(sortI) to sortKeyWork
            move rankIdx(sortI) to sortIdxWork
            move sortI to sortJ
            move 0 to sortDone
            perform until sortJ is not greater than gapSize or sortDone is equal to 1
               move sortJ to sortPrev
               subtract gapSize from sortPrev
               if rankKey(sortPrev) is greater than sortKeyWork
                  move rankEntry(sortPrev) to rankEntry(sortJ)
                  move sortPrev to sortJ
               else
                  move 1 to sortDone
               end-if
            end-perform
            move sortKeyWork to rankKey(sortJ)
            move sortIdxWork to rankIdx(sortJ)
            add 1 to sortI
         end-perform
      end-perform.

   *> writeScorecard Subprogram/Paragraph - The scorecard itself: a heading with the date range and
   *> what it was built from, then one line per vendor worst-first
   writeScorecard.
      open output scorecardFile
      move 1 to scorecardAvailable
      if scorecardFileStatus is not equal to 00 then
         move 0 to scorecardAvailable
         display "WARNING: scorecard file " scorecardFileName " could not be created - results will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move spaces to displayMessageBuffer
      string "VENDOR PERFORMANCE SCORECARD " rangeFromDate " TO " rangeToDate
         "  (PRODUCED " currentDateYMD ")" delimited by size
         into displayMessageBuffer
      perform emitScoreLine
      move spaces to displayMessageBuffer
      string "BUILT FROM " validationLinesUsed " VALIDATION HISTORY LINES, " onOrderLinesUsed
         " ON-ORDER LINES, " journalLinesUsed " RECEIPT JOURNAL EVENTS" delimited by size
         into displayMessageBuffer
      perform emitScoreLine
      move "RANKED WORST FIRST - SCORE = REJECT% + UNFILLED% + EXCEPTION% (OVERSHIPPED, NEVER-ORDERED, OR LATE-AFTER-CANCEL COPIES)" to displayMessageBuffer
      perform emitScoreLine
      move spaces to displayMessageBuffer
      perform emitScoreLine
      move "RANK VENDOR NAME                             LINES  REJECT%   LEN   CHR   CHK   DUP   RNG  ORDERED RECEIVED    FILL% LEAD OVRSHP NEVORD LATE CLAIMS CANCLD  EXCEPT%    SCORE" to displayMessageBuffer
      perform emitScoreLine

      move 1 to rankPosition
      perform until rankPosition is greater than vendorCount
         move rankIdx(rankPosition) to vendorIndex
         perform listOneVendor
         add 1 to rankPosition
      end-perform
      if vendorCount is equal to 0
         move "  (NO VENDOR ACTIVITY IN THE DATE RANGE)" to displayMessageBuffer
         perform emitScoreLine
      end-if

      move spaces to displayMessageBuffer
      perform emitScoreLine
      move spaces to displayMessageBuffer
      string "VENDORS SCORED: " vendorCount delimited by size into displayMessageBuffer
      perform emitScoreLine
      if scorecardAvailable is equal to 1
         close scorecardFile
      end-if.

   *> listOneVendor Subprogram/Paragraph - One scorecard line for the vendor row at vendorIndex
   listOneVendor.
      move vsRejectRate(vendorIndex) to rateResult
      perform formatRate
      move rateDisplay to rejectRateDisplay
      if vsLinesSubmitted(vendorIndex) is equal to 0
         move "     n/a" to rejectRateDisplay
      end-if
      move vsFillRate(vendorIndex) to rateResult
      perform formatRate
      move rateDisplay to fillRateDisplay
      if vsQtyOrdered(vendorIndex) is equal to 0
         move "     n/a" to fillRateDisplay
      end-if
      move vsExceptionRate(vendorIndex) to rateResult
      perform formatRate
      move rateDisplay to exceptionRateDisplay
      divide vsScore(vendorIndex) by 100 giving scoreWhole remainder scoreFrac
      move spaces to scoreDisplay
      string scoreWhole "." scoreFrac delimited by size into scoreDisplay

      move vsVendorID(vendorIndex) to vendorShown
      if vendorShown is equal to spaces
         move "(NONE)" to vendorShown
      end-if
      move vsVendorName(vendorIndex) to nameShown
      move vsLinesSubmitted(vendorIndex) to linesEdited
      move vsLenCount(vendorIndex) to reasonEditedA
      move vsChrCount(vendorIndex) to reasonEditedB
      move vsChkCount(vendorIndex) to reasonEditedC
      move vsDupCount(vendorIndex) to reasonEditedD
      move vsRngCount(vendorIndex) to reasonEditedE
      move vsQtyOrdered(vendorIndex) to orderedEdited
      move vsQtyReceived(vendorIndex) to receivedEdited
      move vsAvgLeadDays(vendorIndex) to leadEdited
      move vsOverQty(vendorIndex) to overEdited
      move vsNooQty(vendorIndex) to nooEdited
      move vsLateQty(vendorIndex) to lateEdited
      move vsClaimsSent(vendorIndex) to claimsEdited
      move vsCancelledLines(vendorIndex) to cancelledEdited

      move spaces to displayMessageBuffer
      string rankPosition "  " vendorShown " " nameShown
         " " linesEdited " " rejectRateDisplay
         " " reasonEditedA " " reasonEditedB " " reasonEditedC " " reasonEditedD " " reasonEditedE
         " " orderedEdited " " receivedEdited " " fillRateDisplay
         " " leadEdited " " overEdited " " nooEdited
         " " lateEdited " " claimsEdited " " cancelledEdited
         " " exceptionRateDisplay " " scoreDisplay delimited by size
         into displayMessageBuffer
      perform emitScoreLine.

   *> checkInRange Subprogram/Paragraph - inRange comes back 1 when eventDate is a date inside the
   *> requested range
   checkInRange.
      move 0 to inRange
      if eventDate is numeric
         if eventDate is not less than rangeFromDate and eventDate is not greater than rangeToDate
            move 1 to inRange
         end-if
      end-if.

   *> findVendorEntry Subprogram/Paragraph - Looks searchVendorID up in the vendor table, adding a
   *> zeroed row for a vendor not seen before; vendorFound comes back 0 only when the table is full
   findVendorEntry.
      move 0 to vendorFound
      move 1 to vendorIndex
      perform until vendorIndex is greater than vendorCount or vendorFound is equal to 1
         if vsVendorID(vendorIndex) is equal to searchVendorID then
            move 1 to vendorFound
         else
            add 1 to vendorIndex
         end-if
      end-perform
      if vendorFound is equal to 0
         if vendorCount is less than maxVendorRecords
            add 1 to vendorCount
            move vendorCount to vendorIndex
            move searchVendorID to vsVendorID(vendorIndex)
            move spaces to vsVendorName(vendorIndex)
            move 0 to vsLinesSubmitted(vendorIndex)
            move 0 to vsLenCount(vendorIndex)
            move 0 to vsChrCount(vendorIndex)
            move 0 to vsChkCount(vendorIndex)
            move 0 to vsDupCount(vendorIndex)
            move 0 to vsRngCount(vendorIndex)
            move 0 to vsRejectCount(vendorIndex)
            move 0 to vsQtyOrdered(vendorIndex)
            move 0 to vsQtyReceived(vendorIndex)
            move 0 to vsReceiptQty(vendorIndex)
            move 0 to vsLeadEvents(vendorIndex)
            move 0 to vsLeadDaysTotal(vendorIndex)
            move 0 to vsAvgLeadDays(vendorIndex)
            move 0 to vsOverEvents(vendorIndex)
            move 0 to vsOverQty(vendorIndex)
            move 0 to vsNooEvents(vendorIndex)
            move 0 to vsNooQty(vendorIndex)
            move 0 to vsLateQty(vendorIndex)
            move 0 to vsClaimsSent(vendorIndex)
            move 0 to vsCancelledLines(vendorIndex)
            move 0 to vsScore(vendorIndex)
            move 1 to vendorFound
         else
            if vendorTableFullWarned is equal to 0
               display "WARNING: more than " maxVendorRecords " vendors in the date range - the rest are left off the scorecard"
               move 1 to vendorTableFullWarned
               move 4 to severityValue
               perform noteSeverity
            end-if
         end-if
      end-if.

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

   *> computeRate Subprogram/Paragraph - Turns rateWorkNum out of rateWorkDenom into hundredths of a
   *> percent in rateResult, coming back 0 for an empty denominator
   computeRate.
      move 0 to rateResult
      if rateWorkDenom is not equal to 0
         multiply 10000 by rateWorkNum
         divide rateWorkNum by rateWorkDenom giving rateResult
      end-if.

   *> formatRate Subprogram/Paragraph - Renders rateResult (hundredths of a percent) as "nnn.nn%"
   formatRate.
      divide rateResult by 100 giving rateWhole remainder rateFrac
      move spaces to rateDisplay
      string " " rateWhole "." rateFrac "%" delimited by size into rateDisplay.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitScoreLine Subprogram/Paragraph - Sends the current line to the screen and, when it could be
   *> created, the scorecard file
   emitScoreLine.
      display displayMessageBuffer
      if scorecardAvailable is equal to 1
         move spaces to scorecardRecord
         move displayMessageBuffer to scorecardRecord
         write scorecardRecord
      end-if.
