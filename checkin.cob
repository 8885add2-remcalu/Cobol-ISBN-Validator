*>                         what is on order, updates quantities received, closes fully-received
*>                         lines, and reports overshipments and ISBNs that were never on order.
*>                         An aging report off the same file shows which POs vendors have left
*>                         unfilled, closing the loop that used to end at a printed report. Each
*>                         receipt moves its quantity times the line's encumbered price from the
*>                         fund's encumbered figure to its expended figure on the fund master.
*>                         Every copy placed against an order line also becomes an item record on
*>                         the copy-level holdings file, under the barcode read from the delivery
*>                         line or keyed by the operator. Every receipt, never-on-order ISBN, and
*>                         overshipment is also appended to a dated receipt journal, so lead times
*>                         and exceptions per vendor can be measured after the quantities have
*>                         been rewritten in place. Lines the claims run has cancelled drop out of
*>                         the aging report and take no receipts

identification division.
program-id. checkIn.
   input-output section.

   *> Determining how the on-order file, the delivery batch file, and the check-in report will be
   *> treated - on-order layout and key are the same as isbnValidator's postOnOrder step, fund
   *> master layout and key the same as fundMaint, holdings layout and keys the same as
   *> holdingsMaint
   file-control.
   select onOrderFile assign to dynamic onOrderFileName
      file status is onOrderFileStatus
      organization is indexed
      access mode is dynamic
      record key is onOrderKey.
   select oldOnOrderFile assign to dynamic oldOnOrderFileName
      file status is oldOnOrderFileStatus
      organization is indexed
      access mode is sequential
      record key is oldOnOrderKey.
   select fundFile assign to dynamic fundFileName
      file status is fundFileStatus
      organization is indexed
      access mode is dynamic
      record key is fundCode.
   select holdingsFile assign to dynamic holdingsFileName
      file status is holdingsFileStatus
      organization is indexed
      access mode is dynamic
      record key is holdBarcode
      alternate record key is holdISBN with duplicates.
   select deliveryFile assign to dynamic deliveryFileName
      file status is deliveryFileStatus
      organization is line sequential.
   select receiptJournalFile assign to dynamic receiptJournalFileName
      file status is receiptJournalFileStatus
      organization is line sequential.
   select checkinReportFile assign to dynamic checkinReportFileName
      file status is checkinReportFileStatus
      organization is line sequential.
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

   *> The original on-order layout, before each line carried the fund it is charged to and the
   *> price it was encumbered at - an on-order file built to it no longer opens against the widened
   *> record, so (U)pgrade reads it here and rewrites it in the new shape
   fd oldOnOrderFile.
   01 oldOnOrderRecord.
      05 oldOnOrderKey.
         10 oldOnOrderISBN pic x(13).
         10 oldOnOrderPONumber pic x(10).
      05 oldOnOrderVendor pic x(6).
      05 oldOnOrderQtyOrdered pic 9(5).
      05 oldOnOrderQtyReceived pic 9(5).
      05 oldOnOrderDate pic x(8).
      05 oldOnOrderStatus pic x(1).

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

   *> One record per physical copy, keyed by its item barcode, with the ISBN-13 as an alternate key.
   *> Status is S (on shelf), L (lost), W (withdrawn), or R (sent back to the vendor)
   fd holdingsFile.
   01 holdingsRecord.
      05 holdBarcode pic x(14).
      05 holdISBN pic x(13).
      05 holdLocation pic x(6).
      05 holdPONumber pic x(10).
      05 holdDateReceived pic x(8).
      05 holdStatus pic x(1).
      05 holdStatusDate pic x(8).

   *> One received ISBN per line: ISBN (1-20, hyphenated or bare, ISBN-10 or -13), quantity
   *> received (22-26, left-justified or zero-filled both accepted, blank means 1), barcode of the
   *> first copy (28-41, further copies take the following barcodes in sequence), and
   *> location/branch code (43-48, blank means the session's default location). Lines that are
   *> blank or start with '*' are comments
   fd deliveryFile.
   01 deliveryRecord pic x(60).

   *> One line per receiving event: date and time, event code (RCV received against an order
   *> line, NOO never on order, OVR overshipment, LAT late delivery against a cancelled line), vendor, PO, ISBN-13, quantity, and for a receipt
   *> the date the line was ordered and its ordered quantity. A never-on-order event carries the
   *> vendor the operator said delivered it, since there is no order line to take one from
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

   fd checkinReportFile.
   01 checkinReportRecord pic x(132).
   01 checkinReportFileName pic x(30) value "CHECKIN-REPORT.TXT".
   01 checkinReportFileStatus pic x(2).
   01 checkinReportAvailable pic 9.
   01 oldOnOrderFileName pic x(60) value "ON-ORDER.OLD".
   01 oldOnOrderFileStatus pic x(2).
   01 oldOnOrderEOF pic 9.
   01 convertedCount pic 9(5).
   01 alreadyOnFileCount pic 9(5).
   01 confirmAnswer pic x(1).

   *> Variables that deal with expending receipts against the fund master - optional, so a shop
   *> not yet keeping funds checks in exactly as before
   01 fundFileName pic x(60) value "FUND-MASTER.DAT".
   01 fundFileStatus pic x(2).
   01 fundAvailable pic 9.
   01 expendAmount pic 9(10)v99.
   01 expendedThisSession pic 9(11)v99.
   01 fundAmountEdited pic z(10)9.99.

   *> Variables that deal with the copy-level holdings file - one item per copy placed against an
   *> order line, the first barcode taken from the delivery line or the operator and each further
   *> copy given the next barcode in sequence (labels come off the roll in order)
   01 holdingsFileName pic x(60) value "HOLDINGS.DAT".
   01 holdingsFileStatus pic x(2).
   01 holdingsAvailable pic 9.
   01 holdingsOpened pic 9.
   01 enteredBarcode pic x(14).
   01 enteredLocation pic x(6).
   01 defaultLocation pic x(6) value "MAIN".
   01 locationEnv pic x(6).
   01 nextItemBarcode pic x(14).
   01 itemLocation pic x(6).
   01 itemCopyCounter pic 9(5).
   01 itemsAddedThisSession pic 9(5).
   01 copiesWithoutItems pic 9(5).
   01 copiesMissedHere pic 9(5).
   01 barcodeStepDone pic 9.
   01 barcodeUsable pic 9.
   01 barcodePos pic 99.
   01 barcodeCarry pic 9.
   01 barcodeDigit pic 99.

   *> Variables that deal with the receipt journal and the vendor a delivery came from
   01 receiptJournalFileName pic x(30) value "RECEIPT-JOURNAL.DAT".
   01 receiptJournalFileStatus pic x(2).
   01 receiptJournalAvailable pic 9.
   01 deliveringVendor pic x(6).
   01 enteredVendor pic x(6).
   01 lastMatchedVendor pic x(6).
   01 lastMatchedPO pic x(10).
   01 lastMatchedOrderDate pic x(8).
   01 lastMatchedQtyOrdered pic 9(5).

   *> Variables that deal with a receipt turning up for a line the claims run has cancelled
   01 cancelledSeen pic 9.
   01 cancelledVendor pic x(6).
   01 cancelledPO pic x(10).
   01 cancelledOrderDate pic x(8).
   01 cancelledQtyOrdered pic 9(5).
   01 lateCancelledCount pic 9(5).

   *> Variables that deal with the operator dialogue
   01 menuChoice pic x(1).
         stop run
      end-if.

   *> openFundMaster Subprogram/Paragraph - Opens the fund master for update so receipts can be
   *> expended against the funds their order lines encumbered; without one, receiving carries on
   *> and only the money side is skipped
   openFundMaster.
      move 1 to fundAvailable
      open i-o fundFile
      if fundFileStatus is not equal to 00 then
         move 0 to fundAvailable
         display "WARNING: fund master file " fundFileName " could not be opened - receipts will not be expended against funds"
      end-if.

   *> openHoldings Subprogram/Paragraph - Opens the copy-level holdings file for update, creating it
   *> first if no copy has ever been checked in; without one, receiving carries on and only the
   *> item records are skipped. The session's default location is MAIN unless the terminal's
   *> branch is set in CHECKIN_LOCATION
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
      move holdingsOpened to holdingsAvailable
      if holdingsAvailable is equal to 0 then
         display "WARNING: holdings file " holdingsFileName " could not be opened (status " holdingsFileStatus ") - no item records will be created"
      end-if
      move spaces to locationEnv
      accept locationEnv from environment "CHECKIN_LOCATION"
      if locationEnv is not equal to spaces then
         move locationEnv to defaultLocation
      end-if.

   *> openCheckinReport Subprogram/Paragraph - Appends this session's lines to the persistent
   *> check-in report, so what was received and what was off is on paper as well as on the file
   openCheckinReport.
      string currentDateYMD " CHECK-IN SESSION STARTED" delimited by size into displayMessageBuffer
      perform emitCheckinLine.

   *> openReceiptJournal Subprogram/Paragraph - Opens the receipt journal for appending, creating it
   *> the first time; without it receiving carries on, only the vendor history goes unrecorded
   openReceiptJournal.
      open extend receiptJournalFile
      if receiptJournalFileStatus is not equal to 00 then
         open output receiptJournalFile
      end-if
      move 1 to receiptJournalAvailable
      if receiptJournalFileStatus is not equal to 00 then
         move 0 to receiptJournalAvailable
         display "WARNING: receipt journal " receiptJournalFileName " could not be opened - receipts will not be journalled"
      end-if
      move spaces to deliveringVendor.

   *> mainMenu Subprogram/Paragraph - Loops on the operator menu until exit is requested,
   *> dispatching each choice to the matching paragraph
   mainMenu.
      move 0 to receiptsApplied
      move 0 to neverOnOrderCount
      move 0 to overshipCount
      move 0 to lateCancelledCount
      move 0 to linesClosed
      move 0 to expendedThisSession
      move 0 to itemsAddedThisSession
      move 0 to copiesWithoutItems
      move 0 to exitRequested
      perform until exitRequested is equal to 1
         display " "
         display "Select a function - (R)eceive one ISBN, (B)atch-load a delivery file, (A)ging report, (U)pgrade old on-order file, e(X)it: " with no advancing
         accept menuChoice
         if menuChoice is equal to 'R' or menuChoice is equal to 'r' then
            perform receiveOne
               if menuChoice is equal to 'A' or menuChoice is equal to 'a' then
                  perform agingReport
               else
                  if menuChoice is equal to 'U' or menuChoice is equal to 'u' then
                     perform upgradeOnOrder
                  else
                     if menuChoice is equal to 'X' or menuChoice is equal to 'x' then
                        move 1 to exitRequested
                     else
                        display "Unrecognized choice '" menuChoice "', please try again"
                     end-if
                  end-if
               end-if
            end-if
      string currentDateYMD " CHECK-IN SESSION FINISHED - RECEIPTS: " receiptsApplied
         "  LINES CLOSED: " linesClosed
         "  NEVER ON ORDER: " neverOnOrderCount
         "  OVERSHIPMENTS: " overshipCount
         "  LATE AGAINST CANCELLED: " lateCancelledCount delimited by size
         into displayMessageBuffer
      perform emitCheckinLine
      if fundAvailable is equal to 1
         move expendedThisSession to fundAmountEdited
         move spaces to displayMessageBuffer
         string currentDateYMD " EXPENDED AGAINST FUNDS THIS SESSION: " fundAmountEdited delimited by size
            into displayMessageBuffer
         perform emitCheckinLine
      end-if
      if holdingsAvailable is equal to 1
         move spaces to displayMessageBuffer
         string currentDateYMD " ITEMS ADDED TO HOLDINGS: " itemsAddedThisSession
            "  COPIES RECEIVED WITHOUT AN ITEM RECORD: " copiesWithoutItems delimited by size
            into displayMessageBuffer
         perform emitCheckinLine
      end-if

      if checkinReportAvailable is equal to 1
         close checkinReportFile
      end-if
      if fundAvailable is equal to 1
         close fundFile
      end-if
      if holdingsAvailable is equal to 1
         close holdingsFile
      end-if
      if receiptJournalAvailable is equal to 1
         close receiptJournalFile
      end-if
      close onOrderFile
      display " "
      display "Check-in finished, exiting program".
      stop run.

   *> receiveOne Subprogram/Paragraph - Takes one received ISBN and quantity from the operator and
   *> applies it against the on-order lines for that ISBN, with the barcode of the first copy and
   *> the location the copies are going to for the holdings file
   receiveOne.
      display "Enter the received ISBN (ISBN-10 or ISBN-13, hyphens allowed): " with no advancing
      accept enteredISBN
      display "Enter the quantity received (blank for 1): " with no advancing
      accept enteredQty
      move spaces to enteredBarcode
      move spaces to enteredLocation
      if holdingsAvailable is equal to 1
         display "Enter the barcode of the first copy (further copies take the next barcodes): " with no advancing
         accept enteredBarcode
         display "Enter the location/branch code (blank for " defaultLocation "): " with no advancing
         accept enteredLocation
      end-if
      perform askDeliveringVendor
      perform parseQuantityValue
      perform keyReceivedISBN
      perform applyReceipt.
      if deliveryFileStatus is not equal to 00 then
         display "ERROR: delivery file could not be opened: " deliveryFileName
      else
         move spaces to displayMessageBuffer
         perform askDeliveringVendor
         move spaces to displayMessageBuffer
         string "BATCH DELIVERY LOADED FROM: " delimited by size
            deliveryFileName delimited by space
            " DELIVERED BY: " delimited by size
            deliveringVendor delimited by size
            into displayMessageBuffer
         perform emitCheckinLine
         move 0 to deliveryEOF
                  and deliveryRecord(1:1) is not equal to '*'
                     move deliveryRecord(1:20) to enteredISBN
                     move deliveryRecord(22:5) to enteredQty
                     move deliveryRecord(28:14) to enteredBarcode
                     move deliveryRecord(43:6) to enteredLocation
                     perform parseQuantityValue
                     perform keyReceivedISBN
                     perform applyReceipt
         close deliveryFile
      end-if.

   *> askDeliveringVendor Subprogram/Paragraph - Asks which vendor the carton came from, keeping the
   *> previous answer when left blank, so an ISBN that was never on order can still be put down to
   *> the supplier that sent it
   askDeliveringVendor.
      display "Enter the delivering vendor ID (blank for '" deliveringVendor "'): " with no advancing
      accept enteredVendor
      if enteredVendor is not equal to spaces then
         move enteredVendor to deliveringVendor
      end-if.

   *> parseQuantityValue Subprogram/Paragraph - Turns the first run of digits in enteredQty
   *> (skipping leading spaces) into receiveQty, the same digit-scan idiom the validator uses for
   *> operator-set numbers, so "2" and "00002" both check in as two. A blank entry means 1; a
   *> applyReceipt Subprogram/Paragraph - Works receivedISBN13/receiveQty off against the on-order
   *> lines for that ISBN in PO order: each open line is filled up to its ordered quantity and
   *> closed when full. Whatever cannot be placed is an overshipment, and an ISBN with no on-order
   *> line at all was never on order - both go on the report for purchasing to chase. Lines the
   *> claims run has cancelled are never filled; what cannot be placed for an ISBN that has one is
   *> reported as a late delivery against the cancelled PO instead
   applyReceipt.
      add 1 to receiptsApplied
      move receiveQty to qtyLeft
      move enteredBarcode to nextItemBarcode
      move 1 to barcodeUsable
      if nextItemBarcode is equal to spaces
         move 0 to barcodeUsable
      end-if
      move enteredLocation to itemLocation
      if itemLocation is equal to spaces
         move defaultLocation to itemLocation
      end-if
      move 0 to matchFound
      move 0 to scanDone
      move spaces to lastMatchedVendor
      move spaces to lastMatchedPO
      move spaces to lastMatchedOrderDate
      move 0 to lastMatchedQtyOrdered
      move 0 to cancelledSeen

      move receivedISBN13 to onOrderISBN
      move low-values to onOrderPONumber
               if onOrderISBN is not equal to receivedISBN13
                  move 1 to scanDone
               else
                  *> A cancelled line takes nothing - whatever turns up for it now is a late
                  *> delivery the vendor was told not to send
                  if onOrderStatus is equal to 'X'
                     move 1 to cancelledSeen
                     move onOrderVendor to cancelledVendor
                     move onOrderPONumber to cancelledPO
                     move onOrderDate to cancelledOrderDate
                     move onOrderQtyOrdered to cancelledQtyOrdered
                  else
                     move 1 to matchFound
                     move onOrderVendor to lastMatchedVendor
                     move onOrderPONumber to lastMatchedPO
                     move onOrderDate to lastMatchedOrderDate
                     move onOrderQtyOrdered to lastMatchedQtyOrdered
                     if qtyLeft is greater than 0
                     and onOrderQtyReceived is less than onOrderQtyOrdered
                        move onOrderQtyOrdered to lineOutstanding
                        subtract onOrderQtyReceived from lineOutstanding
                        if qtyLeft is less than lineOutstanding
                           move qtyLeft to takeQty
                        else
                           move lineOutstanding to takeQty
                        end-if
                        add takeQty to onOrderQtyReceived
                        subtract takeQty from qtyLeft
                        if onOrderQtyReceived is less than onOrderQtyOrdered
                           move 'O' to onOrderStatus
                        else
                           move 'C' to onOrderStatus
                           add 1 to linesClosed
                        end-if
                        *> A shipment answers the line's claims - the count of unanswered claims
                        *> towards cancelling starts over, and the claims run measures its interval
                        *> from today's receipt (the last claim date and the claims sent over the
                        *> line's life are left as they are)
                        move 0 to onOrderClaimCount
                        move currentDateYMD to onOrderLastReceiptDate
                        rewrite onOrderRecord
                           invalid key
                              continue
                        end-rewrite
                        move spaces to displayMessageBuffer
                        string "RECEIVED " takeQty " OF " receivedISBN13
                           " AGAINST PO " onOrderPONumber
                           " VENDOR " onOrderVendor
                           " (NOW " onOrderQtyReceived " OF " onOrderQtyOrdered ")" delimited by size
                           into displayMessageBuffer
                        perform emitCheckinLine
                        if onOrderStatus is equal to 'C'
                           move spaces to displayMessageBuffer
                           string "  LINE FULLY RECEIVED AND CLOSED - PO " onOrderPONumber
                              " " receivedISBN13 delimited by size
                              into displayMessageBuffer
                           perform emitCheckinLine
                        end-if
                        move spaces to receiptJournalRecord
                        move "RCV" to rjEventCode
                        move onOrderVendor to rjVendorID
                        move onOrderPONumber to rjPONumber
                        move takeQty to rjQuantity
                        move onOrderDate to rjOrderDate
                        move onOrderQtyOrdered to rjQtyOrdered
                        perform writeReceiptJournal
                        perform expendReceipt
                        perform createItemRecords
                     end-if
                  end-if
               end-if
         end-read
      end-perform

      if matchFound is equal to 0 and cancelledSeen is equal to 0
         add 1 to neverOnOrderCount
         move spaces to displayMessageBuffer
         string "*** NEVER ON ORDER: " receivedISBN13 "  QUANTITY " receiveQty " ***" delimited by size
            into displayMessageBuffer
         perform emitCheckinLine
         move spaces to receiptJournalRecord
         move "NOO" to rjEventCode
         move deliveringVendor to rjVendorID
         move spaces to rjPONumber
         move receiveQty to rjQuantity
         move spaces to rjOrderDate
         move 0 to rjQtyOrdered
         perform writeReceiptJournal
      else
         if qtyLeft is greater than 0 and cancelledSeen is equal to 1
            add 1 to lateCancelledCount
            move spaces to displayMessageBuffer
            string "*** LATE DELIVERY AGAINST CANCELLED PO " cancelledPO ": " receivedISBN13
               "  QUANTITY " qtyLeft " VENDOR " cancelledVendor " ***" delimited by size
               into displayMessageBuffer
            perform emitCheckinLine
            move spaces to receiptJournalRecord
            move "LAT" to rjEventCode
            move cancelledVendor to rjVendorID
            move cancelledPO to rjPONumber
            move qtyLeft to rjQuantity
            move cancelledOrderDate to rjOrderDate
            move cancelledQtyOrdered to rjQtyOrdered
            perform writeReceiptJournal
            move 0 to qtyLeft
         end-if
         if qtyLeft is greater than 0
            add 1 to overshipCount
            move spaces to displayMessageBuffer
               " MORE THAN THE OPEN ORDER LINES COVER ***" delimited by size
               into displayMessageBuffer
            perform emitCheckinLine
            move spaces to receiptJournalRecord
            move "OVR" to rjEventCode
            move lastMatchedVendor to rjVendorID
            move lastMatchedPO to rjPONumber
            move qtyLeft to rjQuantity
            move lastMatchedOrderDate to rjOrderDate
            move lastMatchedQtyOrdered to rjQtyOrdered
            perform writeReceiptJournal
         end-if
      end-if.

   *> writeReceiptJournal Subprogram/Paragraph - Stamps the event the caller has set up in the
   *> journal record with today's date, the time, and the received ISBN, and appends it
   writeReceiptJournal.
      if receiptJournalAvailable is equal to 1
         move currentDateYMD to rjEventDate
         accept rjEventTime from time
         move receivedISBN13 to rjISBN
         write receiptJournalRecord
      end-if.

   *> expendReceipt Subprogram/Paragraph - Moves what was just received against the on-order line
   *> in the record area (takeQty times the price the line was encumbered at) from its fund's
   *> encumbered figure to its expended figure. Encumbered never goes below zero, so a line posted
   *> before the fund existed can still be received
   expendReceipt.
      multiply takeQty by onOrderUnitPrice giving expendAmount
      if fundAvailable is equal to 1 and expendAmount is greater than 0
      and onOrderFund is not equal to spaces
         move onOrderFund to fundCode
         read fundFile
            invalid key
               move spaces to displayMessageBuffer
               string "  WARNING: FUND " onOrderFund " IS NOT ON THE FUND MASTER - RECEIPT NOT EXPENDED" delimited by size
                  into displayMessageBuffer
               perform emitCheckinLine
            not invalid key
               if expendAmount is greater than fundEncumbered
                  move 0 to fundEncumbered
               else
                  subtract expendAmount from fundEncumbered
               end-if
               add expendAmount to fundExpended
               rewrite fundRecord
                  invalid key
                     continue
                  not invalid key
                     add expendAmount to expendedThisSession
                     move expendAmount to fundAmountEdited
                     move spaces to displayMessageBuffer
                     string "  EXPENDED " fundAmountEdited " AGAINST FUND " onOrderFund delimited by size
                        into displayMessageBuffer
                     perform emitCheckinLine
               end-rewrite
         end-read
      end-if.

   *> createItemRecords Subprogram/Paragraph - Creates one item record on the holdings file for each
   *> of the takeQty copies just placed against the on-order line in the record area, on the shelf
   *> as of today at the receipt's location and carrying the line's PO number. A barcode already on
   *> file is reported and that copy skipped (its label is physically wrong, so it goes to holdings
   *> maintenance rather than being renumbered here); copies with no barcode to give them are
   *> counted and reported the same way
   createItemRecords.
      if holdingsAvailable is equal to 1
         move 0 to copiesMissedHere
         move 0 to itemCopyCounter
         perform until itemCopyCounter is not less than takeQty
            add 1 to itemCopyCounter
            if barcodeUsable is equal to 0
               add 1 to copiesMissedHere
            else
               move nextItemBarcode to holdBarcode
               move receivedISBN13 to holdISBN
               move itemLocation to holdLocation
               move onOrderPONumber to holdPONumber
               move currentDateYMD to holdDateReceived
               move 'S' to holdStatus
               move currentDateYMD to holdStatusDate
               write holdingsRecord
                  invalid key
                     add 1 to copiesMissedHere
                     move spaces to displayMessageBuffer
                     string "  WARNING: BARCODE " nextItemBarcode
                        " IS ALREADY ON THE HOLDINGS FILE - COPY NOT ADDED" delimited by size
                        into displayMessageBuffer
                     perform emitCheckinLine
                  not invalid key
                     add 1 to itemsAddedThisSession
                     move spaces to displayMessageBuffer
                     string "  ITEM " nextItemBarcode " ADDED TO HOLDINGS AT " itemLocation delimited by size
                        into displayMessageBuffer
                     perform emitCheckinLine
               end-write
               perform advanceBarcode
            end-if
         end-perform
         if copiesMissedHere is greater than 0
            add copiesMissedHere to copiesWithoutItems
            move spaces to displayMessageBuffer
            string "  WARNING: " copiesMissedHere " COPIES OF " receivedISBN13
               " HAVE NO ITEM RECORD - ADD THEM THROUGH HOLDINGS MAINTENANCE" delimited by size
               into displayMessageBuffer
            perform emitCheckinLine
         end-if
      end-if.

   *> advanceBarcode Subprogram/Paragraph - Steps nextItemBarcode on to the next label in sequence by
   *> adding one to its trailing digits, carrying leftwards. A barcode with no trailing digit to
   *> step, or one already at all nines, cannot be continued, so any further copies are left for
   *> holdings maintenance
   advanceBarcode.
      move 14 to barcodePos
      move 0 to barcodeStepDone
      perform until barcodeStepDone is equal to 1
         if barcodePos is equal to 0
            move 1 to barcodeStepDone
         else
            if nextItemBarcode(barcodePos:1) is not equal to space
               move 1 to barcodeStepDone
            else
               subtract 1 from barcodePos
            end-if
         end-if
      end-perform

      move 1 to barcodeCarry
      move 0 to barcodeStepDone
      perform until barcodeStepDone is equal to 1
         if barcodePos is equal to 0
            move 1 to barcodeStepDone
         else
            move nextItemBarcode(barcodePos:1) to curChar
            if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
               move curChar to barcodeDigit
               add 1 to barcodeDigit
               if barcodeDigit is equal to 10
                  move '0' to nextItemBarcode(barcodePos:1)
                  subtract 1 from barcodePos
               else
                  move barcodeDigit(2:1) to nextItemBarcode(barcodePos:1)
                  move 0 to barcodeCarry
                  move 1 to barcodeStepDone
               end-if
            else
               move 1 to barcodeStepDone
            end-if
         end-if
      end-perform
      if barcodeCarry is equal to 1
         move 0 to barcodeUsable
      end-if.

   *> upgradeOnOrder Subprogram/Paragraph - One-time conversion from the prior on-order layout,
   *> whose lines carried no fund or encumbered price, claim history, invoiced quantity, or receipt
   *> date. The operator renames the old on-order file to ON-ORDER.OLD, and every line is loaded
   *> into the current on-order file with no fund and a zero price - those lines receive exactly
   *> as before, they just expend nothing, since nothing was ever encumbered for them
   upgradeOnOrder.
      display "This reads the old on-order file from " with no advancing
      display oldOnOrderFileName
      display "(rename the old ON-ORDER.DAT to that name first) and loads every"
      display "line into the current on-order file with no fund charged."
      display "Proceed with the upgrade? (Y/N): " with no advancing
      accept confirmAnswer
      if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
         perform upgradeOriginalOnOrder
      else
         display "Upgrade cancelled, nothing converted"
      end-if.

   *> upgradeOriginalOnOrder Subprogram/Paragraph - The conversion itself: every line comes across
   *> with no fund, a zero price, no claims or receipt date, and nothing invoiced against it
   upgradeOriginalOnOrder.
      open input oldOnOrderFile
      if oldOnOrderFileStatus is not equal to 00 then
         display "ERROR: old on-order file could not be opened (status " oldOnOrderFileStatus "), nothing converted"
      else
         move 0 to convertedCount
         move 0 to alreadyOnFileCount
         move 0 to oldOnOrderEOF
         perform until oldOnOrderEOF is equal to 1
            read oldOnOrderFile
               at end
                  move 1 to oldOnOrderEOF
               not at end
                  move oldOnOrderISBN to onOrderISBN
                  move oldOnOrderPONumber to onOrderPONumber
                  move oldOnOrderVendor to onOrderVendor
                  move oldOnOrderQtyOrdered to onOrderQtyOrdered
                  move oldOnOrderQtyReceived to onOrderQtyReceived
                  move oldOnOrderDate to onOrderDate
                  move oldOnOrderStatus to onOrderStatus
                  move spaces to onOrderFund
                  move 0 to onOrderUnitPrice
                  move 0 to onOrderClaimCount
                  move spaces to onOrderLastClaimDate
                  move 0 to onOrderQtyInvoiced
                  move 0 to onOrderClaimsSent
                  move spaces to onOrderLastReceiptDate
                  write onOrderRecord
                     invalid key
                        add 1 to alreadyOnFileCount
                     not invalid key
                        add 1 to convertedCount
                  end-write
            end-read
         end-perform
         close oldOnOrderFile
         display "Upgrade finished - converted " convertedCount " lines, " with no advancing
         display alreadyOnFileCount " were already on file"
      end-if.

   *> agingReport Subprogram/Paragraph - Walks the whole on-order file in key order, lists every
                     " ORDERED " onOrderDate
                     "  QTY " onOrderQtyOrdered
                     " RECEIVED " onOrderQtyReceived
                     " OUTSTANDING " lineOutstanding
                     " CLAIMED " onOrderClaimsSent delimited by size
                     into displayMessageBuffer
                  perform emitCheckinLine
                  perform rollUpOpenLine
