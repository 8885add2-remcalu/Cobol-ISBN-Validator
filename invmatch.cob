*> NOTES:                  Three-way match of a vendor invoice file against the on-order file and
*>                         what checkIn has actually received - each invoice line is held against
*>                         the on-order line for its ISBN/PO: billed no more than was received and
*>                         billed by the vendor the line is on order with passes for payment, while
*>                         lines billed beyond what receiving saw, lines that were never on order,
*>                         and lines billed under the wrong vendor ID are held for accounts payable
*>                         to chase. Writes a match report and a payable/held file AP keys from,
*>                         instead of AP ticking lines off the check-in report by hand. What is
*>                         passed for payment is added to the on-order line's invoiced quantity,
*>                         so a duplicate or re-billed invoice in a later run is held as well

identification division.
program-id. invoiceMatch.

environment division.
   input-output section.

   *> Determining how the invoice file, the on-order and vendor master files, and the two outputs
   *> will be treated - on-order and vendor master layouts and keys are the same as isbnValidator
   file-control.
   select invoiceFile assign to dynamic invoiceFileName
      file status is invoiceFileStatus
      organization is line sequential.
   select onOrderFile assign to dynamic onOrderFileName
      file status is onOrderFileStatus
      organization is indexed
      access mode is dynamic
      record key is onOrderKey.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is dynamic
      record key is vmVendorID.
   select matchReportFile assign to dynamic matchReportFileName
      file status is matchReportFileStatus
      organization is line sequential.
   select payableFile assign to dynamic payableFileName
      file status is payableFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> One invoice line per record: vendor ID (1-6), invoice number (8-19), PO number (21-30),
   *> ISBN (32-51, hyphenated or bare, ISBN-10 or -13), quantity billed (53-57, left-justified or
   *> zero-filled), unit price (59-68, with or without a decimal point, e.g. "24.99"). Lines that
   *> are blank or start with '*' are comments; an HDR line is skipped and a TRL line carries the
   *> detail count the file must balance against, the same as an order file
   fd invoiceFile.
   01 invoiceRecord pic x(80).

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

   fd matchReportFile.
   01 matchReportRecord pic x(160).

   *> One fixed-layout record per invoice line, PAY or HOLD, between a dated header and a TRL
   *> trailer carrying the record count, so AP can key straight from it and balance what it keyed
   fd payableFile.
   01 payableRecord pic x(120).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 invoiceFileName pic x(60).
   01 invoiceFileStatus pic x(2).
   01 invoiceEOF pic 9.
   01 fileExists pic 9.
   01 batchSupplied pic 9.
   01 onOrderFileName pic x(60) value "ON-ORDER.DAT".
   01 onOrderFileStatus pic x(2).
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 vendorMasterAvailable pic 9.
   01 matchReportFileName pic x(80).
   01 matchReportFileStatus pic x(2).
   01 matchReportAvailable pic 9.
   01 payableFileName pic x(80).
   01 payableFileStatus pic x(2).
   01 payableAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on the match:
   *> 0 = every line passed, 4 = lines held, 8 = lines billed under the wrong vendor ID, 12 = the
   *> invoice file is out of balance (nothing released for payment), 16 = hard failure
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> The invoice lines as read, held in a table so the trailer can be balanced before anything is
   *> released for payment - an out-of-balance file is a short transmission and pays nothing
   01 invLineCount pic 9(5).
   01 maxInvoiceLines pic 9(5) value 5000.
   01 invTableFullWarned pic 9.
   01 invLineList.
      05 invLineEntry occurs 5000 times.
         10 invLineVendor pic x(6).
         10 invLineNumber pic x(12).
         10 invLinePO pic x(10).
         10 invLineISBN pic x(20).
         10 invLineQtyX pic x(5).
         10 invLinePriceX pic x(10).
   01 invIndex pic 9(5).
   01 headerCount pic 9(3).
   01 trailerSeen pic 9.
   01 trailerExpected pic 9(5).
   01 trailerScanPos pic 99.
   01 trailerScanDone pic 9.
   01 trailerDigitSeen pic 9.
   01 outOfBalance pic 9.

   *> Variables that deal with normalizing an invoiced ISBN and crosswalking an ISBN-10 to its
   *> ISBN-13 form, so a line billed in either form matches the ISBN-13-keyed on-order file -
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
   01 invoicedISBN13 pic x(13).

   *> Variables that deal with turning the billed quantity and unit price into numbers - both
   *> arrive left-justified and space-padded, so they are digit-scanned the way checkIn takes a
   *> keyed quantity; a price may carry a decimal point and up to two places after it
   01 qtyScanPos pic 9.
   01 qtyScanDone pic 9.
   01 qtyDigitSeen pic 9.
   01 qtyWork pic 9(5).
   01 qtyUsable pic 9.
   01 billedQty pic 9(5).
   01 priceText pic x(10).
   01 priceScanPos pic 99.
   01 priceScanDone pic 9.
   01 priceDigitSeen pic 9.
   01 pricePointSeen pic 9.
   01 priceFracDigits pic 9.
   01 priceWhole pic 9(7).
   01 priceCents pic 99.
   01 priceFraction pic v99.
   01 priceUsable pic 9.
   01 unitPrice pic 9(7)v99.
   01 extendedAmount pic 9(9)v99.

   *> Variables that deal with matching one line - the disposition, its reason code, and what
   *> has already been passed for the same ISBN/PO, so no two lines, invoices, or runs can between
   *> them bill more than receiving saw. Earlier runs' passes are the on-order line's invoiced
   *> quantity, and a balanced file's passes go straight onto it; an out-of-balance file releases
   *> nothing, so its passes are only kept in the table for the run. Reason codes are NOO (never
   *> on order), VEN (billed under the wrong vendor ID), OVB (billed more than was received), QTY
   *> (billed quantity not numeric), and PRC (unit price not numeric)
   01 lineDisposition pic x(4).
   01 lineReason pic x(3).
   01 lineNote pic x(60).
   01 lineOnOrder pic 9.
   01 billedSoFar pic 9(7).
   01 passedBefore pic 9(7).
   01 billedTotal pic 9(7).
   01 billedCount pic 9(5).
   01 maxBilledEntries pic 9(5) value 5000.
   01 billedFullWarned pic 9.
   01 billedList.
      05 billedEntry occurs 5000 times.
         10 billedISBN13 pic x(13).
         10 billedPO pic x(10).
         10 billedQtyPassed pic 9(7).
   01 billedIndex pic 9(5).
   01 billedFound pic 9.

   *> Variables that deal with the per-invoice control break - lines of one invoice arrive
   *> together, so each invoice gets a heading, its lines, and a subtotal line in file order
   01 curInvVendor pic x(6).
   01 curInvNumber pic x(12).
   01 curInvVendorName pic x(30).
   01 invGroupOpen pic 9.
   01 invGroupLines pic 9(5).
   01 invGroupHeld pic 9(5).
   01 invGroupWrongVendor pic 9(5).
   01 invGroupPayAmount pic 9(9)v99.
   01 invGroupHoldAmount pic 9(9)v99.

   *> Run totals for the report footer and the payable file trailer
   01 invoiceCount pic 9(5).
   01 linesMatched pic 9(5).
   01 linesPassed pic 9(5).
   01 linesHeld pic 9(5).
   01 linesNeverOnOrder pic 9(5).
   01 linesOverBilled pic 9(5).
   01 linesWrongVendor pic 9(5).
   01 linesUnreadable pic 9(5).
   01 invoicesWrongVendor pic 9(5).
   01 payableCount pic 9(5).
   01 totalPayAmount pic 9(11)v99.
   01 totalHoldAmount pic 9(11)v99.

   *> Edited fields for the report lines
   01 priceEdited pic z(6)9.99.
   01 amountEdited pic z(8)9.99.
   01 priceTotalEdited pic z(8)9.99.
   01 totalEdited pic z(10)9.99.

   *> The payable/held record - fixed columns, same two-space separation as the vendor return files
   01 payableDetail.
      05 payDisposition pic x(4).
      05 filler pic x(2).
      05 payVendorID pic x(6).
      05 filler pic x(2).
      05 payInvoiceNumber pic x(12).
      05 filler pic x(2).
      05 payPONumber pic x(10).
      05 filler pic x(2).
      05 payISBN13 pic x(13).
      05 filler pic x(2).
      05 payQtyBilled pic 9(5).
      05 filler pic x(2).
      05 payQtyReceived pic 9(5).
      05 filler pic x(2).
      05 payUnitPrice pic 9(7).99.
      05 filler pic x(2).
      05 payExtended pic 9(9).99.
      05 filler pic x(2).
      05 payReasonCode pic x(3).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Vendor invoice match against on-order file    |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Works out which invoice file to match, reads and balances it,
   *> matches every line, and stops with the run's condition code
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      perform determineInvoiceFile
      perform buildDerivedNames
      perform loadInvoiceFile
      perform checkInvoiceBalance
      perform openMatchFiles
      perform matchInvoiceLines
      perform writeMatchTotals

      close onOrderFile
      if vendorMasterAvailable is equal to 1
         close vendorMasterFile
      end-if
      if matchReportAvailable is equal to 1
         close matchReportFile
      end-if
      if payableAvailable is equal to 1
         close payableFile
      end-if
      display " "
      display "Match report written to: " with no advancing
      display matchReportFileName
      display "Invoice match finished with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineInvoiceFile Subprogram/Paragraph - Takes the invoice file name from the batch
   *> parameter or the INVMATCH_FILENAME environment variable, prompting only when neither is set;
   *> a batch-supplied name that will not open ends the run instead of hanging on a prompt
   determineInvoiceFile.
      move 0 to batchSupplied
      move spaces to invoiceFileName
      accept invoiceFileName from command-line
      if invoiceFileName is equal to spaces then
         accept invoiceFileName from environment "INVMATCH_FILENAME"
      end-if
      if invoiceFileName is not equal to spaces then
         move 1 to batchSupplied
      else
         display "Please enter the vendor invoice file name: " with no advancing
      end-if

      move 0 to fileExists
      perform until fileExists is equal to 1
         if batchSupplied is equal to 0 then
            accept invoiceFileName
         end-if
         open input invoiceFile
         if invoiceFileStatus is not equal to 00 then
            if batchSupplied is equal to 1 then
               display "ERROR: batch-supplied invoice file could not be opened: " invoiceFileName
               move 16 to return-code
               stop run
            end-if
            display "ERROR: Invalid file detected, enter a valid invoice file name: " with no advancing
         else
            move 1 to fileExists
         end-if
      end-perform.

   *> buildDerivedNames Subprogram/Paragraph - Names the match report and the payable/held file off
   *> of the invoice file name, the same way the validator names its outputs off the order file
   buildDerivedNames.
      move spaces to matchReportFileName
      string invoiceFileName delimited by space "-MATCH.TXT" delimited by size into matchReportFileName
      move spaces to payableFileName
      string invoiceFileName delimited by space "-PAYABLE.TXT" delimited by size into payableFileName.

   *> loadInvoiceFile Subprogram/Paragraph - Reads the (already open) invoice file into the line
   *> table, consuming HDR and TRL control records and skipping comments
   loadInvoiceFile.
      move 0 to invLineCount
      move 0 to invTableFullWarned
      move 0 to headerCount
      move 0 to trailerSeen
      move 0 to trailerExpected
      move 0 to invoiceEOF
      perform until invoiceEOF is equal to 1
         read invoiceFile
            at end
               move 1 to invoiceEOF
            not at end
               if invoiceRecord is not equal to spaces
               and invoiceRecord(1:1) is not equal to '*'
                  if invoiceRecord(1:3) is equal to "HDR"
                     add 1 to headerCount
                  else
                     if invoiceRecord(1:3) is equal to "TRL"
                        move 1 to trailerSeen
                        perform parseTrailerCount
                     else
                        perform storeInvoiceLine
                     end-if
                  end-if
               end-if
         end-read
      end-perform
      close invoiceFile
      display "Read " invLineCount " invoice lines from: " with no advancing
      display invoiceFileName.

   *> storeInvoiceLine Subprogram/Paragraph - Files one detail line into the table, stopping with a
   *> warning rather than overrunning it
   storeInvoiceLine.
      if invLineCount is equal to maxInvoiceLines
         if invTableFullWarned is equal to 0
            display "WARNING: invoice file has more than " maxInvoiceLines " lines - the rest are not matched"
            move 1 to invTableFullWarned
            move 4 to severityValue
            perform noteSeverity
         end-if
      else
         add 1 to invLineCount
         move invoiceRecord(1:6) to invLineVendor(invLineCount)
         move invoiceRecord(8:12) to invLineNumber(invLineCount)
         move invoiceRecord(21:10) to invLinePO(invLineCount)
         move invoiceRecord(32:20) to invLineISBN(invLineCount)
         move invoiceRecord(53:5) to invLineQtyX(invLineCount)
         move invoiceRecord(59:10) to invLinePriceX(invLineCount)
      end-if.

   *> parseTrailerCount Subprogram/Paragraph - Pulls the expected detail count out of the trailer
   *> record: the first run of digits after column 3, skipping any leading spaces, so "TRL000123"
   *> and "TRL 123" both balance - same rule the validator applies to order files
   parseTrailerCount.
      move 0 to trailerExpected
      move 0 to trailerDigitSeen
      move 0 to trailerScanDone
      move 4 to trailerScanPos
      perform until trailerScanPos is greater than 12 or trailerScanDone is equal to 1
         move invoiceRecord(trailerScanPos:1) to curChar
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

   *> checkInvoiceBalance Subprogram/Paragraph - When the file carried a trailer, holds its stated
   *> count against the lines actually read; an out-of-balance invoice file is still matched and
   *> reported so the shortfall can be chased, but nothing from it is released for payment
   checkInvoiceBalance.
      move 0 to outOfBalance
      if trailerSeen is equal to 1
         if trailerExpected is not equal to invLineCount
            move 1 to outOfBalance
            move spaces to displayMessageBuffer
            string "ERROR: invoice file is OUT OF BALANCE - trailer says " delimited by size
               trailerExpected delimited by size
               " lines, " delimited by size
               invLineCount delimited by size
               " were read - no payable file will be written" delimited by size
               into displayMessageBuffer
            display displayMessageBuffer
            move 12 to severityValue
            perform noteSeverity
         else
            display "Control totals balanced: trailer count " trailerExpected " matches invoice lines read"
         end-if
      end-if.

   *> openMatchFiles Subprogram/Paragraph - Opens the on-order file for update (nothing can be
   *> matched without it, and what is passed is recorded on it), the vendor master for the names on
   *> the invoice headings (optional), and the two outputs
   openMatchFiles.
      open i-o onOrderFile
      if onOrderFileStatus is not equal to 00 then
         display "ERROR: on-order file " onOrderFileName " could not be opened (status " onOrderFileStatus "), nothing matched"
         move 16 to return-code
         stop run
      end-if

      move 1 to vendorMasterAvailable
      open input vendorMasterFile
      if vendorMasterFileStatus is not equal to 00 then
         move 0 to vendorMasterAvailable
         display "WARNING: vendor master file " vendorMasterFileName " could not be opened - invoice headings will carry IDs only"
         move 4 to severityValue
         perform noteSeverity
      end-if

      open output matchReportFile
      move 1 to matchReportAvailable
      if matchReportFileStatus is not equal to 00 then
         move 0 to matchReportAvailable
         display "WARNING: match report " matchReportFileName " could not be created - results will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if

      *> An out-of-balance file must not leave an earlier run's payable file sitting under the
      *> derived name for AP to key from, so the file is opened (emptied) either way and only
      *> written to when the invoice file balanced
      open output payableFile
      move 1 to payableAvailable
      if payableFileStatus is not equal to 00 then
         move 0 to payableAvailable
         display "WARNING: payable file " payableFileName " could not be created - AP must key from the match report"
         move 4 to severityValue
         perform noteSeverity
      else
         if outOfBalance is equal to 1
            close payableFile
            move 0 to payableAvailable
            display "Any earlier payable file for this invoice file has been emptied - nothing is released for payment"
         else
            move spaces to payableRecord
            string "HDR " currentDateYMD " INVOICE MATCH FROM FILE " delimited by size
               invoiceFileName delimited by space
               into payableRecord
            write payableRecord
         end-if
      end-if

      move spaces to displayMessageBuffer
      string "INVOICE MATCH REPORT - FILE: " delimited by size
         invoiceFileName delimited by space
         "  RUN DATE: " delimited by size
         currentDateYMD delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      move spaces to displayMessageBuffer
      perform emitMatchLine.

   *> matchInvoiceLines Subprogram/Paragraph - Works through the invoice lines in file order, opening
   *> a new invoice section whenever the vendor/invoice number changes, and matching each line
   matchInvoiceLines.
      move 0 to invoiceCount
      move 0 to linesMatched
      move 0 to linesPassed
      move 0 to linesHeld
      move 0 to linesNeverOnOrder
      move 0 to linesOverBilled
      move 0 to linesWrongVendor
      move 0 to linesUnreadable
      move 0 to invoicesWrongVendor
      move 0 to payableCount
      move 0 to totalPayAmount
      move 0 to totalHoldAmount
      move 0 to billedCount
      move 0 to billedFullWarned
      move 0 to invGroupOpen
      move spaces to curInvVendor
      move spaces to curInvNumber

      move 1 to invIndex
      perform until invIndex is greater than invLineCount
         if invGroupOpen is equal to 0
         or invLineVendor(invIndex) is not equal to curInvVendor
         or invLineNumber(invIndex) is not equal to curInvNumber
            if invGroupOpen is equal to 1
               perform closeInvoiceGroup
            end-if
            perform openInvoiceGroup
         end-if
         perform matchOneLine
         add 1 to invIndex
      end-perform
      if invGroupOpen is equal to 1
         perform closeInvoiceGroup
      end-if
      if invLineCount is equal to 0
         move "  (THE INVOICE FILE HELD NO DETAIL LINES)" to displayMessageBuffer
         perform emitMatchLine
      end-if.

   *> openInvoiceGroup Subprogram/Paragraph - Starts a new invoice section with a heading naming the
   *> vendor off the master, and clears the invoice's subtotals
   openInvoiceGroup.
      move 1 to invGroupOpen
      add 1 to invoiceCount
      move invLineVendor(invIndex) to curInvVendor
      move invLineNumber(invIndex) to curInvNumber
      move 0 to invGroupLines
      move 0 to invGroupHeld
      move 0 to invGroupWrongVendor
      move 0 to invGroupPayAmount
      move 0 to invGroupHoldAmount

      move spaces to curInvVendorName
      if vendorMasterAvailable is equal to 1
         move curInvVendor to vmVendorID
         read vendorMasterFile
            invalid key
               move "(NOT ON VENDOR MASTER)" to curInvVendorName
            not invalid key
               move vmVendorName to curInvVendorName
         end-read
      end-if

      move spaces to displayMessageBuffer
      string "INVOICE " curInvNumber "  VENDOR " curInvVendor "  " curInvVendorName delimited by size
         into displayMessageBuffer
      perform emitMatchLine.

   *> closeInvoiceGroup Subprogram/Paragraph - The invoice's subtotal line, plus the wrong-vendor
   *> flag when any of its lines is on order with a different supplier than the one billing it
   closeInvoiceGroup.
      move invGroupPayAmount to amountEdited
      move invGroupHoldAmount to priceTotalEdited
      move spaces to displayMessageBuffer
      string "  INVOICE " curInvNumber " SUBTOTAL - LINES: " invGroupLines
         "  HELD: " invGroupHeld
         "  PASSED FOR PAYMENT: " amountEdited
         "  HELD AMOUNT: " priceTotalEdited delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      if invGroupWrongVendor is greater than 0
         add 1 to invoicesWrongVendor
         move spaces to displayMessageBuffer
         string "  *** INVOICE " curInvNumber " BILLED UNDER THE WRONG VENDOR ID " curInvVendor
            " - " invGroupWrongVendor " LINES ARE ON ORDER WITH ANOTHER VENDOR ***" delimited by size
            into displayMessageBuffer
         perform emitMatchLine
      end-if
      move spaces to displayMessageBuffer
      perform emitMatchLine.

   *> matchOneLine Subprogram/Paragraph - Decides PAY or HOLD for the line at invIndex: the ISBN
   *> has to be on order on that PO, with the billing vendor, and what has already been passed for
   *> the same ISBN/PO plus this line may not exceed what checkIn has received against it
   matchOneLine.
      add 1 to linesMatched
      add 1 to invGroupLines
      move "PAY " to lineDisposition
      move spaces to lineReason
      move spaces to lineNote
      move 0 to lineOnOrder
      move 0 to onOrderQtyReceived
      move 0 to onOrderQtyOrdered

      move invLineISBN(invIndex) to rawISBNForNormalize
      perform keyInvoicedISBN

      move invLineQtyX(invIndex) to priceText
      perform parseQuantityValue
      move invLinePriceX(invIndex) to priceText
      perform parsePriceValue
      move 0 to extendedAmount
      if qtyUsable is equal to 1 and priceUsable is equal to 1
         multiply billedQty by unitPrice giving extendedAmount
      end-if

      move invoicedISBN13 to onOrderISBN
      move invLinePO(invIndex) to onOrderPONumber
      read onOrderFile
         invalid key
            move 0 to lineOnOrder
         not invalid key
            move 1 to lineOnOrder
      end-read

      if lineOnOrder is equal to 0
         move "HOLD" to lineDisposition
         move "NOO" to lineReason
         move "NEVER ON ORDER ON THIS PO" to lineNote
         add 1 to linesNeverOnOrder
      else
         if onOrderVendor is not equal to invLineVendor(invIndex)
            move "HOLD" to lineDisposition
            move "VEN" to lineReason
            move spaces to lineNote
            string "ON ORDER WITH VENDOR " onOrderVendor ", NOT " invLineVendor(invIndex) delimited by size
               into lineNote
            add 1 to linesWrongVendor
            add 1 to invGroupWrongVendor
         else
            if qtyUsable is equal to 0
               move "HOLD" to lineDisposition
               move "QTY" to lineReason
               move "QUANTITY BILLED IS NOT NUMERIC" to lineNote
               add 1 to linesUnreadable
            else
               if priceUsable is equal to 0
                  move "HOLD" to lineDisposition
                  move "PRC" to lineReason
                  move "UNIT PRICE IS NOT NUMERIC" to lineNote
                  add 1 to linesUnreadable
               else
                  perform findBilledSoFar
                  if onOrderQtyInvoiced is not numeric
                     move 0 to onOrderQtyInvoiced
                  end-if
                  move onOrderQtyInvoiced to passedBefore
                  add billedSoFar to passedBefore
                  move passedBefore to billedTotal
                  add billedQty to billedTotal
                  if billedTotal is greater than onOrderQtyReceived
                     move "HOLD" to lineDisposition
                     move "OVB" to lineReason
                     move spaces to lineNote
                     string "BILLED " billedTotal " (" passedBefore(3:5) " PASSED BEFORE) BUT ONLY "
                        onOrderQtyReceived " RECEIVED" delimited by size
                        into lineNote
                     add 1 to linesOverBilled
                  else
                     perform notePassedQuantity
                  end-if
               end-if
            end-if
         end-if
      end-if

      if lineDisposition is equal to "PAY "
         add 1 to linesPassed
         add extendedAmount to invGroupPayAmount
         add extendedAmount to totalPayAmount
      else
         add 1 to linesHeld
         add 1 to invGroupHeld
         add extendedAmount to invGroupHoldAmount
         add extendedAmount to totalHoldAmount
      end-if

      move unitPrice to priceEdited
      move extendedAmount to amountEdited
      move spaces to displayMessageBuffer
      string "  PO " invLinePO(invIndex)
         " " invoicedISBN13
         "  BILLED " billedQty
         " @ " priceEdited
         " = " amountEdited
         "  RECEIVED " onOrderQtyReceived
         " OF " onOrderQtyOrdered
         "  " lineDisposition delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      if lineReason is not equal to spaces
         move spaces to displayMessageBuffer
         string "      *** " lineReason " - " lineNote delimited by size into displayMessageBuffer
         perform emitMatchLine
      end-if

      if payableAvailable is equal to 1
         move spaces to payableDetail
         move lineDisposition to payDisposition
         move invLineVendor(invIndex) to payVendorID
         move invLineNumber(invIndex) to payInvoiceNumber
         move invLinePO(invIndex) to payPONumber
         move invoicedISBN13 to payISBN13
         move billedQty to payQtyBilled
         move onOrderQtyReceived to payQtyReceived
         move unitPrice to payUnitPrice
         move extendedAmount to payExtended
         move lineReason to payReasonCode
         move spaces to payableRecord
         move payableDetail to payableRecord
         write payableRecord
         add 1 to payableCount
      end-if

      if lineDisposition is equal to "HOLD"
         move 4 to severityValue
         if lineReason is equal to "VEN"
            move 8 to severityValue
         end-if
         perform noteSeverity
      end-if.

   *> findBilledSoFar Subprogram/Paragraph - What earlier lines in this file have already passed
   *> for the current ISBN/PO and not yet recorded on the on-order file, leaving billedIndex on its table entry when there is one
   findBilledSoFar.
      move 0 to billedSoFar
      move 0 to billedFound
      move 1 to billedIndex
      perform until billedIndex is greater than billedCount or billedFound is equal to 1
         if billedISBN13(billedIndex) is equal to invoicedISBN13
         and billedPO(billedIndex) is equal to invLinePO(invIndex)
            move 1 to billedFound
            move billedQtyPassed(billedIndex) to billedSoFar
         else
            add 1 to billedIndex
         end-if
      end-perform.

   *> notePassedQuantity Subprogram/Paragraph - Adds a passed line's quantity to its ISBN/PO's
   *> invoiced quantity on the on-order file when the invoice file balanced, otherwise to the run's
   *> table (findBilledSoFar has just positioned billedIndex)
   notePassedQuantity.
      if outOfBalance is equal to 0
         add billedQty to onOrderQtyInvoiced
         rewrite onOrderRecord
            invalid key
               move spaces to displayMessageBuffer
               string "ERROR: PO " onOrderPONumber " " onOrderISBN " could not be rewritten (status "
                  onOrderFileStatus ") - invoiced quantity not recorded" delimited by size
                  into displayMessageBuffer
               perform emitMatchLine
               move 8 to severityValue
               perform noteSeverity
         end-rewrite
      else
         perform noteRunPassedQuantity
      end-if.

   *> noteRunPassedQuantity Subprogram/Paragraph - Adds a passed line's quantity to its ISBN/PO's
   *> running total for this run
   noteRunPassedQuantity.
      if billedFound is equal to 1
         add billedQty to billedQtyPassed(billedIndex)
      else
         if billedCount is less than maxBilledEntries
            add 1 to billedCount
            move invoicedISBN13 to billedISBN13(billedCount)
            move invLinePO(invIndex) to billedPO(billedCount)
            move billedQty to billedQtyPassed(billedCount)
         else
            if billedFullWarned is equal to 0
               display "WARNING: more than " maxBilledEntries " distinct ISBN/PO lines passed - later repeats are checked line by line only"
               move 1 to billedFullWarned
            end-if
         end-if
      end-if.

   *> keyInvoicedISBN Subprogram/Paragraph - Normalizes the billed ISBN (hyphens/spaces stripped)
   *> and crosswalks a 10-character form to its ISBN-13 (978 prefix plus the original first 9
   *> digits with a recomputed EAN-13 check digit), leaving the on-order key form in invoicedISBN13
   keyInvoicedISBN.
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
      move isbn13Candidate to invoicedISBN13.

   *> parseQuantityValue Subprogram/Paragraph - Turns the first run of digits in priceText (the
   *> quantity columns, skipping leading spaces) into billedQty, the same digit-scan idiom checkIn
   *> uses; a quantity with no digits, or with anything but trailing spaces after them, is unusable
   parseQuantityValue.
      move 0 to billedQty
      move 0 to qtyWork
      move 0 to qtyDigitSeen
      move 0 to qtyScanDone
      move 1 to qtyUsable
      move 1 to qtyScanPos
      perform until qtyScanPos is greater than 5 or qtyScanDone is equal to 1
         move priceText(qtyScanPos:1) to curChar
         if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
            multiply 10 by qtyWork
            move curChar to curCharToInt
            add curCharToInt to qtyWork
            move 1 to qtyDigitSeen
         else
            if curChar is not equal to space
               move 0 to qtyUsable
               move 1 to qtyScanDone
            else
               if qtyDigitSeen is equal to 1
                  move 1 to qtyScanDone
               end-if
            end-if
         end-if
         add 1 to qtyScanPos
      end-perform
      if qtyDigitSeen is equal to 0
         move 0 to qtyUsable
      end-if
      if qtyUsable is equal to 1
         move qtyWork to billedQty
      end-if.

   *> parsePriceValue Subprogram/Paragraph - Turns priceText into unitPrice: digits before an
   *> optional decimal point are whole units, up to two digits after it are cents, and trailing
   *> spaces end the value. Anything else (a second point, a letter, a third decimal place) makes
   *> the price unusable rather than silently mispricing the line
   parsePriceValue.
      move 0 to unitPrice
      move 0 to priceWhole
      move 0 to priceCents
      move 0 to priceDigitSeen
      move 0 to pricePointSeen
      move 0 to priceFracDigits
      move 0 to priceScanDone
      move 1 to priceUsable
      move 1 to priceScanPos
      perform until priceScanPos is greater than 10 or priceScanDone is equal to 1
         move priceText(priceScanPos:1) to curChar
         if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
            move curChar to curCharToInt
            if pricePointSeen is equal to 0
               multiply 10 by priceWhole
               add curCharToInt to priceWhole
            else
               if priceFracDigits is less than 2
                  multiply 10 by priceCents
                  add curCharToInt to priceCents
                  add 1 to priceFracDigits
               else
                  move 0 to priceUsable
                  move 1 to priceScanDone
               end-if
            end-if
            move 1 to priceDigitSeen
         else
            if curChar is equal to '.'
               if pricePointSeen is equal to 1
                  move 0 to priceUsable
                  move 1 to priceScanDone
               else
                  move 1 to pricePointSeen
               end-if
            else
               if curChar is not equal to space
                  move 0 to priceUsable
                  move 1 to priceScanDone
               else
                  if priceDigitSeen is equal to 1 or pricePointSeen is equal to 1
                     move 1 to priceScanDone
                  end-if
               end-if
            end-if
         end-if
         add 1 to priceScanPos
      end-perform
      if priceDigitSeen is equal to 0
         move 0 to priceUsable
      end-if
      if priceUsable is equal to 1
         if priceFracDigits is equal to 1
            multiply 10 by priceCents
         end-if
         divide priceCents by 100 giving priceFraction
         move priceWhole to unitPrice
         add priceFraction to unitPrice
      end-if.

   *> writeMatchTotals Subprogram/Paragraph - The report footer and the payable file trailer: how
   *> many invoices and lines were matched, how many passed and were held and why, and the amounts
   writeMatchTotals.
      move "==============================================================" to displayMessageBuffer
      perform emitMatchLine
      move spaces to displayMessageBuffer
      string "INVOICES: " invoiceCount "  LINES MATCHED: " linesMatched delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      move totalPayAmount to totalEdited
      move spaces to displayMessageBuffer
      string "LINES PASSED FOR PAYMENT: " linesPassed "  AMOUNT: " totalEdited delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      move totalHoldAmount to totalEdited
      move spaces to displayMessageBuffer
      string "LINES HELD: " linesHeld "  AMOUNT: " totalEdited delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      move spaces to displayMessageBuffer
      string "  NEVER ON ORDER (NOO): " linesNeverOnOrder
         "  BILLED MORE THAN RECEIVED (OVB): " linesOverBilled
         "  WRONG VENDOR ID (VEN): " linesWrongVendor
         "  UNREADABLE QTY/PRICE: " linesUnreadable delimited by size
         into displayMessageBuffer
      perform emitMatchLine
      if invoicesWrongVendor is greater than 0
         move spaces to displayMessageBuffer
         string "*** INVOICES BILLED UNDER THE WRONG VENDOR ID: " invoicesWrongVendor " ***" delimited by size
            into displayMessageBuffer
         perform emitMatchLine
      end-if
      if headerCount is greater than 0
         move spaces to displayMessageBuffer
         string "Header control records consumed: " headerCount delimited by size into displayMessageBuffer
         perform emitMatchLine
      end-if
      if trailerSeen is equal to 1
         move spaces to displayMessageBuffer
         if outOfBalance is equal to 1
            string "*** OUT OF BALANCE: trailer count " trailerExpected ", invoice lines read " invLineCount " - NOTHING RELEASED FOR PAYMENT ***" delimited by size into displayMessageBuffer
         else
            string "Control totals balanced: trailer count " trailerExpected " matches invoice lines read" delimited by size into displayMessageBuffer
         end-if
         perform emitMatchLine
      end-if

      if payableAvailable is equal to 1
         move spaces to payableRecord
         string "TRL" payableCount delimited by size into payableRecord
         write payableRecord
         display "Payable/held file written with " payableCount " records: " with no advancing
         display payableFileName
      end-if.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitMatchLine Subprogram/Paragraph - Sends the current line to the screen and, when it could
   *> be created, the match report
   emitMatchLine.
      display displayMessageBuffer
      if matchReportAvailable is equal to 1
         move spaces to matchReportRecord
         move displayMessageBuffer to matchReportRecord
         write matchReportRecord
      end-if.
