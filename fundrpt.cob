*> NOTES:                  Batch status report over the indexed acquisitions fund master that
*>                         fundMaint maintains, isbnValidator encumbers when it posts order lines,
*>                         and checkIn expends against on receipt - one line per fund with its
*>                         allocation, encumbered, expended, and free balance, so how much of each
*>                         budget line is committed is known every morning instead of at quarter
*>                         close. Any fund the most recent night's posting run pushed over its
*>                         allocation is called out on its own warning line

identification division.
program-id. fundReport.

environment division.
   input-output section.

   *> Determining how the fund master and the status report will be treated - fund layout and key
   *> are the same as fundMaint, isbnValidator, and checkIn
   file-control.
   select fundFile assign to dynamic fundFileName
      file status is fundFileStatus
      organization is indexed
      access mode is sequential
      record key is fundCode.
   select fundReportFile assign to dynamic fundReportFileName
      file status is fundReportFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.
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

   fd fundReportFile.
   01 fundReportRecord pic x(160).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 fundFileName pic x(60) value "FUND-MASTER.DAT".
   01 fundFileStatus pic x(2).
   01 fundEOF pic 9.
   01 fundReportFileName pic x(30) value "FUND-STATUS.TXT".
   01 fundReportFileStatus pic x(2).
   01 fundReportAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = every fund within its allocation, 4 = funds over allocation, 16 = hard failure
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> The most recent night a posting run encumbered anything - a fund stamped over its allocation
   *> on that date is one this night's orders pushed over
   01 latestPostDate pic x(8).

   *> Variables that deal with one fund's standing
   01 committedAmount pic 9(10)v99.
   01 freeBalance pic s9(10)v99.
   01 fundFlagNote pic x(50).

   *> Run totals for the report footer
   01 fundCount pic 9(5).
   01 closedFundCount pic 9(5).
   01 overFundCount pic 9(5).
   01 pushedOverCount pic 9(5).
   01 totalAllocation pic 9(11)v99.
   01 totalEncumbered pic 9(11)v99.
   01 totalExpended pic 9(11)v99.
   01 totalFree pic s9(11)v99.

   *> Edited fields for the report lines
   01 allocationEdited pic z(8)9.99.
   01 encumberedEdited pic z(8)9.99.
   01 expendedEdited pic z(8)9.99.
   01 freeEdited pic -(9)9.99.
   01 totalAllocEdited pic z(10)9.99.
   01 totalEncEdited pic z(10)9.99.
   01 totalExpEdited pic z(10)9.99.
   01 totalFreeEdited pic -(11)9.99.

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Acquisitions fund status report               |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the per-fund helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      perform findLatestPostDate
      perform produceFundStatus

      display " "
      display "Finished reporting on the fund master, exiting program"
      display "A copy of the fund status has been written to the report file: " with no advancing
      display fundReportFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> findLatestPostDate Subprogram/Paragraph - A first pass over the fund master for the most
   *> recent date any fund was encumbered by a posting run
   findLatestPostDate.
      move spaces to latestPostDate
      open input fundFile
      if fundFileStatus is not equal to 00 then
         display "ERROR: fund master file " fundFileName " could not be opened (status " fundFileStatus "), nothing to report on"
         move 16 to return-code
         stop run
      end-if
      move 0 to fundEOF
      perform until fundEOF is equal to 1
         read fundFile next
            at end
               move 1 to fundEOF
            not at end
               if fundLastPostDate is not equal to spaces
               and fundLastPostDate is greater than latestPostDate
                  move fundLastPostDate to latestPostDate
               end-if
         end-read
      end-perform
      close fundFile.

   *> produceFundStatus Subprogram/Paragraph - Walks the fund master in fund code order, writing one
   *> status line per fund and accumulating the totals for the footer
   produceFundStatus.
      open input fundFile
      if fundFileStatus is not equal to 00 then
         display "ERROR: fund master file " fundFileName " could not be opened (status " fundFileStatus "), nothing to report on"
         move 16 to return-code
         stop run
      end-if

      open output fundReportFile
      move 1 to fundReportAvailable
      if fundReportFileStatus is not equal to 00 then
         move 0 to fundReportAvailable
         display "WARNING: fund status report " fundReportFileName " could not be created - results will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if

      move spaces to displayMessageBuffer
      string "ACQUISITIONS FUND STATUS AS OF " currentDateYMD "  -  " delimited by size
         fundFileName delimited by space
         into displayMessageBuffer
      perform emitFundLine
      if latestPostDate is not equal to spaces
         move spaces to displayMessageBuffer
         string "MOST RECENT ORDER POSTING RUN: " latestPostDate delimited by size into displayMessageBuffer
         perform emitFundLine
      end-if
      move spaces to displayMessageBuffer
      perform emitFundLine
      move "FUND   DESCRIPTION                    S   ALLOCATION   ENCUMBERED     EXPENDED  FREE BALANCE" to displayMessageBuffer
      perform emitFundLine

      move 0 to fundCount
      move 0 to closedFundCount
      move 0 to overFundCount
      move 0 to pushedOverCount
      move 0 to totalAllocation
      move 0 to totalEncumbered
      move 0 to totalExpended

      move 0 to fundEOF
      perform until fundEOF is equal to 1
         read fundFile next
            at end
               move 1 to fundEOF
            not at end
               perform listOneFund
         end-read
      end-perform
      close fundFile

      perform writeFundTotals
      if fundReportAvailable is equal to 1
         close fundReportFile
      end-if.

   *> listOneFund Subprogram/Paragraph - One status line for the fund just read, plus a warning line
   *> when its encumbered and expended together exceed the allocation - singled out when it was
   *> the most recent night's orders that pushed it over
   listOneFund.
      add 1 to fundCount
      if fundStatus is equal to 'C'
         add 1 to closedFundCount
      end-if
      add fundAllocation to totalAllocation
      add fundEncumbered to totalEncumbered
      add fundExpended to totalExpended

      move fundEncumbered to committedAmount
      add fundExpended to committedAmount
      move fundAllocation to freeBalance
      subtract committedAmount from freeBalance

      move fundAllocation to allocationEdited
      move fundEncumbered to encumberedEdited
      move fundExpended to expendedEdited
      move freeBalance to freeEdited
      move spaces to displayMessageBuffer
      string fundCode " " fundDescription " " fundStatus
         " " allocationEdited
         " " encumberedEdited
         " " expendedEdited
         " " freeEdited delimited by size
         into displayMessageBuffer
      perform emitFundLine

      if committedAmount is greater than fundAllocation
         add 1 to overFundCount
         if latestPostDate is not equal to spaces
         and fundOverDate is equal to latestPostDate
            add 1 to pushedOverCount
            move "*** PUSHED OVER ALLOCATION BY THIS NIGHT'S ORDERS ***" to fundFlagNote
         else
            move "*** OVER ALLOCATION ***" to fundFlagNote
         end-if
         move spaces to displayMessageBuffer
         string "       " fundFlagNote delimited by size into displayMessageBuffer
         perform emitFundLine
         move 4 to severityValue
         perform noteSeverity
      end-if.

   *> writeFundTotals Subprogram/Paragraph - The report footer: fund counts, the totals across
   *> every fund, and how many funds are over their allocation
   writeFundTotals.
      move spaces to displayMessageBuffer
      perform emitFundLine
      if fundCount is equal to 0
         move "  (THE FUND MASTER HOLDS NO FUNDS)" to displayMessageBuffer
         perform emitFundLine
      end-if
      move totalAllocation to totalFree
      subtract totalEncumbered from totalFree
      subtract totalExpended from totalFree
      move totalAllocation to totalAllocEdited
      move totalEncumbered to totalEncEdited
      move totalExpended to totalExpEdited
      move totalFree to totalFreeEdited
      move spaces to displayMessageBuffer
      string "TOTALS - ALLOCATION: " totalAllocEdited
         "  ENCUMBERED: " totalEncEdited
         "  EXPENDED: " totalExpEdited
         "  FREE: " totalFreeEdited delimited by size
         into displayMessageBuffer
      perform emitFundLine
      move spaces to displayMessageBuffer
      string "FUNDS: " fundCount "  CLOSED: " closedFundCount
         "  OVER ALLOCATION: " overFundCount
         "  PUSHED OVER BY THIS NIGHT'S ORDERS: " pushedOverCount delimited by size
         into displayMessageBuffer
      perform emitFundLine.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitFundLine Subprogram/Paragraph - Sends the current line to the screen and, when it could be
   *> created, the fund status report
   emitFundLine.
      display displayMessageBuffer
      if fundReportAvailable is equal to 1
         move spaces to fundReportRecord
         move displayMessageBuffer to fundReportRecord
         write fundReportRecord
      end-if.
