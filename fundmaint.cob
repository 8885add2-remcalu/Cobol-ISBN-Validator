*> NOTES:                  Maintenance front-end for the indexed acquisitions fund master that
*>                         isbnValidator checks order-layout fund codes against, encumbers when it
*>                         posts order lines, and checkIn expends against on receipt; lets the
*>                         acquisitions office add budget lines, change descriptions and
*>                         fiscal-year allocations, close or reopen a fund, and inquire on where a
*>                         fund stands instead of waiting for the quarter to close to find out

identification division.
program-id. fundMaint.

environment division.
   input-output section.

   *> Determining how the fund master file will be treated - same layout and key as isbnValidator,
   *> checkIn, and fundReport
   file-control.
   select fundFile assign to dynamic fundFileName
      file status is fundFileStatus
      organization is indexed
      access mode is dynamic
      record key is fundCode.

data division.
   *> Declaring variables used for file processing
   file section.

   *> One record per budget line: allocation is the fiscal-year figure, encumbered is what open
   *> order lines have committed against it, expended is what has been received and is owed.
   *> Status is A (open for new orders) or C (closed - no new orders may be charged to it). The
   *> last-post fields record the most recent night's encumbrance run, and fundOverDate the date
   *> a posting run pushed the fund over its allocation, for fundReport's warning
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

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 fundFileName pic x(60) value "FUND-MASTER.DAT".
   01 fundFileStatus pic x(2).
   01 fundOpened pic 9.

   *> Variables that deal with the operator dialogue
   01 menuChoice pic x(1).
   01 exitRequested pic 9.
   01 confirmAnswer pic x(1).
   01 enteredCode pic x(6).
   01 enteredDescription pic x(30).
   01 enteredAmount pic x(14).
   01 enteredStatus pic x(1).

   *> Variables that deal with turning a keyed allocation into a number - digits, an optional
   *> decimal point, and up to two places after it, so "25000" and "25000.00" both key the same
   01 amountScanPos pic 99.
   01 amountScanDone pic 9.
   01 amountDigitSeen pic 9.
   01 amountPointSeen pic 9.
   01 amountFracDigits pic 9.
   01 amountWhole pic 9(9).
   01 amountCents pic 99.
   01 amountFraction pic v99.
   01 amountUsable pic 9.
   01 amountValue pic 9(9)v99.
   01 curChar pic x(1).
   01 curCharToInt pic 99.

   *> Variables that deal with showing where a fund stands
   01 freeBalance pic s9(10)v99.
   01 committedAmount pic 9(10)v99.
   01 amountEdited pic z(8)9.99.
   01 balanceEdited pic -(10)9.99.

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Acquisitions fund master maintenance          |"
   display "--------------------------------------------------".

   *> openFundMaster Subprogram/Paragraph - Opens the fund master for update, creating it first if
   *> this is the very first run and no fund file exists yet
   openFundMaster.
      move 0 to fundOpened
      open i-o fundFile
      if fundFileStatus is equal to 00 then
         move 1 to fundOpened
      else
         if fundFileStatus is equal to 35 then
            display "Fund master file not found - creating a new empty " with no advancing
            display fundFileName
            open output fundFile
            if fundFileStatus is equal to 00 then
               close fundFile
               open i-o fundFile
               if fundFileStatus is equal to 00 then
                  move 1 to fundOpened
               end-if
            end-if
         end-if
      end-if
      if fundOpened is equal to 0 then
         display "ERROR: fund master file could not be opened (status " fundFileStatus "), exiting"
         stop run
      end-if.

   *> mainMenu Subprogram/Paragraph - Loops on the operator menu until exit is requested, dispatching
   *> each choice to the matching maintenance paragraph
   mainMenu.
      move 0 to exitRequested
      perform until exitRequested is equal to 1
         display " "
         display "Select a function - (A)dd, (C)hange, (D)elete, (I)nquire, e(X)it: " with no advancing
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
                     if menuChoice is equal to 'X' or menuChoice is equal to 'x' then
                        move 1 to exitRequested
                     else
                        display "Unrecognized choice '" menuChoice "', please try again"
                     end-if
                  end-if
               end-if
            end-if
         end-if
      end-perform

      close fundFile
      display " "
      display "Fund master maintenance finished, exiting program".
      stop run.

   *> addRecord Subprogram/Paragraph - Collects a new fund's code, description, and fiscal-year
   *> allocation from the operator and writes it open with nothing committed, rejecting a code that
   *> is already on file or an allocation that is not a number
   addRecord.
      display "Enter the 6-character fund code to add: " with no advancing
      accept enteredCode
      if enteredCode is equal to spaces then
         display "ERROR: a fund code is required"
      else
         display "Enter the fund description: " with no advancing
         accept enteredDescription
         display "Enter the fiscal-year allocation (e.g. 25000.00): " with no advancing
         accept enteredAmount
         perform parseAmountValue
         if amountUsable is equal to 0 then
            display "ERROR: allocation '" enteredAmount "' is not a number - fund not added"
         else
            move enteredCode to fundCode
            move enteredDescription to fundDescription
            move amountValue to fundAllocation
            move 0 to fundEncumbered
            move 0 to fundExpended
            move 'A' to fundStatus
            move spaces to fundLastPostDate
            move 0 to fundLastPostAmount
            move spaces to fundOverDate

            write fundRecord
               invalid key
                  display "ERROR: fund " enteredCode " is already on file - use (C)hange instead"
               not invalid key
                  display "Added " enteredCode " to the fund master as an open fund"
            end-write
         end-if
      end-if.

   *> changeRecord Subprogram/Paragraph - Reads an existing fund and re-accepts its description and
   *> allocation, keeping the old value for any field the operator leaves blank; also how a fund
   *> gets closed to new orders (status C) or reopened (status A). Encumbered and expended are
   *> only ever moved by the posting and receiving programs, never keyed here
   changeRecord.
      display "Enter the 6-character fund code to change: " with no advancing
      accept enteredCode
      move enteredCode to fundCode
      read fundFile
         invalid key
            display "ERROR: fund " enteredCode " is not on file"
         not invalid key
            perform showFundStanding
            display "Enter the new description (blank to keep): " with no advancing
            accept enteredDescription
            if enteredDescription is not equal to spaces then
               move enteredDescription to fundDescription
            end-if
            display "Enter the new allocation (blank to keep): " with no advancing
            accept enteredAmount
            if enteredAmount is not equal to spaces then
               perform parseAmountValue
               if amountUsable is equal to 1 then
                  move amountValue to fundAllocation
               else
                  display "WARNING: allocation '" enteredAmount "' is not a number - allocation kept"
               end-if
            end-if
            display "Enter the new status - (A)ctive or (C)losed (blank to keep): " with no advancing
            accept enteredStatus
            if enteredStatus is equal to 'A' or enteredStatus is equal to 'a' then
               move 'A' to fundStatus
            end-if
            if enteredStatus is equal to 'C' or enteredStatus is equal to 'c' then
               move 'C' to fundStatus
            end-if
            rewrite fundRecord
               invalid key
                  display "ERROR: fund " enteredCode " could not be rewritten (status " fundFileStatus ")"
               not invalid key
                  display "Changed " enteredCode ", status is now " fundStatus
            end-rewrite
      end-read.

   *> deleteRecord Subprogram/Paragraph - Removes a fund outright after showing it and asking the
   *> operator to confirm. A fund with money still encumbered or expended against it is refused -
   *> deleting it would make those commitments vanish from every report - so it has to be closed
   *> via (C)hange instead
   deleteRecord.
      display "Enter the 6-character fund code to delete: " with no advancing
      accept enteredCode
      move enteredCode to fundCode
      read fundFile
         invalid key
            display "ERROR: fund " enteredCode " is not on file"
         not invalid key
            perform showFundStanding
            if fundEncumbered is greater than 0 or fundExpended is greater than 0 then
               display "ERROR: fund " enteredCode " still carries encumbered or expended amounts - close it with (C)hange instead"
            else
               display "Delete this record? (Y/N): " with no advancing
               accept confirmAnswer
               if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
                  delete fundFile
                     invalid key
                        display "ERROR: fund " enteredCode " could not be deleted (status " fundFileStatus ")"
                     not invalid key
                        display "Deleted " enteredCode " from the fund master"
                  end-delete
               else
                  display "Delete cancelled, record kept"
               end-if
            end-if
      end-read.

   *> inquireRecord Subprogram/Paragraph - Displays a single fund looked up by its fund code key
   inquireRecord.
      display "Enter the 6-character fund code to inquire on: " with no advancing
      accept enteredCode
      move enteredCode to fundCode
      read fundFile
         invalid key
            display "Fund " enteredCode " is not on file"
         not invalid key
            display "Fund code:   " fundCode
            perform showFundStanding
            if fundLastPostDate is not equal to spaces then
               move fundLastPostAmount to amountEdited
               display "Last posted: " fundLastPostDate "  encumbered " amountEdited
            end-if
            if fundOverDate is not equal to spaces then
               display "Pushed over its allocation by the orders posted " fundOverDate
            end-if
      end-read.

   *> showFundStanding Subprogram/Paragraph - Shows the fund just read: description, status, and
   *> the allocation / encumbered / expended / free balance picture
   showFundStanding.
      display "Description: " fundDescription
      if fundStatus is equal to 'C' then
         display "Status:      C (closed to new orders)"
      else
         display "Status:      A (active)"
      end-if
      move fundAllocation to amountEdited
      display "Allocation:  " amountEdited
      move fundEncumbered to amountEdited
      display "Encumbered:  " amountEdited
      move fundExpended to amountEdited
      display "Expended:    " amountEdited
      move fundEncumbered to committedAmount
      add fundExpended to committedAmount
      move fundAllocation to freeBalance
      subtract committedAmount from freeBalance
      move freeBalance to balanceEdited
      display "Free balance:" balanceEdited.

   *> parseAmountValue Subprogram/Paragraph - Turns enteredAmount into amountValue: digits before an
   *> optional decimal point are whole units, up to two digits after it are cents, and trailing
   *> spaces end the value. Anything else makes the entry unusable rather than keying a wrong figure
   parseAmountValue.
      move 0 to amountValue
      move 0 to amountWhole
      move 0 to amountCents
      move 0 to amountDigitSeen
      move 0 to amountPointSeen
      move 0 to amountFracDigits
      move 0 to amountScanDone
      move 1 to amountUsable
      move 1 to amountScanPos
      perform until amountScanPos is greater than 14 or amountScanDone is equal to 1
         move enteredAmount(amountScanPos:1) to curChar
         if curChar is greater than or equal to '0' and curChar is less than or equal to '9'
            move curChar to curCharToInt
            if amountPointSeen is equal to 0
               multiply 10 by amountWhole
               add curCharToInt to amountWhole
            else
               if amountFracDigits is less than 2
                  multiply 10 by amountCents
                  add curCharToInt to amountCents
                  add 1 to amountFracDigits
               else
                  move 0 to amountUsable
                  move 1 to amountScanDone
               end-if
            end-if
            move 1 to amountDigitSeen
         else
            if curChar is equal to '.'
               if amountPointSeen is equal to 1
                  move 0 to amountUsable
                  move 1 to amountScanDone
               else
                  move 1 to amountPointSeen
               end-if
            else
               if curChar is not equal to space
                  move 0 to amountUsable
                  move 1 to amountScanDone
               else
                  if amountDigitSeen is equal to 1 or amountPointSeen is equal to 1
                     move 1 to amountScanDone
                  end-if
               end-if
            end-if
         end-if
         add 1 to amountScanPos
      end-perform
      if amountDigitSeen is equal to 0
         move 0 to amountUsable
      end-if
      if amountUsable is equal to 1
         if amountFracDigits is equal to 1
            multiply 10 by amountCents
         end-if
         divide amountCents by 100 giving amountFraction
         move amountWhole to amountValue
         add amountFraction to amountValue
      end-if.
