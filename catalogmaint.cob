*> NOTES:                  Maintenance front-end for the indexed catalog master file that
*>                         isbnValidator cross-references against; lets acquisitions add,
*>                         change, delete, and inquire on catalog records instead of having
*>                         to hand-build CATALOG-MASTER.DAT outside the system. Every add, change,
*>                         delete, and upgraded record is appended to the catalog change journal

identification division.
program-id. catalogMaint.
      organization is indexed
      access mode is sequential
      record key is oldCatalogISBN.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   01 oldCatalogRecord.
      05 oldCatalogISBN pic x(13).

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

   01 convertedCount pic 9(5).
   01 alreadyOnFileCount pic 9(5).

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
      if catalogOpened is equal to 0 then
         display "ERROR: catalog master file could not be opened (status " catalogFileStatus "), exiting"
         stop run
      end-if
      perform openCatalogJournal
      move "OPERATOR SESSION" to journalRunName.

   *> mainMenu Subprogram/Paragraph - Loops on the operator menu until exit is requested, dispatching
   *> each choice to the matching maintenance paragraph
      end-perform

      close catalogFile
      if catalogJournalAvailable is equal to 1
         close catalogJournalFile
      end-if
      display " "
      display "Catalog master maintenance finished, exiting program".
      stop run.
            display "ERROR: ISBN " enteredISBN " is already in the catalog - use (C)hange instead"
         not invalid key
            display "Added " enteredISBN " to the catalog as an active title"
            move "ADD" to journalOperation
            move spaces to journalBeforeImage
            perform writeCatalogJournal
      end-write.

   *> changeRecord Subprogram/Paragraph - Reads an existing record and re-accepts its fields, keeping
         invalid key
            display "ERROR: ISBN " enteredISBN " is not in the catalog"
         not invalid key
            move catalogRecord to journalBeforeImage
            display "On file: " catalogTitle
            display "  vendor " catalogVendor ", added " catalogDateAdded ", status " catalogStatus
            display "Enter the new title (blank to keep): " with no advancing
                  display "ERROR: ISBN " enteredISBN " could not be rewritten (status " catalogFileStatus ")"
               not invalid key
                  display "Changed " enteredISBN ", status is now " catalogStatus
                  move "CHG" to journalOperation
                  perform writeCatalogJournal
            end-rewrite
      end-read.

            display "Delete this record? (Y/N): " with no advancing
            accept confirmAnswer
            if confirmAnswer is equal to 'Y' or confirmAnswer is equal to 'y' then
               move catalogRecord to journalBeforeImage
               delete catalogFile
                  invalid key
                     display "ERROR: ISBN " enteredISBN " could not be deleted (status " catalogFileStatus ")"
                  not invalid key
                     display "Deleted " enteredISBN " from the catalog"
                     move "DEL" to journalOperation
                     perform writeCatalogJournal
               end-delete
            else
               display "Delete cancelled, record kept"
         else
            move 0 to convertedCount
            move 0 to alreadyOnFileCount
            move oldCatalogFileName to journalRunName
            move "ADD" to journalOperation
            move spaces to journalBeforeImage
            accept currentDate from date yyyymmdd
            move 0 to oldCatalogEOF
            perform until oldCatalogEOF is equal to 1
                           add 1 to alreadyOnFileCount
                        not invalid key
                           add 1 to convertedCount
                           perform writeCatalogJournal
                     end-write
               end-read
            end-perform
            close oldCatalogFile
            move "OPERATOR SESSION" to journalRunName
            display "Upgrade finished - converted " convertedCount " records, " with no advancing
            display alreadyOnFileCount " were already on file"
         end-if
               display "Status:     A (active)"
            end-if
      end-read.

   *> openCatalogJournal Subprogram/Paragraph - Opens the catalog change journal for appending,
   *> creating it on the very first run, and picks up who is signed on from USER (or LOGNAME) for
   *> the journal entries. A journal that cannot be opened does not stop maintenance, but every
   *> change made while it is unavailable goes unrecorded, so the operator is told
   openCatalogJournal.
      open extend catalogJournalFile
      if catalogJournalFileStatus is not equal to 00 then
         open output catalogJournalFile
      end-if
      move 1 to catalogJournalAvailable
      if catalogJournalFileStatus is not equal to 00 then
         move 0 to catalogJournalAvailable
         display "WARNING: catalog journal " catalogJournalFileName " could not be opened - changes made now will not be journalled"
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
         move "catalogMaint" to cjProgram
         move journalRunName to cjRunName
         move journalUser to cjUser
         move journalOperation to cjOperation
         move journalBeforeImage to cjBeforeImage
         if journalOperation is not equal to "DEL"
            move catalogRecord to cjAfterImage
         end-if
         write catalogJournalRecord
      end-if.
