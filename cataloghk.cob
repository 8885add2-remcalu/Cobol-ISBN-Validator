*>                         VERIFY proves a backup is usable (count balances, keys ascending, every
*>                         ISBN 13 numeric digits, status only A or W), and RELOAD rebuilds a fresh
*>                         indexed catalog from a backup, reporting every record it had to reject.
*>                         RECOVER then rolls a reloaded catalog forward by replaying every catalog
*>                         change journalled since the backup was taken, so a mid-day reload loses
*>                         nothing added or changed since the night before. The function comes in
*>                         as a batch parameter so the nightly schedule can run it unattended ahead
*>                         of the validation window

identification division.
program-id. catalogHousekeep.
   input-output section.

   *> Determining how the catalog master, the sequential backup, and the housekeeping log will be
   *> treated - catalog layout and key are the same as isbnValidator and catalogMaint. UNLOAD walks
   *> the file in key order and RELOAD writes it back in key order; RECOVER needs random access to
   *> re-apply journalled changes one key at a time
   file-control.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is dynamic
      record key is catalogISBN.
   select backupFile assign to dynamic backupFileName
      file status is backupFileStatus
      organization is line sequential.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.
   select logFile assign to dynamic logFileName
      file status is logFileStatus
      organization is line sequential.
      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

   *> The backup holds the 102-byte catalog record as-is per line, between an HDR line carrying the
   *> date (4-11) and time (12-19) of the unload and naming the source, and a TRL line carrying the
   *> detail count the reload balances against. Backups taken before the time was added have a space
   *> in column 12
   fd backupFile.
   01 backupRecord pic x(110).

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

   fd logFile.
   01 logRecord pic x(132).

   01 trailerExpected pic 9(7).
   01 headerSeen pic 9.
   01 currentDateYMD pic x(8).
   01 currentTime pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the catalog change journal
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalAvailable pic 9.
   01 journalRunName pic x(50).
   01 journalUser pic x(12).
   01 journalOperation pic x(3).
   01 journalBeforeImage pic x(102).

   *> Variables that deal with rolling a reloaded catalog forward from the journal - entries stamped
   *> at or after the backup's HDR date and time are replayed in the order they were written
   01 catalogJournalEOF pic 9.
   01 recoverFromStamp pic x(16).
   01 journalEntryStamp pic x(16).
   01 replayedAddCount pic 9(7).
   01 replayedChangeCount pic 9(7).
   01 replayedDeleteCount pic 9(7).
   01 alreadyGoneCount pic 9(7).
   01 skippedBeforeCount pic 9(7).
   01 skippedReloadCount pic 9(7).
   01 replayProblemCount pic 9(7).
   01 replayKey pic x(13).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
            if requestedFunction is equal to "RELOAD"
               perform doReload
            else
               if requestedFunction is equal to "RECOVER"
                  perform doRecover
               else
                  move spaces to displayMessageBuffer
                  string "ERROR: unrecognized function '" delimited by size
                     requestedFunction delimited by space
                     "' - expected UNLOAD, VERIFY, RELOAD, or RECOVER" delimited by size
                     into displayMessageBuffer
                  perform emitLogLine
                  move 16 to severityValue
                  perform noteSeverity
               end-if
            end-if
         end-if
      end-if
         move 1 to functionSupplied
      end-if
      if functionSupplied is equal to 0 then
         display "Select a function - UNLOAD, VERIFY, RELOAD, or RECOVER: " with no advancing
         accept requestedFunction
      end-if

      end-if
      if requestedFunction is equal to "reload"
         move "RELOAD" to requestedFunction
      end-if
      if requestedFunction is equal to "recover"
         move "RECOVER" to requestedFunction
      end-if.

   *> openLog Subprogram/Paragraph - Appends this run's lines to the persistent housekeeping log so
         display "WARNING: housekeeping log " logFileName " could not be opened - results will only be shown on screen"
      end-if
      accept currentDateYMD from date yyyymmdd
      accept currentTime from time
      move spaces to displayMessageBuffer
      string currentDateYMD " CATALOG HOUSEKEEPING - FUNCTION: " delimited by size
         requestedFunction delimited by space
            close catalogFile
         else
            move spaces to backupRecord
            string "HDR" currentDateYMD currentTime " " delimited by size
               catalogFileName delimited by space
               into backupRecord
            write backupRecord

   *> doReload Subprogram/Paragraph - Rebuilds a fresh indexed catalog from the backup, loading only
   *> the records that pass the same checks VERIFY applies and reporting every record it had to
   *> reject. An out-of-order key is refused by the ascending check and a duplicate by the write
   *> itself. Every record loaded is journalled as RLD, so the journal shows where the catalog was
   *> rebuilt and RECOVER knows not to replay the reload itself
   doReload.
      open input backupFile
      if backupFileStatus is not equal to 00 then
            perform noteSeverity
            close backupFile
         else
            perform openCatalogJournal
            move backupFileName to journalRunName
            move "RLD" to journalOperation
            move spaces to journalBeforeImage
            move 0 to detailCount
            move 0 to seenCount
            move 0 to rejectCount
            end-perform
            close backupFile
            close catalogFile
            if catalogJournalAvailable is equal to 1
               close catalogJournalFile
            end-if

            move spaces to displayMessageBuffer
            string "RELOADED " detailCount " RECORDS INTO " delimited by size
         end-if
      end-if.

   *> doRecover Subprogram/Paragraph - Rolls the catalog forward after a RELOAD: takes the date and
   *> time the backup was unloaded from its HDR line, then replays every journal entry stamped at or
   *> after that moment onto the catalog, in the order the changes were made. Adds and changes put
   *> the after image back (writing it, or rewriting it if the key is already there), deletes take
   *> the key out again; the reload's own RLD entries are passed over. Replaying an entry twice
   *> leaves the same record, so an overlap at the backup's moment does no harm
   doRecover.
      move spaces to recoverFromStamp
      open input backupFile
      if backupFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "ERROR: backup file " delimited by size
            backupFileName delimited by space
            " could not be opened - cannot tell where to replay the journal from" delimited by size
            into displayMessageBuffer
         perform emitLogLine
         move 16 to severityValue
         perform noteSeverity
      else
         move spaces to backupRecord
         read backupFile
            at end
               continue
         end-read
         close backupFile
         if backupRecord(1:3) is not equal to "HDR" or backupRecord(4:8) is not numeric
            move "*** BACKUP HAS NO DATED HEADER LINE - CANNOT TELL WHERE TO REPLAY THE JOURNAL FROM ***" to displayMessageBuffer
            perform emitLogLine
            move 12 to severityValue
            perform noteSeverity
         else
            move backupRecord(4:8) to recoverFromStamp(1:8)
            if backupRecord(12:8) is numeric
               move backupRecord(12:8) to recoverFromStamp(9:8)
            else
               move "00000000" to recoverFromStamp(9:8)
               move "WARNING: BACKUP HEADER CARRIES NO TIME - REPLAYING FROM THE START OF ITS DATE" to displayMessageBuffer
               perform emitLogLine
               move 4 to severityValue
               perform noteSeverity
            end-if
            perform replayJournal
         end-if
      end-if.

   *> replayJournal Subprogram/Paragraph - Opens the reloaded catalog for update and the journal for
   *> reading, replays the journal onto it, and logs what was done
   replayJournal.
      open i-o catalogFile
      if catalogFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "ERROR: catalog master " delimited by size
            catalogFileName delimited by space
            " could not be opened for update (status " delimited by size
            catalogFileStatus delimited by size
            ") - nothing recovered" delimited by size
            into displayMessageBuffer
         perform emitLogLine
         move 16 to severityValue
         perform noteSeverity
      else
         open input catalogJournalFile
         if catalogJournalFileStatus is not equal to 00 then
            move spaces to displayMessageBuffer
            string "WARNING: catalog journal " delimited by size
               catalogJournalFileName delimited by space
               " could not be opened - no changes to replay" delimited by size
               into displayMessageBuffer
            perform emitLogLine
            move 4 to severityValue
            perform noteSeverity
         else
            move spaces to displayMessageBuffer
            string "REPLAYING JOURNAL ENTRIES FROM " recoverFromStamp(1:8) " " recoverFromStamp(9:8)
               " ONWARD (BACKUP " delimited by size
               backupFileName delimited by space
               ")" delimited by size
               into displayMessageBuffer
            perform emitLogLine
            move 0 to replayedAddCount
            move 0 to replayedChangeCount
            move 0 to replayedDeleteCount
            move 0 to alreadyGoneCount
            move 0 to skippedBeforeCount
            move 0 to skippedReloadCount
            move 0 to replayProblemCount
            move 0 to catalogJournalEOF
            perform until catalogJournalEOF is equal to 1
               read catalogJournalFile
                  at end
                     move 1 to catalogJournalEOF
                  not at end
                     perform replayJournalEntry
               end-read
            end-perform
            close catalogJournalFile

            move spaces to displayMessageBuffer
            string "REPLAYED - ADDS: " replayedAddCount "  CHANGES: " replayedChangeCount
               "  DELETES: " replayedDeleteCount "  (ALREADY GONE: " alreadyGoneCount ")" delimited by size
               into displayMessageBuffer
            perform emitLogLine
            move spaces to displayMessageBuffer
            string "PASSED OVER - BEFORE THE BACKUP: " skippedBeforeCount
               "  RELOAD ENTRIES: " skippedReloadCount delimited by size
               into displayMessageBuffer
            perform emitLogLine
            if replayProblemCount is greater than 0
               move spaces to displayMessageBuffer
               string "JOURNAL ENTRIES THAT COULD NOT BE REPLAYED: " replayProblemCount delimited by size
                  into displayMessageBuffer
               perform emitLogLine
               move 8 to severityValue
               perform noteSeverity
            end-if
         end-if
         close catalogFile
      end-if.

   *> replayJournalEntry Subprogram/Paragraph - Re-applies the one journal entry just read, when it
   *> falls at or after the backup's moment
   replayJournalEntry.
      move cjDate to journalEntryStamp(1:8)
      move cjTime to journalEntryStamp(9:8)
      if cjOperation is equal to "RLD"
         add 1 to skippedReloadCount
      else
         if journalEntryStamp is less than recoverFromStamp
            add 1 to skippedBeforeCount
         else
            if cjOperation is equal to "ADD" or cjOperation is equal to "CHG"
               move cjAfterImage to catalogRecord
               write catalogRecord
                  invalid key
                     rewrite catalogRecord
                        invalid key
                           perform noteReplayProblem
                        not invalid key
                           perform countReplayed
                     end-rewrite
                  not invalid key
                     perform countReplayed
               end-write
            else
               if cjOperation is equal to "DEL"
                  move cjBeforeImage to catalogRecord
                  delete catalogFile
                     invalid key
                        add 1 to alreadyGoneCount
                     not invalid key
                        add 1 to replayedDeleteCount
                  end-delete
               else
                  perform noteReplayProblem
               end-if
            end-if
         end-if
      end-if.

   *> countReplayed Subprogram/Paragraph - Counts a replayed add or change
   countReplayed.
      if cjOperation is equal to "ADD"
         add 1 to replayedAddCount
      else
         add 1 to replayedChangeCount
      end-if.

   *> noteReplayProblem Subprogram/Paragraph - Logs a journal entry that could not be replayed
   noteReplayProblem.
      add 1 to replayProblemCount
      move spaces to displayMessageBuffer
      if cjAfterImage(1:13) is equal to spaces
         move cjBeforeImage(1:13) to replayKey
      else
         move cjAfterImage(1:13) to replayKey
      end-if
      string "NOT REPLAYED: " cjDate " " cjTime " " cjOperation " " replayKey
         " FROM " cjProgram " (STATUS " catalogFileStatus ")" delimited by size
         into displayMessageBuffer
      perform emitLogLine.

   *> examineBackupLine Subprogram/Paragraph - Classifies one backup line during VERIFY: header,
   *> trailer, or a detail record held against the integrity checks
   examineBackupLine.
                  not invalid key
                     add 1 to detailCount
                     move catalogISBN to previousKey
                     perform writeCatalogJournal
               end-write
            end-if
         end-if
         perform noteSeverity
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
            " could not be opened - the reload will not be journalled" delimited by size
            into displayMessageBuffer
         perform emitLogLine
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
         move "catalogHousekeep" to cjProgram
         move journalRunName to cjRunName
         move journalUser to cjUser
         move journalOperation to cjOperation
         move journalBeforeImage to cjBeforeImage
         if journalOperation is not equal to "DEL"
            move catalogRecord to cjAfterImage
         end-if
         write catalogJournalRecord
      end-if.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
