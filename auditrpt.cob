*>                         appends to (ISBNVALIDATOR-AUDIT.LOG) - summarizes runs per month, overall
*>                         valid/invalid rates and their trend, the run history of any one input file,
*>                         and a flag list of files whose invalid rate is getting worse, so compliance
*>                         no longer builds the quarterly review by hand out of a text editor. Once
*>                         outputHousekeeping has rolled earlier years off into yearly logs (listed in
*>                         ISBNVALIDATOR-AUDIT.YEARS), those are read ahead of the current log

identification division.
program-id. auditReport.
environment division.
   input-output section.

   *> Determining how the audit logs, the list of yearly logs, and the summary report will be treated
   file-control.
   select auditFile assign to dynamic auditFileName
      file status is auditFileStatus
      organization is line sequential.
   select auditYearsListFile assign to dynamic auditYearsListFileName
      file status is auditYearsListFileStatus
      organization is line sequential.
   select summaryFile assign to dynamic summaryFileName
      file status is summaryFileStatus
      organization is line sequential.
   fd auditFile.
   01 auditRecord pic x(200).

   *> One yearly audit log name per line, oldest first
   fd auditYearsListFile.
   01 auditYearsListRecord pic x(60).

   fd summaryFile.
   01 summaryRecord pic x(120).

   working-storage section.

   *> Variables that deal with file processing
   01 auditFileName pic x(60).
   01 auditFileStatus pic x(2).
   01 currentAuditFileName pic x(60) value "ISBNVALIDATOR-AUDIT.LOG".
   01 auditYearsListFileName pic x(60) value "ISBNVALIDATOR-AUDIT.YEARS".
   01 auditYearsListFileStatus pic x(2).
   01 auditYearsEOF pic 9.
   01 auditFilesRead pic 99.
   01 summaryFileName pic x(30) value "AUDIT-SUMMARY.TXT".
   01 summaryFileStatus pic x(2).
   01 summaryFileAvailable pic 9.
   01 lineUsable pic 9.

   *> One row per audit line, in the order the log holds them (which is chronological)
   01 runCount pic 9(5).
   01 maxRunRecords pic 9(5) value 20000.
   01 runTableFullWarned pic 9.
   01 runList.
      05 runEntry occurs 20000 times.
         10 runFileName pic x(50).
         10 runDate pic x(8).
         10 runTime pic x(8).
   01 totalRead pic 9(9).
   01 totalValid pic 9(9).
   01 totalInvalid pic 9(9).
   01 halfPoint pic 9(5).
   01 firstHalfRead pic 9(9).
   01 firstHalfInvalid pic 9(9).
   01 secondHalfRead pic 9(9).
   01 targetRunsFound pic 9(5).

   *> Counters and temp variables
   01 counter pic 9(5).
   01 counterJ pic 9(3).
   01 foundEntry pic 9.
   01 flaggedCount pic 9(3).
   display "|  Audit history report for the ISBN validator   |"
   display "--------------------------------------------------".

   *> readAuditLog Subprogram/Paragraph - Reads the whole audit trail into the run table - each yearly
   *> log on ISBNVALIDATOR-AUDIT.YEARS, oldest first, then the current log - skipping anything that
   *> doesn't parse as a run line
   readAuditLog.
      move 0 to runCount
      move 0 to runTableFullWarned
      move 0 to auditFilesRead
      open input auditYearsListFile
      if auditYearsListFileStatus is equal to 00 then
         move 0 to auditYearsEOF
         perform until auditYearsEOF is equal to 1
            read auditYearsListFile
               at end
                  move 1 to auditYearsEOF
               not at end
                  if auditYearsListRecord is not equal to spaces
                  and auditYearsListRecord(1:1) is not equal to '*'
                     move auditYearsListRecord to auditFileName
                     perform readOneAuditFile
                  end-if
            end-read
         end-perform
         close auditYearsListFile
      end-if
      move currentAuditFileName to auditFileName
      perform readOneAuditFile

      if auditFilesRead is equal to 0 then
         display "ERROR: audit log " currentAuditFileName " could not be opened, nothing to report on"
         stop run
      end-if

      if runCount is equal to 0 then
         display "The audit log held no usable run lines, nothing to report on"
         end-if
      end-if.

   *> readOneAuditFile Subprogram/Paragraph - Adds the run lines of the audit log named in auditFileName
   *> to the run table; a yearly log that has gone missing is warned about and passed over
   readOneAuditFile.
      open input auditFile
      if auditFileStatus is not equal to 00 then
         if auditFileName is not equal to currentAuditFileName then
            display "WARNING: yearly audit log " auditFileName " could not be opened - its runs are left out"
         end-if
      else
         add 1 to auditFilesRead
         move 0 to auditEOF
         perform until auditEOF is equal to 1
            read auditFile
               at end
                  move 1 to auditEOF
               not at end
                  perform parseAuditLine
                  if lineUsable is equal to 1 then
                     if runCount is equal to maxRunRecords then
                        if runTableFullWarned is equal to 0 then
                           display "WARNING: audit log has more than " maxRunRecords " runs - the rest are left out"
                           move 1 to runTableFullWarned
                        end-if
                     else
                        add 1 to runCount
                        move tokFileName to runFileName(runCount)
                        move tokDate to runDate(runCount)
                        move tokTime to runTime(runCount)
                        move lineReadCount to runRead(runCount)
                        move lineValidCount to runValid(runCount)
                        move lineInvalidCount to runInvalid(runCount)
                        move lineInvalidCount to rateWorkNum
                        move lineReadCount to rateWorkDenom
                        perform computeRate
                        move rateResult to runRatePct(runCount)
                     end-if
                  end-if
            end-read
         end-perform
         close auditFile
      end-if.

   *> computeRate Subprogram/Paragraph - Turns rateWorkNum out of rateWorkDenom into hundredths of a
   *> percent in rateResult, coming back 0 for an empty denominator
   computeRate.
