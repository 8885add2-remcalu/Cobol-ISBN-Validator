*> NOTES:                  Housekeeping for the output files isbnValidator leaves next to each input
*>                         file (or under the run's OUTPUTDIR) and for its audit log, so the disk no
*>                         longer fills with years of reports. Driven by a retention control file
*>                         of KEYWORD=VALUE lines setting the days each output type is kept after
*>                         the last run of its input file; the outputs to look at come from the
*>                         runs recorded in the audit log (the current log and every yearly one),
*>                         including the consolidated report and digest of a manifest run, and
*>                         per-vendor return files from the vendors the vendor validation history
*>                         records against each input file (the vendor master's IDs when there is
*>                         no history). Expired outputs are moved into a dated directory under the
*>                         archive area with a MANIFEST of what was moved, and archives older than
*>                         PURGEDAYS are purged. A results snapshot is never archived - the next
*>                         delta run of that file depends on it - and neither is a restart file
*>                         still holding a checkpoint above 0, since its run has not finished. The
*>                         audit log is rolled into one ISBNVALIDATOR-AUDIT-yyyy.LOG per past year,
*>                         listed in ISBNVALIDATOR-AUDIT.YEARS so auditReport reads across all of
*>                         them. What was kept, archived, and purged is reported, and the run ends
*>                         with a condition code

identification division.
program-id. outputHousekeeping.

environment division.
   input-output section.

   *> Determining how the retention control file, the audit logs, the vendor validation history, the
   *> vendor master, the output files being looked at, the archive manifest and register, and the
   *> report will be treated - vendor master layout and key are the same as vendorMaint
   file-control.
   select retentionFile assign to dynamic retentionFileName
      file status is retentionFileStatus
      organization is line sequential.
   select auditFile assign to dynamic auditFileName
      file status is auditFileStatus
      organization is line sequential.
   select auditYearFile assign to dynamic auditYearFileName
      file status is auditYearFileStatus
      organization is line sequential.
   select auditNewFile assign to dynamic auditNewFileName
      file status is auditNewFileStatus
      organization is line sequential.
   select auditYearsListFile assign to dynamic auditYearsListFileName
      file status is auditYearsListFileStatus
      organization is line sequential.
   select vendorValidationFile assign to dynamic vendorValidationFileName
      file status is vendorValidationFileStatus
      organization is line sequential.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      access mode is sequential
      record key is vmVendorID.
   select probeFile assign to dynamic probeFileName
      file status is probeFileStatus
      organization is line sequential.
   select manifestFile assign to dynamic manifestFileName
      file status is manifestFileStatus
      organization is line sequential.
   select registerFile assign to dynamic registerFileName
      file status is registerFileStatus
      organization is line sequential.
   select registerNewFile assign to dynamic registerNewFileName
      file status is registerNewFileStatus
      organization is line sequential.
   select housekeepingReportFile assign to dynamic housekeepingReportFileName
      file status is housekeepingReportFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> KEYWORD=VALUE lines; blank lines and lines starting with '*' are comments
   fd retentionFile.
   01 retentionRecord pic x(120).

   *> The validator's run-history audit trail - a run line looks like
   *> "20260822 14120059 FILE=name READ=00042 VALID=00040 INVALID=00002 note", followed by two
   *> OPTIONS lines with the same date and time, the first naming the MANIFEST= of a manifest run,
   *> the second ending in OUTPUTDIR=
   fd auditFile.
   01 auditRecord pic x(260).

   fd auditYearFile.
   01 auditYearRecord pic x(260).

   fd auditNewFile.
   01 auditNewRecord pic x(260).

   *> One yearly audit log name per line, oldest first - auditReport reads these ahead of the
   *> current log
   fd auditYearsListFile.
   01 auditYearsListRecord pic x(60).

   *> isbnValidator's per-vendor validation history - one line per vendor per order-layout file
   *> validated, the same layout isbnValidator writes; only the vendor ID and input file are used
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

   fd vendorMasterFile.
   01 vmVendorRecord.
      05 vmVendorID pic x(6).
      05 vmVendorName pic x(30).
      05 vmVendorContact pic x(30).
      05 vmVendorStatus pic x(1).

   *> Any output file, opened only to see whether it is there - and for a restart file, to read the
   *> checkpoint in columns 51-55 after the input file name
   fd probeFile.
   01 probeRecord pic x(80).

   fd manifestFile.
   01 manifestRecord pic x(300).

   *> One line per file ever archived and not yet purged: the archive date (1-8), output type
   *> (10-19), archived name (21-180), and original name (182-281)
   fd registerFile.
   01 registerRecord.
      05 regArchiveDate pic x(8).
      05 filler pic x(1).
      05 regType pic x(10).
      05 filler pic x(1).
      05 regArchivedName pic x(160).
      05 filler pic x(1).
      05 regOriginalName pic x(100).

   fd registerNewFile.
   01 registerNewRecord pic x(281).

   fd housekeepingReportFile.
   01 housekeepingReportRecord pic x(200).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 retentionFileName pic x(60).
   01 retentionFileStatus pic x(2).
   01 retentionEOF pic 9.
   01 defaultRetentionFileName pic x(60) value "OUTPUT-RETENTION.CTL".
   01 auditFileName pic x(60).
   01 auditFileStatus pic x(2).
   01 auditEOF pic 9.
   01 currentAuditFileName pic x(60) value "ISBNVALIDATOR-AUDIT.LOG".
   01 auditYearFileName pic x(60).
   01 auditYearFileStatus pic x(2).
   01 auditNewFileName pic x(60) value "ISBNVALIDATOR-AUDIT.NEW".
   01 auditNewFileStatus pic x(2).
   01 auditYearsListFileName pic x(60) value "ISBNVALIDATOR-AUDIT.YEARS".
   01 auditYearsListFileStatus pic x(2).
   01 vendorValidationFileName pic x(60) value "VENDOR-VALIDATION.LOG".
   01 vendorValidationFileStatus pic x(2).
   01 vendorValidationEOF pic 9.
   01 vendorMasterFileName pic x(60) value "VENDOR-MASTER.DAT".
   01 vendorMasterFileStatus pic x(2).
   01 vendorEOF pic 9.
   01 probeFileName pic x(160).
   01 probeFileStatus pic x(2).
   01 manifestFileName pic x(160).
   01 manifestFileStatus pic x(2).
   01 manifestAvailable pic 9.
   01 registerFileName pic x(160).
   01 registerFileStatus pic x(2).
   01 registerEOF pic 9.
   01 registerNewFileName pic x(160).
   01 registerNewFileStatus pic x(2).
   01 housekeepingReportFileName pic x(30) value "OUTPUT-HOUSEKEEPING.TXT".
   01 housekeepingReportFileStatus pic x(2).
   01 housekeepingReportAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 currentTime pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = clean, 4 = warnings (return files not looked at, SNAPSHOT retention ignored, no runs on
   *> the audit log, a table full), 8 = a file could not be archived, purged, or rolled and was left where it
   *> was, 16 = the retention control file is missing or wrong, nothing was touched
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the retention settings - KEYWORD=VALUE lines: REPORT, CROSSWALK,
   *> REJECTS, RETURN, DELTA, POSTED, PUBSUMMARY, and RESTART (days an output of that type is kept
   *> after the last run of its input file - a type with no line is kept indefinitely), REPORT and
   *> DIGEST also for a manifest run's consolidated report and digest, ARCHIVEDIR (the archive
   *> area, ARCHIVE by default), PURGEDAYS (days an archive is kept, 0 or no line for never),
   *> AUDITROLL (Y/N, Y by default), VENDORVALIDATION (the vendor validation history file name),
   *> and VENDORMASTER (the vendor master file name). SNAPSHOT is refused - snapshots are always
   *> kept
   01 retKeyword pic x(20).
   01 retValue pic x(100).
   01 archiveDirName pic x(60).
   01 purgeDays pic 9(5).
   01 auditRollRequested pic 9.

   *> The output types isbnValidator derives from an input file name (the digest only from a
   *> manifest name), in the order they are reported: the name suffix, the days kept, whether a
   *> keep-days line was given, and the tallies
   01 typeCount pic 99 value 10.
   01 reportTypeIndex pic 99 value 1.
   01 returnTypeIndex pic 99 value 4.
   01 restartTypeIndex pic 99 value 8.
   01 snapshotTypeIndex pic 99 value 9.
   01 digestTypeIndex pic 99 value 10.
   01 outputTypeList.
      05 outputTypeEntry occurs 10 times.
         10 typeKeyword pic x(10).
         10 typeSuffix pic x(20).
         10 typeKeepDays pic 9(5).
         10 typeKeepSet pic 9.
         10 typeKept pic 9(7).
         10 typeArchived pic 9(7).
   01 typeIndex pic 99.

   *> One entry per input file (kind 1) or manifest (kind 2) the audit trail has seen, under the
   *> name its outputs are derived from (OUTPUTDIR/name when the run wrote under an output
   *> directory), with its last run date; an input file also keeps its bare name, which is how the
   *> vendor validation history knows it, and the head of its chain of return-file vendors
   01 inputCount pic 9(5).
   01 maxInputEntries pic 9(5) value 5000.
   01 inputTableFullWarned pic 9.
   01 inputList.
      05 inputEntry occurs 5000 times.
         10 inputKind pic 9.
         10 inputBase pic x(101).
         10 inputFileName pic x(50).
         10 inputLastRun pic x(8).
         10 inputFirstVendor pic 9(6).
   01 inputIndex pic 9(5).

   *> Variables that deal with pulling audit lines apart - a run line is held as pending until the
   *> OPTIONS lines stamped with it have had the chance to say which OUTPUTDIR it wrote under and,
   *> for a manifest run, which MANIFEST it came from
   01 tokDate pic x(8).
   01 tokTime pic x(8).
   01 tokFileKV pic x(60).
   01 pendingRun pic 9.
   01 pendingDate pic x(8).
   01 pendingTime pic x(8).
   01 pendingFileName pic x(50).
   01 pendingDirName pic x(50).
   01 dirTagCount pic 99.
   01 auditBeforeDir pic x(260).
   01 auditDirValue pic x(60).
   01 pendingManifestName pic x(50).
   01 manifestTagCount pic 99.
   01 auditManifestValue pic x(60).
   01 auditRunsSeen pic 9(7).
   01 pendingBase pic x(101).
   01 pendingKind pic 9.
   01 pendingEntryFileName pic x(50).
   01 foundEntry pic 9.

   *> The yearly audit logs listed in ISBNVALIDATOR-AUDIT.YEARS, kept in name (so year) order
   01 yearNameCount pic 99.
   01 maxYearNames pic 99 value 99.
   01 yearNameList.
      05 yearNameEntry occurs 99 times.
         10 yearName pic x(60).
         10 yearOpenedThisRun pic 9.
   01 yearIndex pic 99.
   01 yearShift pic 99.
   01 yearsListChanged pic 9.

   *> The vendors each input file's return files can be named for, off the vendor validation
   *> history - chained from the input file's entry, one link per distinct vendor. Where the
   *> history is source 1 the chains are used, where it is missing (source 2) every input file is
   *> looked at under each vendor ID on the vendor master, and with neither (source 0) return
   *> files are not looked at
   01 returnVendorSource pic 9.
   01 returnVendorCount pic 9(6).
   01 maxReturnVendors pic 9(6) value 50000.
   01 returnVendorFullWarned pic 9.
   01 returnVendorList.
      05 returnVendorEntry occurs 50000 times.
         10 returnVendorID pic x(6).
         10 returnVendorNext pic 9(6).
   01 returnVendorIndex pic 9(6).
   01 lastValidationFileName pic x(50).
   01 matchedInputCount pic 99.
   01 matchedInputList.
      05 matchedInputEntry occurs 50 times.
         10 matchedInput pic 9(5).
   01 matchedIndex pic 99.

   *> The vendor IDs on the vendor master, for the per-vendor return file names when there is no
   *> vendor validation history
   01 vendorIDCount pic 9(4).
   01 maxVendorIDs pic 9(4) value 2000.
   01 vendorIDList.
      05 vendorIDEntry occurs 2000 times.
         10 vendorIDValue pic x(6).
   01 vendorIDIndex pic 9(4).
   01 vendorIDForName pic x(6).
   01 vendorMasterAvailable pic 9.

   *> Variables that deal with one output file being looked at
   01 outputFileName pic x(160).
   01 outputExists pic 9.
   01 outputAgeDays pic 9(7).
   01 keepReason pic x(30).
   01 restartCheckpoint pic x(5).
   01 archivedFileName pic x(160).
   01 flatOutputName pic x(160).

   *> Variables that deal with the dated archive directory for today's run
   01 datedArchiveDirName pic x(80).
   01 archiveDirsReady pic 9.
   01 callFileName pic x(160).
   01 callTargetName pic x(160).

   *> Variables that deal with the purge of old archives
   01 purgeAgeDays pic 9(7).
   01 purgeDirDate pic x(8).
   01 registerLinesKept pic 9(7).
   01 registerChanged pic 9.

   *> Variables that deal with the audit log roll
   01 auditRollYear pic x(4).
   01 openYear pic x(4).
   01 yearFileOpen pic 9.
   01 linesRolled pic 9(7).
   01 linesKeptCurrent pic 9(7).
   01 rollFailed pic 9.

   *> Variables that deal with turning a yyyymmdd date into a day number, so an age in days is a
   *> plain subtraction - days counted from a March-based year so leap days fall at the year's end
   01 dateToConvert pic x(8).
   01 dayNumberResult pic 9(9).
   01 dateYear pic 9(5).
   01 dateMonth pic 9(3).
   01 dateDay pic 9(2).
   01 dayWork pic 9(9).
   01 dayWorkB pic 9(9).
   01 todayDayNumber pic 9(9).

   *> Variables that deal with turning a keep-days value into a number - the same digit-scan idiom
   *> the validator uses for operator-set numbers
   01 numberText pic x(10).
   01 numberValue pic 9(5).
   01 numberUsable pic 9.
   01 numberScanPos pic 99.
   01 numberScanDone pic 9.
   01 curChar pic x(1).
   01 curCharToInt pic 99.

   *> Run totals
   01 totalKept pic 9(7).
   01 totalArchived pic 9(7).
   01 totalPurged pic 9(7).
   01 totalNotMoved pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Output retention, archive and purge           |"
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
      perform initializeOutputTypes
      perform determineRetentionFile
      perform readRetentionControl
      perform openHousekeepingReport
      perform loadAuditYearsList
      perform inventoryFromAuditTrail
      perform loadReturnVendors
      perform purgeOldArchives
      perform archiveExpiredOutputs
      if auditRollRequested is equal to 1
         perform rollAuditLog
      end-if
      perform writeHousekeepingTotals
      if housekeepingReportAvailable is equal to 1
         close housekeepingReportFile
      end-if

      display " "
      display "Housekeeping finished, exiting program"
      display "The housekeeping report has been written to: " with no advancing
      display housekeepingReportFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> initializeOutputTypes Subprogram/Paragraph - The output types and the suffixes isbnValidator's
   *> buildDerivedNames puts on the input file name; the return files also carry the vendor ID
   initializeOutputTypes.
      move "REPORT" to typeKeyword(1)
      move "-REPORT.TXT" to typeSuffix(1)
      move "CROSSWALK" to typeKeyword(2)
      move "-CROSSWALK.TXT" to typeSuffix(2)
      move "REJECTS" to typeKeyword(3)
      move "-REJECTS.TXT" to typeSuffix(3)
      move "RETURN" to typeKeyword(4)
      move "-RETURN-" to typeSuffix(4)
      move "DELTA" to typeKeyword(5)
      move "-DELTA.TXT" to typeSuffix(5)
      move "POSTED" to typeKeyword(6)
      move "-POSTED.TXT" to typeSuffix(6)
      move "PUBSUMMARY" to typeKeyword(7)
      move "-PUBSUMMARY.TXT" to typeSuffix(7)
      move "RESTART" to typeKeyword(8)
      move "-RESTART.DAT" to typeSuffix(8)
      move "SNAPSHOT" to typeKeyword(9)
      move "-SNAPSHOT.DAT" to typeSuffix(9)
      move "DIGEST" to typeKeyword(10)
      move "-DIGEST.TXT" to typeSuffix(10)
      move 1 to typeIndex
      perform until typeIndex is greater than typeCount
         move 0 to typeKeepDays(typeIndex)
         move 0 to typeKeepSet(typeIndex)
         move 0 to typeKept(typeIndex)
         move 0 to typeArchived(typeIndex)
         add 1 to typeIndex
      end-perform
      move "ARCHIVE" to archiveDirName
      move 0 to purgeDays
      move 1 to auditRollRequested.

   *> determineRetentionFile Subprogram/Paragraph - The retention control file name, from the command
   *> line, then the OUTPUTHK_CONTROL environment variable, then the operator
   determineRetentionFile.
      move spaces to retentionFileName
      accept retentionFileName from command-line
      if retentionFileName is equal to spaces then
         accept retentionFileName from environment "OUTPUTHK_CONTROL"
      end-if
      if retentionFileName is equal to spaces then
         display "Enter the retention control file name (blank for " with no advancing
         display defaultRetentionFileName(1:20) with no advancing
         display "): " with no advancing
         accept retentionFileName
      end-if
      if retentionFileName is equal to spaces then
         move defaultRetentionFileName to retentionFileName
      end-if.

   *> readRetentionControl Subprogram/Paragraph - Reads the retention control file one KEYWORD=VALUE
   *> line at a time; blank lines and lines starting with '*' are comments
   readRetentionControl.
      open input retentionFile
      if retentionFileStatus is not equal to 00 then
         display "ERROR: retention control file could not be opened: " retentionFileName
         display "Nothing was archived or purged"
         move 16 to return-code
         stop run
      end-if
      move 0 to retentionEOF
      perform until retentionEOF is equal to 1
         read retentionFile
            at end
               move 1 to retentionEOF
            not at end
               if retentionRecord is not equal to spaces
               and retentionRecord(1:1) is not equal to '*'
                  perform applyRetentionLine
               end-if
         end-read
      end-perform
      close retentionFile.

   *> applyRetentionLine Subprogram/Paragraph - Applies one KEYWORD=VALUE line. A keyword this
   *> paragraph doesn't know, or a keep-days value that isn't a number, ends the run with condition
   *> code 16 before anything is touched - a mistyped retention must fail loudly, not archive too much
   applyRetentionLine.
      move spaces to retKeyword
      move spaces to retValue
      unstring retentionRecord delimited by "=" into retKeyword retValue
      end-unstring
      move 0 to foundEntry
      move 1 to typeIndex
      perform until typeIndex is greater than typeCount or foundEntry is equal to 1
         if retKeyword is equal to typeKeyword(typeIndex)
            move 1 to foundEntry
         else
            add 1 to typeIndex
         end-if
      end-perform
      if foundEntry is equal to 1
         if typeIndex is equal to snapshotTypeIndex
            display "WARNING: SNAPSHOT retention ignored - results snapshots are always kept for the next delta run"
            move 4 to severityValue
            perform noteSeverity
         else
            move retValue(1:10) to numberText
            perform parseNumberValue
            if numberUsable is equal to 0
               display "ERROR: keep-days for " retKeyword " is not a number: " retentionRecord
               display "Nothing was archived or purged"
               move 16 to return-code
               stop run
            end-if
            move numberValue to typeKeepDays(typeIndex)
            move 1 to typeKeepSet(typeIndex)
         end-if
      else
         if retKeyword is equal to "ARCHIVEDIR"
            move retValue to archiveDirName
         else
            if retKeyword is equal to "PURGEDAYS"
               move retValue(1:10) to numberText
               perform parseNumberValue
               if numberUsable is equal to 0
                  display "ERROR: PURGEDAYS is not a number: " retentionRecord
                  display "Nothing was archived or purged"
                  move 16 to return-code
                  stop run
               end-if
               move numberValue to purgeDays
            else
               if retKeyword is equal to "AUDITROLL"
                  if retValue(1:1) is equal to 'N' or retValue(1:1) is equal to 'n'
                     move 0 to auditRollRequested
                  else
                     move 1 to auditRollRequested
                  end-if
               else
                  if retKeyword is equal to "VENDORMASTER"
                     move retValue to vendorMasterFileName
                  else
                     if retKeyword is equal to "VENDORVALIDATION"
                        move retValue to vendorValidationFileName
                     else
                        display "ERROR: unrecognized keyword in retention control file: " retentionRecord
                        display "Nothing was archived or purged"
                        move 16 to return-code
                        stop run
                     end-if
                  end-if
               end-if
            end-if
         end-if
      end-if
      if archiveDirName is equal to spaces
         move "ARCHIVE" to archiveDirName
      end-if.

   *> openHousekeepingReport Subprogram/Paragraph - Creates the report and writes its heading, with the
   *> retention in force
   openHousekeepingReport.
      open output housekeepingReportFile
      move 1 to housekeepingReportAvailable
      if housekeepingReportFileStatus is not equal to 00 then
         move 0 to housekeepingReportAvailable
         display "WARNING: housekeeping report " housekeepingReportFileName " could not be created - results will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if
      move spaces to displayMessageBuffer
      string "OUTPUT HOUSEKEEPING " currentDateYMD "  -  RETENTION FROM " delimited by size
         retentionFileName delimited by space
         "  ARCHIVE AREA " delimited by size
         archiveDirName delimited by space
         into displayMessageBuffer
      perform emitReportLine
      move 1 to typeIndex
      perform until typeIndex is greater than typeCount
         move spaces to displayMessageBuffer
         if typeIndex is equal to snapshotTypeIndex
            string "  " typeKeyword(typeIndex) "  ALWAYS KEPT" delimited by size into displayMessageBuffer
         else
            if typeKeepSet(typeIndex) is equal to 1
               string "  " typeKeyword(typeIndex) "  KEPT " typeKeepDays(typeIndex)
                  " DAYS AFTER THE LAST RUN" delimited by size into displayMessageBuffer
            else
               string "  " typeKeyword(typeIndex) "  NO RETENTION SET - KEPT" delimited by size into displayMessageBuffer
            end-if
         end-if
         perform emitReportLine
         add 1 to typeIndex
      end-perform
      move spaces to displayMessageBuffer
      if purgeDays is equal to 0
         move "  ARCHIVES   NEVER PURGED" to displayMessageBuffer
      else
         string "  ARCHIVES   PURGED " purgeDays " DAYS AFTER ARCHIVING" delimited by size into displayMessageBuffer
      end-if
      perform emitReportLine.

   *> loadAuditYearsList Subprogram/Paragraph - Reads the list of yearly audit logs; there being none
   *> yet just means the audit log has never been rolled
   loadAuditYearsList.
      move 0 to yearNameCount
      move 0 to yearsListChanged
      open input auditYearsListFile
      if auditYearsListFileStatus is equal to 00 then
         move 0 to auditEOF
         perform until auditEOF is equal to 1
            read auditYearsListFile
               at end
                  move 1 to auditEOF
               not at end
                  if auditYearsListRecord is not equal to spaces
                  and auditYearsListRecord(1:1) is not equal to '*'
                  and yearNameCount is less than maxYearNames
                     add 1 to yearNameCount
                     move auditYearsListRecord to yearName(yearNameCount)
                     move 0 to yearOpenedThisRun(yearNameCount)
                  end-if
            end-read
         end-perform
         close auditYearsListFile
      end-if.

   *> inventoryFromAuditTrail Subprogram/Paragraph - Reads every yearly audit log and then the current
   *> one, building the list of input files whose outputs may be lying about and when each last ran
   inventoryFromAuditTrail.
      move 0 to inputCount
      move 0 to inputTableFullWarned
      move 0 to auditRunsSeen
      move 1 to yearIndex
      perform until yearIndex is greater than yearNameCount
         move yearName(yearIndex) to auditFileName
         perform inventoryOneAuditFile
         add 1 to yearIndex
      end-perform
      move currentAuditFileName to auditFileName
      perform inventoryOneAuditFile
      move spaces to displayMessageBuffer
      string "AUDIT TRAIL: " auditRunsSeen " RUNS OF " inputCount " INPUT FILES AND MANIFESTS" delimited by size
         into displayMessageBuffer
      perform emitReportLine
      if inputCount is equal to 0
         move "WARNING: no validator runs on the audit trail - no outputs to look at" to displayMessageBuffer
         perform emitReportLine
         move 4 to severityValue
         perform noteSeverity
      end-if.

   *> inventoryOneAuditFile Subprogram/Paragraph - Reads one audit log, filing each run line once the
   *> OPTIONS lines behind it have been seen
   inventoryOneAuditFile.
      move 0 to pendingRun
      open input auditFile
      if auditFileStatus is equal to 00 then
         move 0 to auditEOF
         perform until auditEOF is equal to 1
            read auditFile
               at end
                  move 1 to auditEOF
               not at end
                  perform inventoryOneAuditLine
            end-read
         end-perform
         close auditFile
         if pendingRun is equal to 1
            perform filePendingRun
         end-if
      end-if.

   *> inventoryOneAuditLine Subprogram/Paragraph - A run line starts a new pending run; an OPTIONS line
   *> stamped the same as the pending run supplies its OUTPUTDIR or MANIFEST
   inventoryOneAuditLine.
      move spaces to tokDate
      move spaces to tokTime
      move spaces to tokFileKV
      unstring auditRecord delimited by all " " into tokDate tokTime tokFileKV
      end-unstring
      if tokDate is numeric and tokFileKV(1:5) is equal to "FILE="
         if pendingRun is equal to 1
            perform filePendingRun
         end-if
         move 1 to pendingRun
         add 1 to auditRunsSeen
         move tokDate to pendingDate
         move tokTime to pendingTime
         move tokFileKV(6:50) to pendingFileName
         move spaces to pendingDirName
         move spaces to pendingManifestName
      else
         if pendingRun is equal to 1
         and tokDate is equal to pendingDate and tokTime is equal to pendingTime
         and tokFileKV is equal to "OPTIONS:"
            move 0 to dirTagCount
            inspect auditRecord tallying dirTagCount for all " OUTPUTDIR="
            if dirTagCount is greater than 0
               move spaces to auditDirValue
               unstring auditRecord delimited by " OUTPUTDIR=" into auditBeforeDir auditDirValue
               end-unstring
               move auditDirValue to pendingDirName
            end-if
            move 0 to manifestTagCount
            inspect auditRecord tallying manifestTagCount for all " MANIFEST="
            if manifestTagCount is greater than 0
               move spaces to auditManifestValue
               unstring auditRecord delimited by " MANIFEST=" into auditBeforeDir auditManifestValue
               end-unstring
               move spaces to pendingManifestName
               unstring auditManifestValue delimited by space into pendingManifestName
               end-unstring
            end-if
         end-if
      end-if.

   *> filePendingRun Subprogram/Paragraph - Records the pending run against its input file's entry
   *> and, for a member of a manifest run, against the manifest's entry too, since the consolidated
   *> report and digest are named off the manifest
   filePendingRun.
      move 0 to pendingRun
      move spaces to pendingBase
      if pendingDirName is not equal to spaces
         string pendingDirName delimited by space "/" delimited by size
            pendingFileName delimited by space
            into pendingBase
      else
         move pendingFileName to pendingBase
      end-if
      move 1 to pendingKind
      move pendingFileName to pendingEntryFileName
      perform fileInventoryEntry
      if pendingManifestName is not equal to spaces
         move spaces to pendingBase
         if pendingDirName is not equal to spaces
            string pendingDirName delimited by space "/" delimited by size
               pendingManifestName delimited by space
               into pendingBase
         else
            move pendingManifestName to pendingBase
         end-if
         move 2 to pendingKind
         move spaces to pendingEntryFileName
         perform fileInventoryEntry
      end-if.

   *> fileInventoryEntry Subprogram/Paragraph - Finds or adds the entry for pendingBase of
   *> pendingKind, the later run date winning
   fileInventoryEntry.
      move 0 to foundEntry
      move 1 to inputIndex
      perform until inputIndex is greater than inputCount or foundEntry is equal to 1
         if inputBase(inputIndex) is equal to pendingBase
         and inputKind(inputIndex) is equal to pendingKind
            move 1 to foundEntry
         else
            add 1 to inputIndex
         end-if
      end-perform
      if foundEntry is equal to 1
         if pendingDate is greater than inputLastRun(inputIndex)
            move pendingDate to inputLastRun(inputIndex)
         end-if
      else
         if inputCount is less than maxInputEntries
            add 1 to inputCount
            move pendingKind to inputKind(inputCount)
            move pendingBase to inputBase(inputCount)
            move pendingEntryFileName to inputFileName(inputCount)
            move pendingDate to inputLastRun(inputCount)
            move 0 to inputFirstVendor(inputCount)
         else
            if inputTableFullWarned is equal to 0
               move spaces to displayMessageBuffer
               string "WARNING: the audit trail names more than " maxInputEntries
                  " input files and manifests - outputs of the rest are not looked at" delimited by size
                  into displayMessageBuffer
               perform emitReportLine
               move 4 to severityValue
               perform noteSeverity
               move 1 to inputTableFullWarned
            end-if
         end-if
      end-if.

   *> loadReturnVendors Subprogram/Paragraph - Chains to each input file on the audit trail every
   *> vendor the vendor validation history records against it - which takes in vendors isbnValidator
   *> flagged as unknown and vendors since deleted from the vendor master, both of which still got
   *> a return file. Without the history every vendor master ID is tried against every input file
   loadReturnVendors.
      move 0 to returnVendorCount
      move 0 to returnVendorFullWarned
      move 0 to vendorIDCount
      move 1 to returnVendorSource
      open input vendorValidationFile
      if vendorValidationFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "NOTE: vendor validation history " delimited by size
            vendorValidationFileName delimited by space
            " not found - return files are looked for under the vendor master IDs" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         perform loadVendorIDs
         move 0 to returnVendorSource
         if vendorMasterAvailable is equal to 1
            move 2 to returnVendorSource
         end-if
      else
         move spaces to lastValidationFileName
         move 0 to matchedInputCount
         move 0 to vendorValidationEOF
         perform until vendorValidationEOF is equal to 1
            read vendorValidationFile
               at end
                  move 1 to vendorValidationEOF
               not at end
                  if vvFileName is not equal to lastValidationFileName
                     perform matchValidationFile
                  end-if
                  move 1 to matchedIndex
                  perform until matchedIndex is greater than matchedInputCount
                     move matchedInput(matchedIndex) to inputIndex
                     perform chainReturnVendor
                     add 1 to matchedIndex
                  end-perform
            end-read
         end-perform
         close vendorValidationFile
      end-if.

   *> matchValidationFile Subprogram/Paragraph - The input file entries (one per output directory it
   *> was run under) a vendor validation line's file belongs to - worked out once per run of lines
   *> for the same file, since the history is written a file at a time
   matchValidationFile.
      move vvFileName to lastValidationFileName
      move 0 to matchedInputCount
      move 1 to inputIndex
      perform until inputIndex is greater than inputCount
         if inputKind(inputIndex) is equal to 1
         and inputFileName(inputIndex) is equal to vvFileName
         and matchedInputCount is less than 50
            add 1 to matchedInputCount
            move inputIndex to matchedInput(matchedInputCount)
         end-if
         add 1 to inputIndex
      end-perform.

   *> chainReturnVendor Subprogram/Paragraph - Adds vvVendorID to inputIndex's chain of return-file
   *> vendors unless it is already on it
   chainReturnVendor.
      move 0 to foundEntry
      move inputFirstVendor(inputIndex) to returnVendorIndex
      perform until returnVendorIndex is equal to 0 or foundEntry is equal to 1
         if returnVendorID(returnVendorIndex) is equal to vvVendorID
            move 1 to foundEntry
         else
            move returnVendorNext(returnVendorIndex) to returnVendorIndex
         end-if
      end-perform
      if foundEntry is equal to 0
         if returnVendorCount is less than maxReturnVendors
            add 1 to returnVendorCount
            move vvVendorID to returnVendorID(returnVendorCount)
            move inputFirstVendor(inputIndex) to returnVendorNext(returnVendorCount)
            move returnVendorCount to inputFirstVendor(inputIndex)
         else
            if returnVendorFullWarned is equal to 0
               move spaces to displayMessageBuffer
               string "WARNING: more than " maxReturnVendors
                  " input file/vendor pairs on the vendor validation history - later return files are not looked at"
                  delimited by size into displayMessageBuffer
               perform emitReportLine
               move 4 to severityValue
               perform noteSeverity
               move 1 to returnVendorFullWarned
            end-if
         end-if
      end-if.

   *> loadVendorIDs Subprogram/Paragraph - The vendor IDs per-vendor return files can be named for
   *> when there is no vendor validation history
   loadVendorIDs.
      move 0 to vendorIDCount
      move 0 to vendorMasterAvailable
      open input vendorMasterFile
      if vendorMasterFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "WARNING: vendor master " delimited by size
            vendorMasterFileName delimited by space
            " could not be opened - per-vendor return files are not looked at" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 4 to severityValue
         perform noteSeverity
      else
         move 1 to vendorMasterAvailable
         move 0 to vendorEOF
         perform until vendorEOF is equal to 1
            read vendorMasterFile next
               at end
                  move 1 to vendorEOF
               not at end
                  if vendorIDCount is less than maxVendorIDs
                     add 1 to vendorIDCount
                     move vmVendorID to vendorIDValue(vendorIDCount)
                  end-if
            end-read
         end-perform
         close vendorMasterFile
      end-if.

   *> purgeOldArchives Subprogram/Paragraph - Deletes every archived file whose archive date is more
   *> than PURGEDAYS old, and each dated archive directory once everything in it has gone, carrying
   *> the rest of the register forward
   purgeOldArchives.
      move 0 to totalPurged
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "ARCHIVES PURGED" to displayMessageBuffer
      perform emitReportLine
      if purgeDays is equal to 0
         move "  (PURGING IS OFF - NO PURGEDAYS SET)" to displayMessageBuffer
         perform emitReportLine
      else
         move spaces to registerFileName
         string archiveDirName delimited by space "/ARCHIVE-REGISTER.TXT" delimited by size
            into registerFileName
         move spaces to registerNewFileName
         string archiveDirName delimited by space "/ARCHIVE-REGISTER.NEW" delimited by size
            into registerNewFileName
         open input registerFile
         if registerFileStatus is equal to 00 then
            open output registerNewFile
            if registerNewFileStatus is not equal to 00 then
               move "WARNING: the archive register could not be rewritten - nothing purged" to displayMessageBuffer
               perform emitReportLine
               move 8 to severityValue
               perform noteSeverity
               close registerFile
            else
               perform purgeFromRegister
            end-if
         end-if
         if totalPurged is equal to 0
            move "  (NONE)" to displayMessageBuffer
            perform emitReportLine
         end-if
      end-if.

   *> purgeFromRegister Subprogram/Paragraph - Walks the register (archive-date order, as it was
   *> appended), purging what is past PURGEDAYS and copying the rest to the new register, which
   *> then replaces the old one
   purgeFromRegister.
      move 0 to registerLinesKept
      move 0 to registerChanged
      move spaces to purgeDirDate
      move 0 to registerEOF
      perform until registerEOF is equal to 1
         read registerFile
            at end
               move 1 to registerEOF
            not at end
               move 0 to purgeAgeDays
               if regArchiveDate is numeric
                  move regArchiveDate to dateToConvert
                  perform computeDayNumber
                  if todayDayNumber is greater than dayNumberResult
                     subtract dayNumberResult from todayDayNumber giving purgeAgeDays
                  end-if
               end-if
               if purgeAgeDays is greater than purgeDays
                  perform purgeOneArchivedFile
               else
                  move registerRecord to registerNewRecord
                  write registerNewRecord
                  add 1 to registerLinesKept
               end-if
         end-read
      end-perform
      close registerFile
      close registerNewFile
      if purgeDirDate is not equal to spaces
         perform removeDatedArchiveDir
      end-if
      if registerChanged is equal to 1
         move registerNewFileName to callFileName
         move registerFileName to callTargetName
         call "CBL_COPY_FILE" using callFileName callTargetName
         if return-code is not equal to 0
            move "WARNING: the archive register could not be replaced - purged files are still listed on it" to displayMessageBuffer
            perform emitReportLine
            move 8 to severityValue
            perform noteSeverity
         end-if
      end-if
      move registerNewFileName to callFileName
      call "CBL_DELETE_FILE" using callFileName.

   *> purgeOneArchivedFile Subprogram/Paragraph - Deletes one archived file; one already gone by hand
   *> is purged all the same. When the archive date moves on, the previous dated directory is done
   purgeOneArchivedFile.
      if purgeDirDate is not equal to spaces and purgeDirDate is not equal to regArchiveDate
         perform removeDatedArchiveDir
      end-if
      move regArchiveDate to purgeDirDate
      move regArchivedName to callFileName
      call "CBL_DELETE_FILE" using callFileName
      move spaces to probeFileName
      move regArchivedName to probeFileName
      perform probeOutputFile
      if outputExists is equal to 1
         move spaces to displayMessageBuffer
         string "WARNING: archived file " delimited by size
            regArchivedName delimited by space
            " could not be purged - left on the register" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 8 to severityValue
         perform noteSeverity
         move registerRecord to registerNewRecord
         write registerNewRecord
         add 1 to registerLinesKept
      else
         add 1 to totalPurged
         move 1 to registerChanged
         move spaces to displayMessageBuffer
         string "  PURGED    " regArchiveDate "  " regType "  " delimited by size
            regArchivedName delimited by space
            into displayMessageBuffer
         perform emitReportLine
      end-if.

   *> removeDatedArchiveDir Subprogram/Paragraph - Deletes the manifest of the dated archive directory
   *> just purged and then the directory itself; one still holding files is simply left
   removeDatedArchiveDir.
      move spaces to callFileName
      string archiveDirName delimited by space "/" purgeDirDate "/MANIFEST.TXT" delimited by size
         into callFileName
      call "CBL_DELETE_FILE" using callFileName
      move spaces to callFileName
      string archiveDirName delimited by space "/" purgeDirDate delimited by size
         into callFileName
      call "CBL_DELETE_DIR" using callFileName
      move spaces to purgeDirDate.

   *> archiveExpiredOutputs Subprogram/Paragraph - Looks at every output each input file on the audit
   *> trail can have left, archiving what is past its type's keep-days
   archiveExpiredOutputs.
      move 0 to totalKept
      move 0 to totalArchived
      move 0 to totalNotMoved
      move 0 to archiveDirsReady
      move 0 to manifestAvailable
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "OUTPUTS KEPT AND ARCHIVED" to displayMessageBuffer
      perform emitReportLine
      move 1 to inputIndex
      perform until inputIndex is greater than inputCount
         move 0 to outputAgeDays
         if inputLastRun(inputIndex) is numeric
            move inputLastRun(inputIndex) to dateToConvert
            perform computeDayNumber
            if todayDayNumber is greater than dayNumberResult
               subtract dayNumberResult from todayDayNumber giving outputAgeDays
            end-if
         end-if
         move 1 to typeIndex
         perform until typeIndex is greater than typeCount
            if inputKind(inputIndex) is equal to 2
               if typeIndex is equal to reportTypeIndex or typeIndex is equal to digestTypeIndex
                  perform considerNamedOutput
               end-if
            else
               if typeIndex is equal to returnTypeIndex
                  perform considerReturnOutputs
               else
                  if typeIndex is not equal to digestTypeIndex
                     perform considerNamedOutput
                  end-if
               end-if
            end-if
            add 1 to typeIndex
         end-perform
         add 1 to inputIndex
      end-perform
      if manifestAvailable is equal to 1
         close manifestFile
      end-if.

   *> considerNamedOutput Subprogram/Paragraph - The output of typeIndex named off the entry's base
   considerNamedOutput.
      move spaces to outputFileName
      string inputBase(inputIndex) delimited by space
         typeSuffix(typeIndex) delimited by space
         into outputFileName
      perform considerOneOutput.

   *> considerReturnOutputs Subprogram/Paragraph - The input file's per-vendor return files, under
   *> the vendors chained to it off the vendor validation history, or failing that under every
   *> vendor master ID
   considerReturnOutputs.
      if returnVendorSource is equal to 1
         move inputFirstVendor(inputIndex) to returnVendorIndex
         perform until returnVendorIndex is equal to 0
            move returnVendorID(returnVendorIndex) to vendorIDForName
            perform considerReturnOutput
            move returnVendorNext(returnVendorIndex) to returnVendorIndex
         end-perform
      else
         move 1 to vendorIDIndex
         perform until vendorIDIndex is greater than vendorIDCount
            move vendorIDValue(vendorIDIndex) to vendorIDForName
            perform considerReturnOutput
            add 1 to vendorIDIndex
         end-perform
      end-if.

   *> considerReturnOutput Subprogram/Paragraph - The input file's return file for vendorIDForName
   considerReturnOutput.
      move spaces to outputFileName
      string inputBase(inputIndex) delimited by space
         typeSuffix(typeIndex) delimited by space
         vendorIDForName delimited by space
         ".TXT" delimited by size
         into outputFileName
      perform considerOneOutput.

   *> considerOneOutput Subprogram/Paragraph - Keeps or archives one output file that is there. A
   *> snapshot is always kept, as is a restart file whose checkpoint shows its run never finished
   considerOneOutput.
      move outputFileName to probeFileName
      perform probeOutputFile
      if outputExists is equal to 1
         move spaces to keepReason
         if typeIndex is equal to snapshotTypeIndex
            move "CURRENT SNAPSHOT" to keepReason
         else
            if typeKeepSet(typeIndex) is equal to 0
               move "NO RETENTION SET" to keepReason
            else
               if outputAgeDays is not greater than typeKeepDays(typeIndex)
                  move "WITHIN RETENTION" to keepReason
               else
                  if typeIndex is equal to restartTypeIndex
                     perform readRestartCheckpoint
                     if restartCheckpoint is not numeric or restartCheckpoint is not equal to "00000"
                        move "RUN NOT FINISHED" to keepReason
                     end-if
                  end-if
               end-if
            end-if
         end-if
         if keepReason is not equal to spaces
            add 1 to typeKept(typeIndex)
            add 1 to totalKept
            move spaces to displayMessageBuffer
            string "  KEPT      " typeKeyword(typeIndex) "  " keepReason "  AGE " outputAgeDays "  " delimited by size
               outputFileName delimited by space
               into displayMessageBuffer
            perform emitReportLine
         else
            perform archiveOneOutput
         end-if
      end-if.

   *> readRestartCheckpoint Subprogram/Paragraph - The checkpoint a restart file holds (columns 51-55);
   *> an empty restart file counts as finished
   readRestartCheckpoint.
      move "00000" to restartCheckpoint
      open input probeFile
      if probeFileStatus is equal to 00 then
         read probeFile
            at end
               continue
            not at end
               move probeRecord(51:5) to restartCheckpoint
         end-read
         close probeFile
      end-if.

   *> archiveOneOutput Subprogram/Paragraph - Copies the output into today's dated archive directory
   *> under a name flattened from its full path, deletes the original once the copy is there, and
   *> records the move on the manifest and the archive register
   archiveOneOutput.
      if archiveDirsReady is equal to 0
         perform prepareDatedArchiveDir
      end-if
      move outputFileName to flatOutputName
      inspect flatOutputName replacing all "/" by "_"
      move spaces to archivedFileName
      string datedArchiveDirName delimited by space "/" delimited by size
         flatOutputName delimited by space
         into archivedFileName
      move outputFileName to callFileName
      move archivedFileName to callTargetName
      call "CBL_COPY_FILE" using callFileName callTargetName
      if return-code is not equal to 0
         add 1 to totalNotMoved
         move spaces to displayMessageBuffer
         string "WARNING: " delimited by size
            outputFileName delimited by space
            " could not be copied to the archive - left in place" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 8 to severityValue
         perform noteSeverity
      else
         call "CBL_DELETE_FILE" using callFileName
         if return-code is not equal to 0
            move spaces to displayMessageBuffer
            string "WARNING: " delimited by size
               outputFileName delimited by space
               " was archived but could not be deleted" delimited by size
               into displayMessageBuffer
            perform emitReportLine
            move 8 to severityValue
            perform noteSeverity
         end-if
         add 1 to typeArchived(typeIndex)
         add 1 to totalArchived
         move spaces to displayMessageBuffer
         string "  ARCHIVED  " typeKeyword(typeIndex) "  AGE " outputAgeDays "  " delimited by size
            outputFileName delimited by space
            " -> " delimited by size
            archivedFileName delimited by space
            into displayMessageBuffer
         perform emitReportLine
         if manifestAvailable is equal to 1
            move spaces to manifestRecord
            string currentDateYMD " " currentTime(1:6) " " typeKeyword(typeIndex)
               " LAST-RUN=" inputLastRun(inputIndex) " AGE=" outputAgeDays " " delimited by size
               outputFileName delimited by space
               " -> " delimited by size
               archivedFileName delimited by space
               into manifestRecord
            write manifestRecord
         end-if
         perform registerArchivedFile
      end-if.

   *> prepareDatedArchiveDir Subprogram/Paragraph - Makes the archive area and today's dated directory
   *> under it (either may already be there) and opens the directory's manifest
   prepareDatedArchiveDir.
      move 1 to archiveDirsReady
      move archiveDirName to callFileName
      call "CBL_CREATE_DIR" using callFileName
      move spaces to datedArchiveDirName
      string archiveDirName delimited by space "/" currentDateYMD delimited by size
         into datedArchiveDirName
      move datedArchiveDirName to callFileName
      call "CBL_CREATE_DIR" using callFileName
      move spaces to manifestFileName
      string datedArchiveDirName delimited by space "/MANIFEST.TXT" delimited by size
         into manifestFileName
      open extend manifestFile
      if manifestFileStatus is not equal to 00 then
         open output manifestFile
      end-if
      move 1 to manifestAvailable
      if manifestFileStatus is not equal to 00 then
         move 0 to manifestAvailable
         move spaces to displayMessageBuffer
         string "WARNING: archive manifest " delimited by size
            manifestFileName delimited by space
            " could not be written - the archive area may not be usable" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 8 to severityValue
         perform noteSeverity
      end-if
      move spaces to registerFileName
      string archiveDirName delimited by space "/ARCHIVE-REGISTER.TXT" delimited by size
         into registerFileName.

   *> registerArchivedFile Subprogram/Paragraph - Appends the archived file to the register the purge
   *> works from
   registerArchivedFile.
      open extend registerFile
      if registerFileStatus is not equal to 00 then
         open output registerFile
      end-if
      if registerFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "WARNING: archive register " delimited by size
            registerFileName delimited by space
            " could not be written - " delimited by size
            archivedFileName delimited by space
            " will not be purged automatically" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 8 to severityValue
         perform noteSeverity
      else
         move spaces to registerRecord
         move currentDateYMD to regArchiveDate
         move typeKeyword(typeIndex) to regType
         move archivedFileName to regArchivedName
         move outputFileName to regOriginalName
         write registerRecord
         close registerFile
      end-if.

   *> rollAuditLog Subprogram/Paragraph - Moves every line of the current audit log dated in an
   *> earlier year into that year's ISBNVALIDATOR-AUDIT-yyyy.LOG, keeps this year's lines in the
   *> current log, and lists any new yearly log in ISBNVALIDATOR-AUDIT.YEARS. The current log is
   *> only replaced once every yearly log has been written
   rollAuditLog.
      move 0 to linesRolled
      move 0 to linesKeptCurrent
      move 0 to rollFailed
      move 0 to yearFileOpen
      move spaces to openYear
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "AUDIT LOG ROLL" to displayMessageBuffer
      perform emitReportLine
      move currentAuditFileName to auditFileName
      open input auditFile
      if auditFileStatus is not equal to 00 then
         move "  (NO CURRENT AUDIT LOG TO ROLL)" to displayMessageBuffer
         perform emitReportLine
      else
         open output auditNewFile
         if auditNewFileStatus is not equal to 00 then
            close auditFile
            move "WARNING: work file for the audit log roll could not be created - audit log not rolled" to displayMessageBuffer
            perform emitReportLine
            move 8 to severityValue
            perform noteSeverity
         else
            move 0 to auditEOF
            perform until auditEOF is equal to 1
               read auditFile
                  at end
                     move 1 to auditEOF
                  not at end
                     perform rollOneAuditLine
               end-read
            end-perform
            close auditFile
            close auditNewFile
            if yearFileOpen is equal to 1
               close auditYearFile
            end-if
            perform finishAuditRoll
         end-if
      end-if.

   *> rollOneAuditLine Subprogram/Paragraph - Sends one line to its year's log when it is dated in an
   *> earlier year, otherwise on to the new current log
   rollOneAuditLine.
      move auditRecord(1:4) to auditRollYear
      if auditRecord(1:8) is numeric and auditRollYear is less than currentDateYMD(1:4)
      and rollFailed is equal to 0
         if auditRollYear is not equal to openYear
            perform openAuditYearFile
         end-if
         if yearFileOpen is equal to 1
            move auditRecord to auditYearRecord
            write auditYearRecord
            add 1 to linesRolled
         else
            move auditRecord to auditNewRecord
            write auditNewRecord
            add 1 to linesKeptCurrent
         end-if
      else
         move auditRecord to auditNewRecord
         write auditNewRecord
         add 1 to linesKeptCurrent
      end-if.

   *> openAuditYearFile Subprogram/Paragraph - Opens the yearly log for auditRollYear. The first time a
   *> year is opened in a run it is written afresh, since every line of that year still on the current
   *> log is about to go into it - a roll interrupted part way is simply done again
   openAuditYearFile.
      if yearFileOpen is equal to 1
         close auditYearFile
         move 0 to yearFileOpen
      end-if
      move auditRollYear to openYear
      move spaces to auditYearFileName
      string "ISBNVALIDATOR-AUDIT-" auditRollYear ".LOG" delimited by size into auditYearFileName
      perform findYearName
      if foundEntry is equal to 1 and yearOpenedThisRun(yearIndex) is equal to 1
         open extend auditYearFile
      else
         open output auditYearFile
      end-if
      if auditYearFileStatus is equal to 00 then
         move 1 to yearFileOpen
         if foundEntry is equal to 0
            perform addYearName
         end-if
         move 1 to yearOpenedThisRun(yearIndex)
      else
         move 1 to rollFailed
         move spaces to displayMessageBuffer
         string "WARNING: yearly audit log " delimited by size
            auditYearFileName delimited by space
            " could not be written - audit log not rolled" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 8 to severityValue
         perform noteSeverity
      end-if.

   *> findYearName Subprogram/Paragraph - Whether auditYearFileName is already on the years list
   findYearName.
      move 0 to foundEntry
      move 1 to yearIndex
      perform until yearIndex is greater than yearNameCount or foundEntry is equal to 1
         if yearName(yearIndex) is equal to auditYearFileName
            move 1 to foundEntry
         else
            add 1 to yearIndex
         end-if
      end-perform.

   *> addYearName Subprogram/Paragraph - Puts auditYearFileName on the years list in name order (which
   *> is year order), leaving yearIndex on it
   addYearName.
      if yearNameCount is less than maxYearNames
         move 1 to yearIndex
         perform until yearIndex is greater than yearNameCount
         or yearName(yearIndex) is greater than auditYearFileName
            add 1 to yearIndex
         end-perform
         move yearNameCount to yearShift
         perform until yearShift is less than yearIndex
            move yearNameEntry(yearShift) to yearNameEntry(yearShift + 1)
            subtract 1 from yearShift
         end-perform
         move auditYearFileName to yearName(yearIndex)
         move 0 to yearOpenedThisRun(yearIndex)
         add 1 to yearNameCount
         move 1 to yearsListChanged
      end-if.

   *> finishAuditRoll Subprogram/Paragraph - With the yearly logs written, the new current log replaces
   *> the old and the years list is rewritten. A roll that failed part way leaves the current log as
   *> it was - every line is still on it and the next run does the roll again
   finishAuditRoll.
      if rollFailed is equal to 0 and linesRolled is greater than 0
         move auditNewFileName to callFileName
         move currentAuditFileName to callTargetName
         call "CBL_COPY_FILE" using callFileName callTargetName
         if return-code is not equal to 0
            move 1 to rollFailed
            move "WARNING: the current audit log could not be replaced - audit log not rolled" to displayMessageBuffer
            perform emitReportLine
            move 8 to severityValue
            perform noteSeverity
         end-if
      end-if
      move auditNewFileName to callFileName
      call "CBL_DELETE_FILE" using callFileName
      if yearsListChanged is equal to 1
         open output auditYearsListFile
         if auditYearsListFileStatus is not equal to 00 then
            move spaces to displayMessageBuffer
            string "WARNING: " delimited by size
               auditYearsListFileName delimited by space
               " could not be rewritten - auditReport will not see the new yearly logs" delimited by size
               into displayMessageBuffer
            perform emitReportLine
            move 8 to severityValue
            perform noteSeverity
         else
            move 1 to yearIndex
            perform until yearIndex is greater than yearNameCount
               move yearName(yearIndex) to auditYearsListRecord
               write auditYearsListRecord
               add 1 to yearIndex
            end-perform
            close auditYearsListFile
         end-if
      end-if
      move spaces to displayMessageBuffer
      if rollFailed is equal to 0
         string "  LINES ROLLED INTO YEARLY LOGS: " linesRolled "  KEPT ON THE CURRENT LOG: " linesKeptCurrent
            "  YEARLY LOGS: " yearNameCount delimited by size
            into displayMessageBuffer
      else
         string "  AUDIT LOG LEFT AS IT WAS (" linesKeptCurrent " LINES OF THIS YEAR, "
            linesRolled " OF EARLIER YEARS)" delimited by size
            into displayMessageBuffer
      end-if
      perform emitReportLine.

   *> writeHousekeepingTotals Subprogram/Paragraph - The report footer: kept and archived by type,
   *> and the overall totals
   writeHousekeepingTotals.
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "TOTALS BY OUTPUT TYPE" to displayMessageBuffer
      perform emitReportLine
      move 1 to typeIndex
      perform until typeIndex is greater than typeCount
         move spaces to displayMessageBuffer
         string "  " typeKeyword(typeIndex) "  KEPT " typeKept(typeIndex)
            "  ARCHIVED " typeArchived(typeIndex) delimited by size
            into displayMessageBuffer
         perform emitReportLine
         add 1 to typeIndex
      end-perform
      move spaces to displayMessageBuffer
      string "KEPT: " totalKept "  ARCHIVED: " totalArchived "  PURGED: " totalPurged
         "  COULD NOT BE ARCHIVED: " totalNotMoved delimited by size
         into displayMessageBuffer
      perform emitReportLine
      move spaces to displayMessageBuffer
      string "CONDITION CODE " runReturnCode delimited by size into displayMessageBuffer
      perform emitReportLine.

   *> probeOutputFile Subprogram/Paragraph - Whether the file named in probeFileName is there
   probeOutputFile.
      move 0 to outputExists
      open input probeFile
      if probeFileStatus is equal to 00 then
         move 1 to outputExists
         close probeFile
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

   *> emitReportLine Subprogram/Paragraph - Sends the current line to the screen and, when it could be
   *> created, the housekeeping report
   emitReportLine.
      display displayMessageBuffer
      if housekeepingReportAvailable is equal to 1
         move spaces to housekeepingReportRecord
         move displayMessageBuffer to housekeepingReportRecord
         write housekeepingReportRecord
      end-if.
