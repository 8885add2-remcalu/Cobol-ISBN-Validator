      organization is indexed
      access mode is dynamic
      record key is catalogISBN.
   select holdingsFile assign to dynamic holdingsFileName
      file status is holdingsFileStatus
      organization is indexed
      access mode is dynamic
      record key is holdBarcode
      alternate record key is holdISBN with duplicates.
   select vendorMasterFile assign to dynamic vendorMasterFileName
      file status is vendorMasterFileStatus
      organization is indexed
      organization is indexed
      access mode is dynamic
      record key is onOrderKey.
   select fundFile assign to dynamic fundFileName
      file status is fundFileStatus
      organization is indexed
      access mode is dynamic
      record key is fundCode.
   select restartFile assign to dynamic restartFileName
      file status is restartFileStatus
      organization is line sequential.
   select catalogJournalFile assign to dynamic catalogJournalFileName
      file status is catalogJournalFileStatus
      organization is line sequential.
   select postedFile assign to dynamic postedFileName
      file status is postedFileStatus
      organization is line sequential.
   select vendorReturnFile assign to dynamic vendorReturnFileName
      file status is vendorReturnFileStatus
      organization is line sequential.
   select vendorValidationFile assign to dynamic vendorValidationFileName
      file status is vendorValidationFileStatus
      organization is line sequential.
   select manifestFile assign to dynamic manifestFileName
      file status is manifestFileStatus
      organization is line sequential.
   *> Declaring variables used for file processing
   file section.
   *> Wide enough for either input layout: a bare ISBN in columns 1-20, or a vendor order record
   *> laid out vendor ID (1-6), purchase order number (7-16), quantity (17-21), ISBN (22-41),
   *> fund code the line is charged to (43-48)
   fd inputFile.
   01 curISBN pic x(60).

      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

   *> Same layout and keys as checkIn and the holdingsMaint maintenance program - one record per
   *> physical copy, only status S (on shelf) counting as an active copy
   fd holdingsFile.
   01 holdingsRecord.
      05 holdBarcode pic x(14).
      05 holdISBN pic x(13).
      05 holdLocation pic x(6).
      05 holdPONumber pic x(10).
      05 holdDateReceived pic x(8).
      05 holdStatus pic x(1).
      05 holdStatusDate pic x(8).

   *> Same layout and key as the vendorMaint maintenance program
   fd vendorMasterFile.
   01 vmVendorRecord.
   *> One line per ISBN-13/PO pair the shop has on order, kept up to date by this program as
   *> order files validate and worked down by the checkIn receiving program as cartons arrive -
   *> same layout and key as checkIn. Status is O while anything is outstanding, C once the line
   *> is fully received. The fund the line is charged to and the list price it was encumbered at
   *> ride along so receiving can move exactly that amount from encumbered to expended
   fd onOrderFile.
   01 onOrderRecord.
      05 onOrderKey.
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

   *> Same layout and key as the fundMaint maintenance program - allocation, what open order lines
   *> have encumbered against it, what receiving has expended, and status A (open) or C (closed)
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

   fd restartFile.
   01 restartRecord.
   *> One fixed-layout record per rejected entry, so the vendor correction cycle can be driven by a
   *> program instead of somebody re-typing reasons off the printed report. Reason codes are
   *> LEN (bad length), CHR (invalid character), CHK (checksum failure), DUP (repeat within the
   *> batch), RNG (checksum-valid but the publisher prefix is in no assigned range - please confirm),
   *> FND (order line charged to a fund that is blank, not on the fund master, or closed)
   fd rejectsFile.
   01 rejectsRecord.
      05 rejSubmittedISBN pic x(20).
   fd vendorReturnFile.
   01 vendorReturnRecord pic x(120).

   *> The persistent per-vendor validation history the vendor scorecard reads - one line per vendor
   *> per order-layout file validated: run date, vendor ID, lines submitted, and how many of them
   *> were rejected under each reason code (the same counts its rejects and return file carry),
   *> then the input file the lines came from
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

   fd manifestFile.
   01 manifestRecord pic x(50).

   01 ctlNumber pic 9(5).
   01 outputDirName pic x(50).
   01 derivedBase pic x(110).
   01 optionsEchoA pic x(180).
   01 echoManifestPart pic x(62).
   01 optionsEchoB pic x(250).
   01 echoOrderLayout pic x(1).
   01 echoPostNew pic x(1).
   01 catalogFileStatus pic x(2).
   01 catalogAvailable pic 9.

   *> Variables that deal with counting the active copies already owned of a title in the catalog
   01 holdingsFileName pic x(60) value "HOLDINGS.DAT".
   01 holdingsFileStatus pic x(2).
   01 holdingsAvailable pic 9.
   01 activeCopyCount pic 9(5).
   01 copyScanDone pic 9.
   01 copyCountEdited pic z(4)9.
   01 copyCountStart pic 9.

   *> Variables that deal with the opt-in posting of validated NEW TITLE ISBNs into the catalog master
   01 postNewRequested pic 9.
   01 postNewEnv pic x(1).
   01 catalogPostOpened pic 9.
   01 currentDateYMD pic x(8).

   *> Variables that deal with the catalog change journal
   01 catalogJournalFileName pic x(60) value "CATALOG-JOURNAL.DAT".
   01 catalogJournalFileStatus pic x(2).
   01 catalogJournalAvailable pic 9.
   01 journalRunName pic x(50).
   01 journalUser pic x(12).
   01 journalOperation pic x(3).
   01 journalBeforeImage pic x(102).

   *> Variables that deal with the vendor title-metadata feed - real titles, publishers, and list
   *> prices the vendor supplies alongside the order file, so catalog records posted by this run
   *> carry what the book actually is instead of the placeholder title
      05 readVendorID pic x(6) occurs 10000.
      05 readPONumber pic x(10) occurs 10000.
      05 readQuantity pic 9(5) occurs 10000.
      05 readFundCode pic x(6) occurs 10000.

   *> The distinct vendors seen in this file and their per-vendor subtotals for the grouped report
   01 vendorCount pic 9(3).
      05 filler pic x(2).
      05 vrReasonCode pic x(3).

   *> Variables that deal with appending this file's per-vendor reject counts to the vendor
   *> validation history, so supplier quality can be measured across runs
   01 vendorValidationFileName pic x(30) value "VENDOR-VALIDATION.LOG".
   01 vendorValidationFileStatus pic x(2).
   01 vvReasonWork pic x(3).

   *> Variables that deal with posting validated order lines to the persistent on-order file, so
   *> receiving checks cartons against a file instead of against printed reports
   01 onOrderFileName pic x(60) value "ON-ORDER.DAT".
   01 onOrderOpened pic 9.
   01 onOrderPostedCount pic 9(5).

   *> Variables that deal with acquisitions fund accounting - every order line must be charged to
   *> an open fund on the fund master, and posting a line encumbers its quantity times the list
   *> price from the metadata feed against that fund, so committed money is known the night it
   *> is committed instead of at quarter close
   01 fundFileName pic x(60) value "FUND-MASTER.DAT".
   01 fundFileStatus pic x(2).
   01 fundMasterAvailable pic 9.
   01 fundPostOpened pic 9.
   01 fundRejectCount pic 9(5).
   01 fundReasonNote pic x(30).
   01 postFundCode pic x(6).
   01 postAmount pic 9(10)v99.
   01 outstandingQty pic 9(5).
   01 lineUnitPrice pic 9(5)v99.
   01 committedBefore pic 9(11)v99.
   01 committedAfter pic 9(11)v99.
   01 unpricedLineCount pic 9(5).
   01 fundsPushedOverCount pic 9(3).
   01 fundNotFoundCount pic 9(5).
   01 cancelledResendCount pic 9(5).
   01 encumberedThisRun pic 9(11)v99.
   01 releasedThisRun pic 9(11)v99.
   01 fundAmountEdited pic z(10)9.99.

   *> Variables that deal with turning a metadata feed list price into a number - digits, an
   *> optional decimal point, and up to two places after it ("24.99", "0024.99" and "24" all work)
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
   01 priceValue pic 9(7)v99.

   *> Variables that deal with header/trailer control records - several vendors send an HDR record up
   *> front and a TRL record carrying the expected detail count, and a file whose trailer doesn't
   *> balance against what was actually read is a short transmission that must not be migrated
   01 rangeFileStatus pic x(2).
   01 rangeAvailable pic 9.
   01 rangeEOF pic 9.
   01 rangeCount pic 9(4).
   01 maxRangeRecords pic 9(4) value 3000.
   01 rangeList.
      05 rangeEntry occurs 3000 times.
         10 rangeEAN pic x(3).
         10 rangeGroupDigits pic x(5).
         10 rangeGroupLen pic 9.
         10 rangePubLen pic 9.
         10 rangePubLow pic x(7).
         10 rangePubHigh pic x(7).
   01 rangeIndex pic 9(4).
   01 hyphenSource pic x(13).
   01 hyphenWork pic x(17).
   01 hyphenFound pic 9.

   *> The range index that matched the previous ISBN - tried first on the next one, since a batch
   *> usually clusters on a handful of publishers, so the full range scan only runs on a miss
   01 lastRangeIndex pic 9(4) value 0.

   *> Variables that deal with timing the reworked reconciliation passes, so the report footer can
   *> show what they cost on tonight's real files (hundredths of a second, midnight-safe)
   *> applyControlLine Subprogram/Paragraph - Applies one KEYWORD=VALUE line. Recognized keywords:
   *> INPUT (the input file, or @manifest for a list of files), ORDERLAYOUT (Y/N), POSTNEW (Y/N),
   *> MAXINVALIDPCT (whole percent, 0-100), CHECKPOINT (records between checkpoints), CATALOG,
   *> RANGES, VENDORMASTER, and FUNDMASTER (the data file names), and OUTPUTDIR (the directory
   *> the derived output files are written under). A keyword this paragraph doesn't know ends the run with
   *> condition code 16 - a mistyped option must fail loudly, not silently fall back to a default
   applyControlLine.
      move spaces to ctlKeyword
                              if ctlKeyword is equal to "OUTPUTDIR"
                                 move ctlValue to outputDirName
                              else
                                 if ctlKeyword is equal to "FUNDMASTER"
                                    move ctlValue to fundFileName
                                 else
                                    display "ERROR: unrecognized keyword in run-control file: " controlRecord
                                    move 16 to return-code
                                    stop run
                                 end-if
                              end-if
                           end-if
                        end-if

   *> buildOptionsEcho Subprogram/Paragraph - Renders the options this run resolved to, however
   *> they arrived (run-control file, environment variables, or prompts), so the report header and
   *> the audit log always say how the run was configured. A manifest run also names its manifest,
   *> so outputHousekeeping can find the consolidated report and digest named off it
   buildOptionsEcho.
      move 'N' to echoOrderLayout
      if orderLayout is equal to 1
      if postNewRequested is equal to 1
         move 'Y' to echoPostNew
      end-if
      *> The manifest part is delimited by two spaces so that, when there is none, it adds nothing
      move spaces to echoManifestPart
      if manifestMode is equal to 1
         string " MANIFEST=" delimited by size
            manifestFileName delimited by space
            into echoManifestPart
      end-if
      move spaces to optionsEchoA
      if controlMode is equal to 1
         string "OPTIONS: CONTROL=" delimited by size
            controlFileName delimited by space
            echoManifestPart delimited by "  "
            " ORDERLAYOUT=" echoOrderLayout
            " POSTNEW=" echoPostNew
            " MAXINVALIDPCT=" invalidTolerancePct
            " CHECKPOINT=" checkpointInterval delimited by size
            into optionsEchoA
      else
         string "OPTIONS:" delimited by size
            echoManifestPart delimited by "  "
            " ORDERLAYOUT=" echoOrderLayout
            " POSTNEW=" echoPostNew
            " MAXINVALIDPCT=" invalidTolerancePct
            " CHECKPOINT=" checkpointInterval delimited by size
         rangeFileName delimited by space
         " VENDORMASTER=" delimited by size
         vendorMasterFileName delimited by space
         " FUNDMASTER=" delimited by size
         fundFileName delimited by space
         " OUTPUTDIR=" delimited by size
         outputDirName delimited by space
         into optionsEchoB.
         *> Flagging repeated ISBNs within this batch now that every entry has a validity message built
         perform checkDuplicatesISBN

         *> Holding each order line's fund code against the fund master, so nothing gets ordered
         *> against a budget line that doesn't exist or has been closed
         perform checkFundCodes

         *> Balancing the trailer's stated count against the detail records actually read - a file
         *> that doesn't balance is a short transmission and must not feed the crosswalk migration
         perform checkTrailerBalance
         *> per-vendor return files) ahead of the report so the footer can say what went to whom
         perform writeRejectsFile

         *> Adding each vendor's lines and reject counts for this file to the vendor validation
         *> history the vendor scorecard ranks suppliers from
         perform writeVendorValidationLog

         *> Diffing this run against the previous run of the same file and refreshing the
         *> snapshot, ahead of the report so the footer can carry this pass's timing too
         perform writeDeltaAndSnapshot

         *> Loading the vendor's title-metadata feed and tying its rows to this batch's validated
         *> entries through the crosswalked ISBN-13 - its list prices are what posted order lines
         *> encumber, and its titles are what posted catalog records carry
         if orderLayout is equal to 1 or postNewRequested is equal to 1
            perform loadMetadataFeed
            perform matchMetadataFeed
         end-if

         *> Recording what this order file put on order, so receiving has a file to check
         *> cartons against instead of a printed report, and encumbering it against its funds
         perform postOnOrder

         *> Writing (or sectioning) the report and tallying the valid/invalid counts
      move spaces to readVendorID(numISBN)
      move spaces to readPONumber(numISBN)
      move 0 to readQuantity(numISBN)
      move spaces to readFundCode(numISBN)
      if orderLayout is equal to 1 then
         move curISBN(1:6) to readVendorID(numISBN)
         move curISBN(43:6) to readFundCode(numISBN)
         move curISBN(7:10) to readPONumber(numISBN)
         move curISBN(17:5) to orderQtyX
         if orderQtyX is numeric then
            move spaces to reportRecord
            string "Order lines posted to the on-order file: " onOrderPostedCount delimited by size into reportRecord
            write reportRecord
            if fundRejectCount is greater than 0
               move spaces to reportRecord
               string "Order lines rejected for a blank, unknown, or closed fund (FND): " fundRejectCount delimited by size into reportRecord
               write reportRecord
            end-if
            if fundPostOpened is equal to 1
               move spaces to reportRecord
               move encumberedThisRun to fundAmountEdited
               string "Amount encumbered against the fund master: " fundAmountEdited delimited by size into reportRecord
               write reportRecord
               if releasedThisRun is greater than 0
                  move spaces to reportRecord
                  move releasedThisRun to fundAmountEdited
                  string "Prior encumbrance released for resent lines: " fundAmountEdited delimited by size into reportRecord
                  write reportRecord
               end-if
               if fundsPushedOverCount is greater than 0
                  move spaces to reportRecord
                  string "*** FUNDS PUSHED OVER THEIR ALLOCATION BY THIS RUN: " fundsPushedOverCount " - SEE THE FUND STATUS REPORT ***" delimited by size into reportRecord
                  write reportRecord
               end-if
            end-if
            if unpricedLineCount is greater than 0
               move spaces to reportRecord
               string "Posted order lines with no list price (nothing encumbered): " unpricedLineCount delimited by size into reportRecord
               write reportRecord
            end-if
         end-if

         *> Confirming what went out to whom - one line per vendor whose reject return file was
         perform noteSeverity
      end-if.

   *> checkFundCodes Subprogram/Paragraph - For an order-layout batch, looks every still-valid line's
   *> fund code up on the fund master and rejects the line (reason FND) when the code is blank, not
   *> on the master, or belongs to a closed fund - the line is then neither posted nor encumbered,
   *> and goes out on the rejects file for acquisitions to re-charge. A shop with no fund master
   *> gets a warning and the check is skipped, the same way a missing vendor master is handled
   checkFundCodes.
      move 0 to fundRejectCount
      move 0 to fundMasterAvailable
      if orderLayout is equal to 1
         move 1 to fundMasterAvailable
         open input fundFile
         if fundFileStatus is not equal to 00 then
            move 0 to fundMasterAvailable
            move spaces to displayMessageBuffer
            string "WARNING: fund master file " delimited by size
               fundFileName delimited by space
               " could not be opened - fund codes were not validated and nothing will be encumbered" delimited by size
               into displayMessageBuffer
            display displayMessageBuffer
            move 4 to severityValue
            perform noteSeverity
         end-if

         if fundMasterAvailable is equal to 1
            move firstRecordToProcess to counter
            perform until counter is equal to numISBN
               if processedContentInvalid(counter) is equal to 0
                  move spaces to fundReasonNote
                  if readFundCode(counter) is equal to spaces
                     move "NO FUND CODE GIVEN" to fundReasonNote
                  else
                     move readFundCode(counter) to fundCode
                     read fundFile
                        invalid key
                           move "NOT ON THE FUND MASTER" to fundReasonNote
                        not invalid key
                           if fundStatus is equal to 'C' then
                              move "FUND IS CLOSED" to fundReasonNote
                           end-if
                     end-read
                  end-if

                  *> The entry's message is rebuilt rather than appended to, since the ISBN itself
                  *> passed and "Valid ISBN" would otherwise sit in front of the rejection
                  if fundReasonNote is not equal to spaces
                     move 1 to processedContentInvalid(counter)
                     move "FND" to processedContentReason(counter)
                     add 1 to fundRejectCount
                     move spaces to processedStringsISBN(counter)
                     string readStringsISBN(counter) delimited by space
                        "  Invalid order line - (fund code '" delimited by size
                        readFundCode(counter) delimited by size
                        "' " delimited by size
                        fundReasonNote delimited by "  "
                        ") " delimited by size
                        X'00' delimited by size
                        into processedStringsISBN(counter)
                  end-if
               end-if
               add 1 to counter
            end-perform
            close fundFile

            if fundRejectCount is greater than 0
               display "WARNING: " fundRejectCount " order lines were rejected for a blank, unknown, or closed fund code"
            end-if
         end-if
      end-if.

   *> lookupVendorMaster Subprogram/Paragraph - Looks every distinct vendor ID the batch carried up
   *> in the vendor master file, keeping each vendor's name for the grouped report headings and
   *> flagging IDs the master doesn't know or knows as inactive; either kind of flag counts as a

   *> crossReferenceCatalog Subprogram/Paragraph - Looks up every validated ISBN against the indexed catalog
   *> master file and annotates the report with whether the title is already on the shelf or is a new
   *> purchase, so acquisitions can spot accidental reorders - for a title already held, with how
   *> many active copies the holdings file says we own
   crossReferenceCatalog.
      *> Clearing every entry's new-title flag up front, whatever happens to the catalog open below -
      *> in a manifest run a later file must never inherit an earlier file's leftover flags at the
         perform noteSeverity
      end-if

      if catalogAvailable is equal to 1
         move 1 to holdingsAvailable
         open input holdingsFile
         if holdingsFileStatus is not equal to 00 then
            move 0 to holdingsAvailable
            move spaces to displayMessageBuffer
            string "WARNING: holdings file " delimited by size
               holdingsFileName delimited by space
               " could not be opened - titles already in the catalog are shown without copy counts" delimited by size
               into displayMessageBuffer
            display displayMessageBuffer
         end-if
      end-if

      if catalogAvailable is equal to 1
         move firstRecordToProcess to counter
         perform until counter is equal to numISBN
                           X'00' X'00' delimited by size
                           into processedStringsISBN(counter)
                     else
                        if holdingsAvailable is equal to 1
                           perform countActiveCopies
                           if activeCopyCount is equal to 0
                              string processedStringsISBN(counter) delimited by X'00'
                                 " [ALREADY IN CATALOG - NO ACTIVE COPIES]" delimited by size
                                 X'00' X'00' delimited by size
                                 into processedStringsISBN(counter)
                           else
                              if activeCopyCount is equal to 1
                                 string processedStringsISBN(counter) delimited by X'00'
                                    " [ALREADY IN CATALOG - 1 ACTIVE COPY]" delimited by size
                                    X'00' X'00' delimited by size
                                    into processedStringsISBN(counter)
                              else
                                 string processedStringsISBN(counter) delimited by X'00'
                                    " [ALREADY IN CATALOG - " copyCountEdited(copyCountStart:) " ACTIVE COPIES]" delimited by size
                                    X'00' X'00' delimited by size
                                    into processedStringsISBN(counter)
                              end-if
                           end-if
                        else
                           string processedStringsISBN(counter) delimited by X'00'
                              " [ALREADY IN CATALOG]" delimited by size
                              X'00' X'00' delimited by size
                              into processedStringsISBN(counter)
                        end-if
                     end-if
               end-read
            end-if
         end-perform

         close catalogFile
         if holdingsAvailable is equal to 1
            close holdingsFile
         end-if
      end-if.

   *> countActiveCopies Subprogram/Paragraph - Counts the on-shelf copies of catalogISBN through the
   *> holdings file's alternate ISBN key, leaving the count edited in copyCountEdited with
   *> copyCountStart pointing past its leading spaces
   countActiveCopies.
      move 0 to activeCopyCount
      move 0 to copyScanDone
      move catalogISBN to holdISBN
      start holdingsFile key is equal to holdISBN
         invalid key
            move 1 to copyScanDone
      end-start
      perform until copyScanDone is equal to 1
         read holdingsFile next
            at end
               move 1 to copyScanDone
            not at end
               if holdISBN is not equal to catalogISBN
                  move 1 to copyScanDone
               else
                  if holdStatus is equal to 'S'
                     add 1 to activeCopyCount
                  end-if
               end-if
         end-read
      end-perform
      move activeCopyCount to copyCountEdited
      move 1 to copyCountStart
      perform until copyCountStart is equal to 5
      or copyCountEdited(copyCountStart:1) is not equal to space
         add 1 to copyCountStart
      end-perform.

   *> postNewTitles Subprogram/Paragraph - Opt-in closing of the loop between validation and the catalog:
   *> every validated entry crossReferenceCatalog flagged as a NEW TITLE gets written into the catalog
   *> master (a withdrawn prior copy gets reinstated instead), so the next batch containing the same ISBN
            move 4 to severityValue
            perform noteSeverity
         else
            perform openCatalogJournal
            move fileName to journalRunName

            *> Opening the posting report that records exactly which ISBNs this run added
            open output postedFile
               write postedRecord
            end-if

            *> The vendor's title-metadata feed was already loaded and matched ahead of the
            *> on-order posting, so the posting loop below can write real titles instead of the
            *> placeholder
            accept currentDateYMD from date yyyymmdd
            move 0 to postedCount

                           continue
                        not invalid key
                           add 1 to postedCount
                           move "ADD" to journalOperation
                           move spaces to journalBeforeImage
                           perform writeCatalogJournal
                           if postedFileAvailable is equal to 1
                              move spaces to postedRecord
                              string "ADDED:      " delimited by size
                        invalid key
                           continue
                        not invalid key
                           move catalogRecord to journalBeforeImage
                           move 'A' to catalogStatus
                           move currentDateYMD to catalogDateAdded

                                 continue
                              not invalid key
                                 add 1 to postedCount
                                 move "CHG" to journalOperation
                                 perform writeCatalogJournal
                                 if postedFileAvailable is equal to 1
                                    move spaces to postedRecord
                                    string "REINSTATED: " delimited by size
            end-if

            close catalogFile
            if catalogJournalAvailable is equal to 1
               close catalogJournalFile
            end-if
            display "Posted " postedCount " new titles to the catalog master"
         end-if
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
            " could not be opened - catalog postings will not be journalled" delimited by size
            into displayMessageBuffer
         display displayMessageBuffer
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
         move "isbnValidator" to cjProgram
         move journalRunName to cjRunName
         move journalUser to cjUser
         move journalOperation to cjOperation
         move journalBeforeImage to cjBeforeImage
         if journalOperation is not equal to "DEL"
            move catalogRecord to cjAfterImage
         end-if
         write catalogJournalRecord
      end-if.

   *> postOnOrder Subprogram/Paragraph - Writes every validated order line into the persistent
   *> on-order file, keyed by the crosswalked ISBN-13 plus the PO number. A line already on file
   *> (the same ISBN re-validated on the same PO, e.g. a corrected resend) has its ordered
   *> quantity brought up to the resend's figure and is reopened; repeats flagged as duplicates
   *> and zero-quantity lines are left out, and a run deemed unusable posts nothing. Each posted
   *> line encumbers its outstanding quantity times the feed's list price against its fund; a
   *> resend first releases what the line had encumbered, then encumbers it afresh, so a changed
   *> quantity, price, or fund is never counted twice. A line the claims run has cancelled is never
   *> reopened by a resend
   postOnOrder.
      move 0 to onOrderPostedCount
      move 0 to unpricedLineCount
      move 0 to fundsPushedOverCount
      move 0 to fundNotFoundCount
      move 0 to cancelledResendCount
      move 0 to encumberedThisRun
      move 0 to releasedThisRun
      if orderLayout is equal to 1
      and outOfBalance is equal to 0 and toleranceExceeded is equal to 0

            move 4 to severityValue
            perform noteSeverity
         else

            *> The fund master is only opened for update when checkFundCodes could read it - with
            *> no fund master the lines still go on order, they just encumber nothing
            move 0 to fundPostOpened
            if fundMasterAvailable is equal to 1
               open i-o fundFile
               if fundFileStatus is equal to 00 then
                  move 1 to fundPostOpened
               else
                  move spaces to displayMessageBuffer
                  string "WARNING: fund master file " delimited by size
                     fundFileName delimited by space
                     " could not be opened for update - order lines were not encumbered" delimited by size
                     into displayMessageBuffer
                  display displayMessageBuffer
                  move 4 to severityValue
                  perform noteSeverity
               end-if
            end-if

            accept currentDateYMD from date yyyymmdd
            move firstRecordToProcess to counter
            perform until counter is equal to numISBN
               and processedContentDuplicate(counter) is equal to 0
               and processedContentISBN13(counter) is not equal to spaces
               and readQuantity(counter) is greater than 0

                  *> The list price the line is encumbered at comes off the matched feed row
                  move 0 to lineUnitPrice
                  if processedContentMetaIdx(counter) is greater than 0
                     move metaPrice(processedContentMetaIdx(counter)) to priceText
                     perform parseListPrice
                     if priceUsable is equal to 1
                        move priceValue to lineUnitPrice
                     end-if
                  end-if

                  move processedContentISBN13(counter) to onOrderISBN
                  move readPONumber(counter) to onOrderPONumber
                  read onOrderFile
                        move 0 to onOrderQtyReceived
                        move currentDateYMD to onOrderDate
                        move 'O' to onOrderStatus
                        move readFundCode(counter) to onOrderFund
                        move lineUnitPrice to onOrderUnitPrice
                        move 0 to onOrderClaimCount
                        move spaces to onOrderLastClaimDate
                        move 0 to onOrderQtyInvoiced
                        move 0 to onOrderClaimsSent
                        move spaces to onOrderLastReceiptDate
                        write onOrderRecord
                           invalid key
                              continue
                           not invalid key
                              add 1 to onOrderPostedCount
                              perform encumberOrderLine
                        end-write
                     not invalid key
                        *> A line the claims run has cancelled stays cancelled - its encumbrance is
                        *> gone and the vendor has been told, so it is reordered on a new PO instead
                        if onOrderStatus is equal to 'X'
                           add 1 to cancelledResendCount
                        else

                           *> What the line had encumbered before the resend is worked out from its
                           *> old figures before they are overwritten
                           move onOrderFund to postFundCode
                           perform computeLineOutstanding
                           move readQuantity(counter) to onOrderQtyOrdered
                           if onOrderQtyReceived is less than onOrderQtyOrdered
                              move 'O' to onOrderStatus
                           else
                              move 'C' to onOrderStatus
                           end-if
                           move readFundCode(counter) to onOrderFund

                           *> A resend that arrives without a feed price keeps the price already on the
                           *> line rather than wiping out its encumbrance
                           if lineUnitPrice is greater than 0
                              move lineUnitPrice to onOrderUnitPrice
                           end-if
                           rewrite onOrderRecord
                              invalid key
                                 continue
                              not invalid key
                                 add 1 to onOrderPostedCount
                                 perform releaseFundAmount
                                 perform encumberOrderLine
                           end-rewrite
                        end-if
                  end-read
               end-if
               add 1 to counter
            end-perform
            close onOrderFile
            if fundPostOpened is equal to 1
               close fundFile
            end-if
            display "Posted " onOrderPostedCount " order lines to the on-order file"
            if fundPostOpened is equal to 1
               move encumberedThisRun to fundAmountEdited
               display "Encumbered " fundAmountEdited " against the fund master"
            end-if
            if unpricedLineCount is greater than 0
               display "WARNING: " unpricedLineCount " posted order lines had no list price in the metadata feed and encumber nothing"
               move 4 to severityValue
               perform noteSeverity
            end-if
            if cancelledResendCount is greater than 0
               display "WARNING: " cancelledResendCount " order lines were resent against PO lines already cancelled for non-delivery and were not reopened - reorder them on a new PO"
               move 4 to severityValue
               perform noteSeverity
            end-if
         end-if
      end-if.

   *> computeLineOutstanding Subprogram/Paragraph - What the on-order line in the record area still
   *> has encumbered: its outstanding quantity times the price it was encumbered at, in postAmount
   computeLineOutstanding.
      move 0 to outstandingQty
      if onOrderQtyReceived is less than onOrderQtyOrdered
         move onOrderQtyOrdered to outstandingQty
         subtract onOrderQtyReceived from outstandingQty
      end-if
      multiply outstandingQty by onOrderUnitPrice giving postAmount.

   *> encumberOrderLine Subprogram/Paragraph - Encumbers the just-posted on-order line's outstanding
   *> quantity times its price against its fund. When that takes the fund's encumbered plus
   *> expended past its allocation for the first time, the fund is stamped with tonight's date so
   *> fundReport can say which funds this night's orders pushed over, and the run warns
   encumberOrderLine.
      move onOrderFund to postFundCode
      perform computeLineOutstanding
      if onOrderUnitPrice is equal to 0 and outstandingQty is greater than 0
         add 1 to unpricedLineCount
      end-if
      if fundPostOpened is equal to 1 and postAmount is greater than 0
         move postFundCode to fundCode
         read fundFile
            invalid key
               add 1 to fundNotFoundCount
            not invalid key
               move fundEncumbered to committedBefore
               add fundExpended to committedBefore
               move committedBefore to committedAfter
               add postAmount to committedAfter
               add postAmount to fundEncumbered
               if fundLastPostDate is not equal to currentDateYMD
                  move currentDateYMD to fundLastPostDate
                  move 0 to fundLastPostAmount
               end-if
               add postAmount to fundLastPostAmount
               if committedBefore is not greater than fundAllocation
               and committedAfter is greater than fundAllocation
                  move currentDateYMD to fundOverDate
                  add 1 to fundsPushedOverCount
                  move spaces to displayMessageBuffer
                  string "WARNING: fund " fundCode " " fundDescription
                     " has been pushed over its allocation by this run's orders" delimited by size
                     into displayMessageBuffer
                  display displayMessageBuffer
                  move 4 to severityValue
                  perform noteSeverity
               end-if
               rewrite fundRecord
                  invalid key
                     continue
                  not invalid key
                     add postAmount to encumberedThisRun
               end-rewrite
         end-read
      end-if.

   *> releaseFundAmount Subprogram/Paragraph - Takes postAmount back off postFundCode's encumbered
   *> figure (never below zero), for a resent line whose old encumbrance is being replaced
   releaseFundAmount.
      if fundPostOpened is equal to 1 and postAmount is greater than 0
         move postFundCode to fundCode
         read fundFile
            invalid key
               continue
            not invalid key
               if postAmount is greater than fundEncumbered
                  move 0 to fundEncumbered
               else
                  subtract postAmount from fundEncumbered
               end-if
               rewrite fundRecord
                  invalid key
                     continue
                  not invalid key
                     add postAmount to releasedThisRun
               end-rewrite
         end-read
      end-if.

   *> parseListPrice Subprogram/Paragraph - Turns priceText into priceValue: digits before an
   *> optional decimal point are whole units, up to two digits after it are cents, and trailing
   *> spaces end the value. Anything else leaves the price unusable, and the line encumbers nothing
   *> rather than a wrong figure
   parseListPrice.
      move 0 to priceValue
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
         move priceWhole to priceValue
         add priceFraction to priceValue
      end-if.

   *> loadMetadataFeed Subprogram/Paragraph - Reads the vendor's optional title-metadata feed into
      move 0 to metaTableFullWarned
      open input metadataFile
      if metadataFileStatus is not equal to 00 then
         display "No metadata feed found for this file - posted titles will carry the placeholder and order lines no list price"
      else
         move 1 to metadataAvailable
         move 0 to metadataEOF
         perform writeVendorReturns
      end-if.

   *> writeVendorValidationLog Subprogram/Paragraph - For an order-layout batch, appends one line per
   *> vendor seen to the vendor validation history: the lines it submitted and its rejected entries
   *> counted by reason code, each rejected entry under the one reason the rejects file gives it.
   *> Fund rejections are counted on their own, since they are the library's error, not the vendor's
   writeVendorValidationLog.
      if orderLayout is equal to 1 and vendorCount is greater than 0
         open extend vendorValidationFile
         if vendorValidationFileStatus is not equal to 00 then
            open output vendorValidationFile
         end-if
         if vendorValidationFileStatus is not equal to 00 then
            move spaces to displayMessageBuffer
            string "WARNING: vendor validation history " delimited by size
               vendorValidationFileName delimited by space
               " could not be opened - this run is left out of the vendor scorecard" delimited by size
               into displayMessageBuffer
            display displayMessageBuffer
            move 4 to severityValue
            perform noteSeverity
         else
            accept currentDateYMD from date yyyymmdd
            move 1 to vendorIndex
            perform until vendorIndex is greater than vendorCount
               move spaces to vendorValidationRecord
               move currentDateYMD to vvRunDate
               move vendorSumID(vendorIndex) to vvVendorID
               move vendorSumLines(vendorIndex) to vvLinesSubmitted
               move 0 to vvLenCount
               move 0 to vvChrCount
               move 0 to vvChkCount
               move 0 to vvDupCount
               move 0 to vvRngCount
               move 0 to vvFndCount
               move fileName to vvFileName

               move firstRecordToProcess to counter
               perform until counter is equal to numISBN
                  if readVendorID(counter) is equal to vendorSumID(vendorIndex)
                  and (processedContentInvalid(counter) is equal to 1
                  or processedContentDuplicate(counter) is equal to 1
                  or processedContentRangeFlag(counter) is equal to 1)
                     if processedContentInvalid(counter) is equal to 1
                        move processedContentReason(counter) to vvReasonWork
                     else
                        if processedContentDuplicate(counter) is equal to 1
                           move "DUP" to vvReasonWork
                        else
                           move "RNG" to vvReasonWork
                        end-if
                     end-if
                     if vvReasonWork is equal to "LEN"
                        add 1 to vvLenCount
                     end-if
                     if vvReasonWork is equal to "CHR"
                        add 1 to vvChrCount
                     end-if
                     if vvReasonWork is equal to "CHK"
                        add 1 to vvChkCount
                     end-if
                     if vvReasonWork is equal to "DUP"
                        add 1 to vvDupCount
                     end-if
                     if vvReasonWork is equal to "RNG"
                        add 1 to vvRngCount
                     end-if
                     if vvReasonWork is equal to "FND"
                        add 1 to vvFndCount
                     end-if
                  end-if
                  add 1 to counter
               end-perform

               write vendorValidationRecord
               add 1 to vendorIndex
            end-perform
            close vendorValidationFile
         end-if
      end-if.

   *> writeVendorReturns Subprogram/Paragraph - Writes one reject return file per vendor seen in the
   *> batch, named off the input file and the vendor ID, holding only that vendor's rejected entries
   *> (invalid or duplicate) with their PO number and quantity, between a dated header and a TRL

         move firstRecordToProcess to counter
         perform until counter is equal to numISBN
            *> A fund rejection is the library's own charging error, not the vendor's, so it
            *> stays on the rejects file and is never sent back to the supplier
            if readVendorID(counter) is equal to vendorSumID(vendorIndex)
            and processedContentReason(counter) is not equal to "FND"
            and (processedContentInvalid(counter) is equal to 1
            or processedContentDuplicate(counter) is equal to 1
            or processedContentRangeFlag(counter) is equal to 1)
