*>                         from the publisher range file applied, plus summary sections: active vs
*>                         withdrawn counts, a breakdown by vendor, additions per month, and the
*>                         records still carrying a placeholder title so the size of the title
*>                         cleanup backlog is visible without asking a programmer to dump the file.
*>                         Each title's active and total copy counts come off the copy-level
*>                         holdings file that checkIn and holdingsMaint keep

identification division.
program-id. catalogReport.
   input-output section.

   *> Determining how the catalog master, range file, and shelf list report will be treated -
   *> catalog layout and key are the same as isbnValidator and catalogMaint, holdings layout and
   *> keys the same as checkIn and holdingsMaint
   file-control.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is sequential
      record key is catalogISBN.
   select holdingsFile assign to dynamic holdingsFileName
      file status is holdingsFileStatus
      organization is indexed
      access mode is dynamic
      record key is holdBarcode
      alternate record key is holdISBN with duplicates.
   select rangeFile assign to dynamic rangeFileName
      file status is rangeFileStatus
      organization is line sequential.
      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

   *> One record per physical copy; only status S (on shelf) counts as an active copy
   fd holdingsFile.
   01 holdingsRecord.
      05 holdBarcode pic x(14).
      05 holdISBN pic x(13).
      05 holdLocation pic x(6).
      05 holdPONumber pic x(10).
      05 holdDateReceived pic x(8).
      05 holdStatus pic x(1).
      05 holdStatusDate pic x(8).

   *> One publisher range per line: EAN prefix (1-3), registration group digits (5-9), group length
   *> (11), publisher-element length (13), publisher range low (15-21), publisher range high (23-29).
   *> Lines that are blank or start with '*' are comments - same file isbnValidator hyphenates from
   01 shelfListFileName pic x(30) value "CATALOG-SHELFLIST.TXT".
   01 shelfListFileStatus pic x(2).
   01 shelfListFileAvailable pic 9.
   01 holdingsFileName pic x(60) value "HOLDINGS.DAT".
   01 holdingsFileStatus pic x(2).
   01 holdingsAvailable pic 9.

   *> Variables that deal with the publisher range file and canonical hyphenation - the same table
   *> shape and matching rules as isbnValidator, so the shelf list breaks ISBNs the same way the
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
   01 withdrawnCount pic 9(7).
   01 otherStatusCount pic 9(7).

   *> Variables that deal with the copy counts per title from the holdings file
   01 titleActiveCopies pic 9(4).
   01 titleTotalCopies pic 9(4).
   01 copyScanDone pic 9.
   01 totalCopyCount pic 9(7).
   01 activeCopyCount pic 9(7).
   01 titlesWithoutCopyCount pic 9(7).

   *> Per-vendor rollup of the whole catalog, in the order vendors first appear in key sequence
   01 vendorRollCount pic 9(3).
   01 maxVendorRollups pic 9(3) value 200.
         display "WARNING: shelf list file " shelfListFileName " could not be created - results will only be shown on screen"
      end-if

      move 1 to holdingsAvailable
      open input holdingsFile
      if holdingsFileStatus is not equal to 00 then
         move 0 to holdingsAvailable
         display "WARNING: holdings file " holdingsFileName " could not be opened - the shelf list goes out without copy counts"
      end-if

      move spaces to shelfListRecord
      string "CATALOG MASTER SHELF LIST - " delimited by size
         catalogFileName delimited by space
      move 0 to activeCount
      move 0 to withdrawnCount
      move 0 to otherStatusCount
      move 0 to totalCopyCount
      move 0 to activeCopyCount
      move 0 to titlesWithoutCopyCount
      move 0 to vendorRollCount
      move 0 to vendorRollFullWarned
      move 0 to monthCount
               perform listOneRecord
         end-read
      end-perform
      close catalogFile
      if holdingsAvailable is equal to 1
         close holdingsFile
      end-if.

   *> listOneRecord Subprogram/Paragraph - One shelf list line for the record just read, plus its
   *> contribution to the status split, the vendor breakdown, the per-month additions, and the
   *> placeholder backlog list. With the holdings file available the line ends with the title's
   *> active/total copy counts
   listOneRecord.
      add 1 to recordCount

      else
         string catalogISBN "      " catalogTitle "  " catalogVendor "  " catalogDateAdded "  " catalogStatus delimited by size into shelfListRecord
      end-if
      if holdingsAvailable is equal to 1
         perform countTitleCopies
         string " COPIES " titleActiveCopies "/" titleTotalCopies delimited by size
            into shelfListRecord(115:17)
      end-if
      perform emitShelfLine

      if catalogStatus is equal to 'A'
         end-if
      end-if.

   *> countTitleCopies Subprogram/Paragraph - Walks every copy of the catalog record just read through
   *> the holdings file's alternate ISBN key, counting its active (on-shelf) and total copies into
   *> the title's counts and the catalog-wide totals; an active title with no copy on the shelf is
   *> counted separately
   countTitleCopies.
      move 0 to titleActiveCopies
      move 0 to titleTotalCopies
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
                  add 1 to titleTotalCopies
                  add 1 to totalCopyCount
                  if holdStatus is equal to 'S'
                     add 1 to titleActiveCopies
                     add 1 to activeCopyCount
                  end-if
               end-if
         end-read
      end-perform
      if titleActiveCopies is equal to 0 and catalogStatus is equal to 'A'
         add 1 to titlesWithoutCopyCount
      end-if.

   *> writeSummaries Subprogram/Paragraph - The analysis sections after the shelf list: the status
   *> split, the vendor breakdown, additions per month, and the placeholder-title backlog
   writeSummaries.
         string "*** RECORDS WITH A STATUS OTHER THAN A OR W: " otherStatusCount " ***" delimited by size into shelfListRecord
         perform emitShelfLine
      end-if
      if holdingsAvailable is equal to 1
         move spaces to shelfListRecord
         string "COPIES ON FILE: " totalCopyCount "  ACTIVE COPIES: " activeCopyCount
            "  ACTIVE TITLES WITH NO COPY ON THE SHELF: " titlesWithoutCopyCount delimited by size
            into shelfListRecord
         perform emitShelfLine
      end-if

      move spaces to shelfListRecord
      perform emitShelfLine
