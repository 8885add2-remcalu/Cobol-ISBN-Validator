*> NOTES:                  Rebuilds the publisher range file that isbnValidator, catalogReport, and
*>                         catalogBatch hyphenate and range-check against, from the ISBN agency's
*>                         published range message (the RangeMessage.xml export, 978 and 979
*>                         registration groups with their publisher-element rules) instead of a
*>                         hand-typed starter set. Every rule with a publisher length is converted
*>                         to one fixed-column range line; rules of length 0 are ranges the agency
*>                         has not assigned and are left out, which is what makes a number inside
*>                         them an RNG. The converted ranges are validated - low not above high,
*>                         group and publisher lengths that leave a title element, rule bounds on
*>                         publisher-element boundaries, no overlapping ranges or registration
*>                         groups - and a message that fails is refused whole. A good one is written
*>                         to PUBLISHER-RANGES.NEW and reported against the current file (ranges
*>                         added, removed, and changed); every ISBN in the catalog master is
*>                         re-checked under both, listing the titles whose hyphenation or
*>                         assigned/unassigned standing changes. With APPLY the new ranges replace
*>                         PUBLISHER-RANGES.DAT, the current file being kept as PUBLISHER-RANGES.OLD

identification division.
program-id. rangeImport.

environment division.
   input-output section.

   *> Determining how the range message, the current and new range files, the catalog master, and
   *> the report will be treated - catalog layout and key are the same as isbnValidator
   file-control.
   select rangeMessageFile assign to dynamic rangeMessageFileName
      file status is rangeMessageFileStatus
      organization is line sequential.
   select rangeFile assign to dynamic rangeFileName
      file status is rangeFileStatus
      organization is line sequential.
   select rangeOutFile assign to dynamic rangeOutFileName
      file status is rangeOutFileStatus
      organization is line sequential.
   select catalogFile assign to dynamic catalogFileName
      file status is catalogFileStatus
      organization is indexed
      access mode is sequential
      record key is catalogISBN.
   select importReportFile assign to dynamic importReportFileName
      file status is importReportFileStatus
      organization is line sequential.

data division.
   *> Declaring variables used for file processing
   file section.

   *> The agency's XML range message, read a line at a time and taken apart tag by tag, so it does
   *> not matter how the export is broken into lines
   fd rangeMessageFile.
   01 rangeMessageRecord pic x(2000).

   *> One publisher range per line: EAN prefix (1-3), registration group digits (5-9), group length
   *> (11), publisher-element length (13), publisher range low (15-21), publisher range high (23-29).
   *> Lines starting with '*' are comments
   fd rangeFile.
   01 rangeRecord pic x(80).

   fd rangeOutFile.
   01 rangeOutRecord pic x(80).

   fd catalogFile.
   01 catalogRecord.
      05 catalogISBN pic x(13).
      05 catalogTitle pic x(60).
      05 catalogVendor pic x(20).
      05 catalogDateAdded pic x(8).
      05 catalogStatus pic x(1).

   fd importReportFile.
   01 importReportRecord pic x(160).

   *> Declaring all other variables
   working-storage section.

   *> Variables that deal with file processing
   01 rangeMessageFileName pic x(60).
   01 rangeMessageFileStatus pic x(2).
   01 rangeMessageEOF pic 9.
   01 rangeFileName pic x(30) value "PUBLISHER-RANGES.DAT".
   01 rangeFileStatus pic x(2).
   01 rangeEOF pic 9.
   01 rangeOutFileName pic x(30).
   01 rangeOutFileStatus pic x(2).
   01 newRangeFileName pic x(30) value "PUBLISHER-RANGES.NEW".
   01 oldRangeFileName pic x(30) value "PUBLISHER-RANGES.OLD".
   01 catalogFileName pic x(60) value "CATALOG-MASTER.DAT".
   01 catalogFileStatus pic x(2).
   01 catalogEOF pic 9.
   01 importReportFileName pic x(30) value "RANGE-IMPORT-REPORT.TXT".
   01 importReportFileStatus pic x(2).
   01 importReportAvailable pic 9.
   01 currentDateYMD pic x(8).
   01 displayMessageBuffer pic x(200).

   *> Variables that deal with the run's condition code, so the scheduler can branch on it:
   *> 0 = clean, 4 = warnings (no current range file to compare against, catalog not re-checked,
   *> range file not replaced), 12 = the range message failed validation and nothing was written,
   *> 16 = hard failure (no range message, or no ranges in it)
   01 runReturnCode pic 99.
   01 severityValue pic 99.

   *> Variables that deal with the run parameters - the range message file name and APPLY, from the
   *> command line ("RangeMessage.xml APPLY"), then the RANGEIMP_FILE and RANGEIMP_APPLY (Y)
   *> environment variables, then the operator
   01 parameterText pic x(80).
   01 applyText pic x(10).
   01 applyRequested pic 9.
   01 defaultMessageFileName pic x(60) value "RangeMessage.xml".

   *> Variables that deal with taking the XML apart - the name of the tag being read, the text since
   *> the last tag, and where in the message the reader is
   01 lineLength pic 9(4).
   01 scanPos pic 9(4).
   01 curChar pic x(1).
   01 insideTag pic 9.
   01 tagName pic x(40).
   01 tagNameLength pic 99.
   01 closingTagName pic x(40).
   01 elementText pic x(100).
   01 elementTextLength pic 999.
   01 insideGroups pic 9.
   01 messageSerial pic x(40).
   01 messageDate pic x(40).
   01 groupPrefixText pic x(20).
   01 groupAgencyText pic x(40).
   01 groupEAN pic x(3).
   01 groupDigits pic x(5).
   01 groupLength pic 9.
   01 groupUsable pic 9.
   01 ruleRangeText pic x(20).
   01 ruleLowText pic x(10).
   01 ruleHighText pic x(10).
   01 ruleLengthText pic x(10).
   01 rulePubLength pic 9.
   01 groupsSeen pic 9(5).
   01 rulesSeen pic 9(5).
   01 unassignedRules pic 9(5).
   01 validationErrors pic 9(5).
   01 tableFullWarned pic 9.
   01 lenSumWork pic 99.
   01 tailLength pic 9.
   01 tailPos pic 99.
   01 digitCount pic 99.

   *> The range tables - set 1 is the current range file, set 2 the ranges converted from the message.
   *> Each is sorted on EAN, registration group, and the 7-digit low bound, which is the order the
   *> new file is written in, the order the overlap check walks, and what the catalog re-check's
   *> binary search relies on
   01 oldSet pic 9 value 1.
   01 newSet pic 9 value 2.
   01 setIndex pic 9.
   01 maxRangeRecords pic 9(4) value 3000.
   01 rangeTables.
      05 rangeSet occurs 2 times.
         10 rangeSetCount pic 9(4).
         10 rangeEntry occurs 3000 times.
            15 rangeSortKey.
               20 rangeEAN pic x(3).
               20 rangeGroupDigits pic x(5).
               20 rangeLow7 pic x(7).
            15 rangeHigh7 pic x(7).
            15 rangeGroupLen pic 9.
            15 rangePubLen pic 9.
            15 rangePubLow pic x(7).
            15 rangePubHigh pic x(7).
            15 rangeAgency pic x(40).
   01 rangeEntryWork pic x(78).
   01 rangeKeyWork pic x(15).
   01 gapSize pic 9(4).
   01 sortI pic 9(4).
   01 sortJ pic 9(4).
   01 sortPrev pic 9(4).
   01 sortDone pic 9.
   01 rangeIndex pic 9(4).
   01 prevIndex pic 9(4).
   01 oldIndex pic 9(4).
   01 newIndex pic 9(4).
   01 oldRangeAvailable pic 9.

   *> One line of the range file as written
   01 rangeOutLine.
      05 roEAN pic x(3).
      05 filler pic x(1).
      05 roGroupDigits pic x(5).
      05 filler pic x(1).
      05 roGroupLen pic 9.
      05 filler pic x(1).
      05 roPubLen pic 9.
      05 filler pic x(1).
      05 roPubLow pic x(7).
      05 filler pic x(1).
      05 roPubHigh pic x(7).
   01 lastGroupWritten pic x(8).

   *> Variables that deal with the diff against the current file
   01 rangesAdded pic 9(5).
   01 rangesRemoved pic 9(5).
   01 rangesChanged pic 9(5).
   01 rangesUnchanged pic 9(5).

   *> Variables that deal with hyphenating one ISBN against one range set by binary search: for each
   *> possible group length the probe is the EAN, that many group digits, and the seven digits that
   *> follow (zero-filled), and the covering range is the last entry not above the probe
   01 hyphenSource pic x(13).
   01 hyphenWork pic x(17).
   01 hyphenFound pic 9.
   01 probeKey.
      05 probeEAN pic x(3).
      05 probeGroup pic x(5).
      05 probeDigits pic x(7).
   01 probeGroupLen pic 9.
   01 probeDigitCount pic 9.
   01 searchLow pic 9(4).
   01 searchHigh pic 9(4).
   01 searchMid pic 9(4).
   01 searchResult pic 9(4).
   01 groupLenWork pic 9.
   01 pubLenWork pic 9.
   01 titleLenWork pic 9.
   01 pubStartPos pic 99.
   01 titleStartPos pic 99.
   01 oldHyphen pic x(17).
   01 oldFound pic 9.
   01 newHyphen pic x(17).
   01 newFound pic 9.
   01 catalogChecked pic 9(7).
   01 catalogNotCheckable pic 9(7).
   01 hyphenationChanged pic 9(7).
   01 nowAssigned pic 9(7).
   01 noLongerAssigned pic 9(7).

procedure division.
   *> Print welcome message and instructions
   display "--------------------------------------------------"
   display "|  Publisher range file import                   |"
   display "--------------------------------------------------".

   *> mainline Subprogram/Paragraph - Drives the whole run and stops with the run's condition code,
   *> so top-level control never falls through into the helper paragraphs below
   mainline.
      move 0 to runReturnCode
      accept currentDateYMD from date yyyymmdd
      perform determineParameters
      perform openImportReport
      perform loadRangeMessage
      move newSet to setIndex
      perform sortRangeSet
      perform validateNewRanges
      if validationErrors is greater than 0
         move spaces to displayMessageBuffer
         string "*** RANGE MESSAGE FAILED VALIDATION WITH " validationErrors
            " ERRORS - NOTHING WRITTEN, " delimited by size
            rangeFileName delimited by space
            " LEFT AS IT IS ***" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 12 to severityValue
         perform noteSeverity
      else
         perform loadCurrentRanges
         move oldSet to setIndex
         perform sortRangeSet
         move newRangeFileName to rangeOutFileName
         perform writeNewRangeFile
         perform reportRangeDifferences
         perform recheckCatalog
         if applyRequested is equal to 1
            perform applyNewRanges
         else
            move spaces to displayMessageBuffer
            string "NEW RANGES WRITTEN TO " delimited by size
               newRangeFileName delimited by space
               " FOR REVIEW - RUN AGAIN WITH APPLY TO REPLACE " delimited by size
               rangeFileName delimited by space
               into displayMessageBuffer
            perform emitReportLine
         end-if
      end-if
      move spaces to displayMessageBuffer
      perform emitReportLine
      move spaces to displayMessageBuffer
      string "CONDITION CODE " runReturnCode delimited by size into displayMessageBuffer
      perform emitReportLine
      if importReportAvailable is equal to 1
         close importReportFile
      end-if

      display " "
      display "Range import finished, exiting program"
      display "The import report has been written to: " with no advancing
      display importReportFileName
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> determineParameters Subprogram/Paragraph - The range message file name and whether the new ranges
   *> are to replace the current file, from the command line, then the environment, then the operator
   determineParameters.
      move spaces to rangeMessageFileName
      move spaces to applyText
      move 0 to applyRequested
      move spaces to parameterText
      accept parameterText from command-line
      if parameterText is not equal to spaces then
         unstring parameterText delimited by all " " into rangeMessageFileName applyText
         end-unstring
      else
         accept rangeMessageFileName from environment "RANGEIMP_FILE"
         accept applyText from environment "RANGEIMP_APPLY"
         if rangeMessageFileName is equal to spaces then
            display "Enter the range message file name (blank for " with no advancing
            display defaultMessageFileName(1:16) with no advancing
            display "): " with no advancing
            accept rangeMessageFileName
            display "Replace the current range file with the new ranges if they validate? (Y/N): " with no advancing
            accept applyText
         end-if
      end-if
      if rangeMessageFileName is equal to spaces then
         move defaultMessageFileName to rangeMessageFileName
      end-if
      if applyText is equal to "APPLY" or applyText is equal to "apply"
      or applyText is equal to "Y" or applyText is equal to "y"
         move 1 to applyRequested
      end-if.

   *> openImportReport Subprogram/Paragraph - Creates the import report and writes its heading
   openImportReport.
      open output importReportFile
      move 1 to importReportAvailable
      if importReportFileStatus is not equal to 00 then
         move 0 to importReportAvailable
         display "WARNING: import report " importReportFileName " could not be created - results will only be shown on screen"
         move 4 to severityValue
         perform noteSeverity
      end-if
      move spaces to displayMessageBuffer
      string "PUBLISHER RANGE IMPORT " currentDateYMD "  -  RANGE MESSAGE " delimited by size
         rangeMessageFileName delimited by space
         into displayMessageBuffer
      perform emitReportLine.

   *> loadRangeMessage Subprogram/Paragraph - Reads the whole range message, handing every character to
   *> the tag reader, and converts each registration-group rule into the new range set as it closes
   loadRangeMessage.
      move 0 to rangeSetCount(newSet)
      move 0 to insideTag
      move 0 to insideGroups
      move spaces to tagName
      move 0 to tagNameLength
      move spaces to elementText
      move 0 to elementTextLength
      move spaces to messageSerial
      move spaces to messageDate
      move 0 to groupsSeen
      move 0 to rulesSeen
      move 0 to unassignedRules
      move 0 to validationErrors
      move 0 to tableFullWarned
      move 0 to groupUsable

      open input rangeMessageFile
      if rangeMessageFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "ERROR: range message " delimited by size
            rangeMessageFileName delimited by space
            " could not be opened (status " rangeMessageFileStatus ") - nothing imported" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 16 to severityValue
         perform noteSeverity
         perform stopWithCondition
      end-if
      move 0 to rangeMessageEOF
      perform until rangeMessageEOF is equal to 1
         read rangeMessageFile
            at end
               move 1 to rangeMessageEOF
            not at end
               perform scanMessageLine
         end-read
      end-perform
      close rangeMessageFile

      move spaces to displayMessageBuffer
      string "RANGE MESSAGE SERIAL " delimited by size
         messageSerial delimited by "  "
         " DATED " delimited by size
         messageDate delimited by "  "
         into displayMessageBuffer
      perform emitReportLine
      move spaces to displayMessageBuffer
      string "REGISTRATION GROUPS: " groupsSeen "  RULES: " rulesSeen
         "  UNASSIGNED (LENGTH 0): " unassignedRules
         "  PUBLISHER RANGES: " rangeSetCount(newSet) delimited by size
         into displayMessageBuffer
      perform emitReportLine
      if rangeSetCount(newSet) is equal to 0
         move "ERROR: the range message held no registration-group ranges - nothing imported" to displayMessageBuffer
         perform emitReportLine
         move 16 to severityValue
         perform noteSeverity
         perform stopWithCondition
      end-if.

   *> scanMessageLine Subprogram/Paragraph - Walks one line of the message character by character,
   *> collecting tag names between angle brackets and element text between tags
   scanMessageLine.
      move 2000 to lineLength
      perform until lineLength is equal to 0 or rangeMessageRecord(lineLength:1) is not equal to space
         subtract 1 from lineLength
      end-perform
      move 1 to scanPos
      perform until scanPos is greater than lineLength
         move rangeMessageRecord(scanPos:1) to curChar
         if curChar is equal to '<'
            move 1 to insideTag
            move spaces to tagName
            move 0 to tagNameLength
         else
            if curChar is equal to '>' and insideTag is equal to 1
               move 0 to insideTag
               perform handleTag
            else
               if insideTag is equal to 1
                  if tagNameLength is less than 40
                     add 1 to tagNameLength
                     move curChar to tagName(tagNameLength:1)
                  end-if
               else
                  if elementTextLength is less than 100
                  and (elementTextLength is greater than 0 or curChar is not equal to space)
                     add 1 to elementTextLength
                     move curChar to elementText(elementTextLength:1)
                  end-if
               end-if
            end-if
         end-if
         add 1 to scanPos
      end-perform.

   *> handleTag Subprogram/Paragraph - Acts on the tag just read. An opening tag starts fresh element
   *> text; a closing tag hands the text it enclosed to whatever that element means. Only prefixes,
   *> ranges, and lengths inside RegistrationGroups are ranges - the EAN.UCC section before it uses
   *> the same element names for the registration groups themselves
   handleTag.
      if tagName(1:1) is equal to '/'
         move tagName(2:39) to closingTagName
         if closingTagName is equal to "RegistrationGroups"
            move 0 to insideGroups
         end-if
         if closingTagName is equal to "MessageSerialNumber"
            move elementText to messageSerial
         end-if
         if closingTagName is equal to "MessageDate"
            move elementText to messageDate
         end-if
         if insideGroups is equal to 1
            if closingTagName is equal to "Prefix"
               move elementText to groupPrefixText
               perform startGroup
            end-if
            if closingTagName is equal to "Agency"
               move elementText to groupAgencyText
            end-if
            if closingTagName is equal to "Range"
               move elementText to ruleRangeText
            end-if
            if closingTagName is equal to "Length"
               move elementText to ruleLengthText
               perform convertRule
            end-if
         end-if
      else
         if tagName is equal to "RegistrationGroups"
            move 1 to insideGroups
         end-if
      end-if
      move spaces to elementText
      move 0 to elementTextLength.

   *> startGroup Subprogram/Paragraph - Splits a registration group prefix such as 978-0 or 979-10
   *> into its EAN prefix and group digits
   startGroup.
      add 1 to groupsSeen
      move spaces to groupAgencyText
      move spaces to groupEAN
      move spaces to groupDigits
      move 0 to groupUsable
      unstring groupPrefixText delimited by "-" into groupEAN groupDigits
      end-unstring
      move 0 to digitCount
      perform until digitCount is equal to 5 or groupDigits(digitCount + 1:1) is equal to space
         add 1 to digitCount
      end-perform
      if (groupEAN is equal to "978" or groupEAN is equal to "979")
      and digitCount is greater than 0
      and groupDigits(1:digitCount) is numeric
         move 1 to groupUsable
         move digitCount to groupLength
      else
         move spaces to displayMessageBuffer
         string "INVALID: REGISTRATION GROUP PREFIX '" delimited by size
            groupPrefixText delimited by space
            "' IS NOT 978 OR 979 FOLLOWED BY 1-5 DIGITS" delimited by size
            into displayMessageBuffer
         perform noteValidationError
      end-if.

   *> convertRule Subprogram/Paragraph - Turns one rule of the current group (a 7-digit range and a
   *> publisher length) into a range entry: the low and high publisher elements are the leading
   *> digits of the rule's bounds. A rule of length 0 is an unassigned stretch and is only counted
   convertRule.
      add 1 to rulesSeen
      move spaces to ruleLowText
      move spaces to ruleHighText
      unstring ruleRangeText delimited by "-" into ruleLowText ruleHighText
      end-unstring
      if groupUsable is equal to 0
         continue
      else
         if ruleLowText(1:7) is not numeric or ruleHighText(1:7) is not numeric
         or ruleLowText(8:3) is not equal to spaces or ruleHighText(8:3) is not equal to spaces
         or ruleLengthText(1:1) is not numeric or ruleLengthText(2:9) is not equal to spaces
            move spaces to displayMessageBuffer
            string "INVALID: GROUP " delimited by size
               groupPrefixText delimited by space
               " RULE '" ruleRangeText "' LENGTH '" ruleLengthText
               "' IS NOT A 7-DIGIT RANGE AND A SINGLE-DIGIT LENGTH" delimited by size
               into displayMessageBuffer
            perform noteValidationError
         else
            move ruleLengthText(1:1) to rulePubLength
            if rulePubLength is equal to 0
               add 1 to unassignedRules
            else
               perform checkRuleShape
            end-if
         end-if
      end-if.

   *> checkRuleShape Subprogram/Paragraph - The checks one rule must pass on its own: low not above
   *> high, group and publisher lengths leaving at least one title digit of the nine, and bounds
   *> that fall on publisher-element boundaries (the low bound's tail all zeros, the high bound's
   *> all nines) - then files it
   checkRuleShape.
      move groupLength to lenSumWork
      add rulePubLength to lenSumWork
      if ruleLowText(1:7) is greater than ruleHighText(1:7)
         move spaces to displayMessageBuffer
         string "INVALID: GROUP " delimited by size
            groupPrefixText delimited by space
            " RULE " ruleRangeText " HAS ITS LOW BOUND ABOVE ITS HIGH BOUND" delimited by size
            into displayMessageBuffer
         perform noteValidationError
      else
         if lenSumWork is greater than 8
            move spaces to displayMessageBuffer
            string "INVALID: GROUP " delimited by size
               groupPrefixText delimited by space
               " RULE " ruleRangeText " LENGTH " rulePubLength
               " - GROUP AND PUBLISHER LENGTHS LEAVE NO TITLE ELEMENT" delimited by size
               into displayMessageBuffer
            perform noteValidationError
         else
            move 7 to tailLength
            subtract rulePubLength from tailLength
            move rulePubLength to tailPos
            add 1 to tailPos
            if rulePubLength is less than 7
            and (ruleLowText(tailPos:tailLength) is not equal to all "0"
            or ruleHighText(tailPos:tailLength) is not equal to all "9")
               move spaces to displayMessageBuffer
               string "INVALID: GROUP " delimited by size
                  groupPrefixText delimited by space
                  " RULE " ruleRangeText " LENGTH " rulePubLength
                  " - BOUNDS DO NOT FALL ON PUBLISHER-ELEMENT BOUNDARIES" delimited by size
                  into displayMessageBuffer
               perform noteValidationError
            else
               perform fileNewRange
            end-if
         end-if
      end-if.

   *> fileNewRange Subprogram/Paragraph - Adds the rule just checked to the new range set
   fileNewRange.
      if rangeSetCount(newSet) is not less than maxRangeRecords
         if tableFullWarned is equal to 0
            move spaces to displayMessageBuffer
            string "INVALID: THE RANGE MESSAGE HOLDS MORE THAN " maxRangeRecords " PUBLISHER RANGES" delimited by size
               into displayMessageBuffer
            perform noteValidationError
            move 1 to tableFullWarned
         end-if
      else
         add 1 to rangeSetCount(newSet)
         move rangeSetCount(newSet) to rangeIndex
         move groupEAN to rangeEAN(newSet, rangeIndex)
         move groupDigits to rangeGroupDigits(newSet, rangeIndex)
         move ruleLowText(1:7) to rangeLow7(newSet, rangeIndex)
         move ruleHighText(1:7) to rangeHigh7(newSet, rangeIndex)
         move groupLength to rangeGroupLen(newSet, rangeIndex)
         move rulePubLength to rangePubLen(newSet, rangeIndex)
         move spaces to rangePubLow(newSet, rangeIndex)
         move spaces to rangePubHigh(newSet, rangeIndex)
         move ruleLowText(1:rulePubLength) to rangePubLow(newSet, rangeIndex)(1:rulePubLength)
         move ruleHighText(1:rulePubLength) to rangePubHigh(newSet, rangeIndex)(1:rulePubLength)
         move groupAgencyText to rangeAgency(newSet, rangeIndex)
      end-if.

   *> validateNewRanges Subprogram/Paragraph - With the new set sorted, no two ranges of one group may
   *> overlap, and no registration group may be the start of another in the same EAN prefix (978-1
   *> and 978-10 both claiming the same ISBNs)
   validateNewRanges.
      move 2 to rangeIndex
      perform until rangeIndex is greater than rangeSetCount(newSet)
         move rangeIndex to prevIndex
         subtract 1 from prevIndex
         if rangeEAN(newSet, rangeIndex) is equal to rangeEAN(newSet, prevIndex)
            if rangeGroupDigits(newSet, rangeIndex) is equal to rangeGroupDigits(newSet, prevIndex)
               if rangeLow7(newSet, rangeIndex) is not greater than rangeHigh7(newSet, prevIndex)
                  move spaces to displayMessageBuffer
                  string "INVALID: OVERLAPPING RANGES IN " rangeEAN(newSet, rangeIndex) "-"
                     rangeGroupDigits(newSet, rangeIndex) ": "
                     rangeLow7(newSet, prevIndex) "-" rangeHigh7(newSet, prevIndex) " AND "
                     rangeLow7(newSet, rangeIndex) "-" rangeHigh7(newSet, rangeIndex) delimited by size
                     into displayMessageBuffer
                  perform noteValidationError
               end-if
            else
               move rangeGroupLen(newSet, prevIndex) to groupLenWork
               if rangeGroupDigits(newSet, rangeIndex)(1:groupLenWork)
                  is equal to rangeGroupDigits(newSet, prevIndex)(1:groupLenWork)
                  move spaces to displayMessageBuffer
                  string "INVALID: OVERLAPPING REGISTRATION GROUPS " rangeEAN(newSet, prevIndex) "-"
                     rangeGroupDigits(newSet, prevIndex) " AND " rangeEAN(newSet, rangeIndex) "-"
                     rangeGroupDigits(newSet, rangeIndex) delimited by size
                     into displayMessageBuffer
                  perform noteValidationError
               end-if
            end-if
         end-if
         add 1 to rangeIndex
      end-perform.

   *> loadCurrentRanges Subprogram/Paragraph - Reads the range file in use today into set 1 for the
   *> comparison, with the same line checks the programs that read it apply. There being no current
   *> file just means every new range is reported as added
   loadCurrentRanges.
      move 0 to rangeSetCount(oldSet)
      move 0 to oldRangeAvailable
      open input rangeFile
      if rangeFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "WARNING: current range file " delimited by size
            rangeFileName delimited by space
            " could not be opened - every range is reported as added" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 4 to severityValue
         perform noteSeverity
      else
         move 1 to oldRangeAvailable
         move 0 to rangeEOF
         perform until rangeEOF is equal to 1
            read rangeFile
               at end
                  move 1 to rangeEOF
               not at end
                  if rangeRecord is not equal to spaces
                  and rangeRecord(1:1) is not equal to '*'
                  and rangeRecord(11:1) is greater than or equal to '1'
                  and rangeRecord(11:1) is less than or equal to '5'
                  and rangeRecord(13:1) is greater than or equal to '1'
                  and rangeRecord(13:1) is less than or equal to '7'
                  and rangeSetCount(oldSet) is less than maxRangeRecords
                     add 1 to rangeSetCount(oldSet)
                     move rangeSetCount(oldSet) to rangeIndex
                     move rangeRecord(1:3) to rangeEAN(oldSet, rangeIndex)
                     move rangeRecord(5:5) to rangeGroupDigits(oldSet, rangeIndex)
                     move rangeRecord(11:1) to rangeGroupLen(oldSet, rangeIndex)
                     move rangeRecord(13:1) to rangePubLen(oldSet, rangeIndex)
                     move rangeRecord(15:7) to rangePubLow(oldSet, rangeIndex)
                     move rangeRecord(23:7) to rangePubHigh(oldSet, rangeIndex)
                     move spaces to rangeAgency(oldSet, rangeIndex)

                     *> Widening the publisher bounds back out to the 7-digit rule space so the two
                     *> sets compare and search the same way
                     move rangePubLen(oldSet, rangeIndex) to pubLenWork
                     move "0000000" to rangeLow7(oldSet, rangeIndex)
                     move "9999999" to rangeHigh7(oldSet, rangeIndex)
                     move rangePubLow(oldSet, rangeIndex)(1:pubLenWork) to rangeLow7(oldSet, rangeIndex)(1:pubLenWork)
                     move rangePubHigh(oldSet, rangeIndex)(1:pubLenWork) to rangeHigh7(oldSet, rangeIndex)(1:pubLenWork)
                  end-if
            end-read
         end-perform
         close rangeFile
      end-if.

   *> sortRangeSet Subprogram/Paragraph - Shell sort of range set setIndex ascending on EAN, group, and
   *> 7-digit low bound, the same gap sequence isbnValidator's duplicate pass uses
   sortRangeSet.
      move 1 to gapSize
      perform until gapSize is greater than rangeSetCount(setIndex)
         multiply 3 by gapSize
         add 1 to gapSize
      end-perform
      perform until gapSize is equal to 1
         divide gapSize by 3 giving gapSize
         move gapSize to sortI
         add 1 to sortI
         perform until sortI is greater than rangeSetCount(setIndex)
            move rangeEntry(setIndex, sortI) to rangeEntryWork
            move rangeSortKey(setIndex, sortI) to rangeKeyWork
            move sortI to sortJ
            move 0 to sortDone
            perform until sortJ is not greater than gapSize or sortDone is equal to 1
               move sortJ to sortPrev
               subtract gapSize from sortPrev
               if rangeSortKey(setIndex, sortPrev) is greater than rangeKeyWork
                  move rangeEntry(setIndex, sortPrev) to rangeEntry(setIndex, sortJ)
                  move sortPrev to sortJ
               else
                  move 1 to sortDone
               end-if
            end-perform
            move rangeEntryWork to rangeEntry(setIndex, sortJ)
            add 1 to sortI
         end-perform
      end-perform.

   *> writeNewRangeFile Subprogram/Paragraph - Writes the new range set to rangeOutFileName in the fixed
   *> columns the readers expect, a comment line naming each registration group's agency ahead of
   *> its ranges
   writeNewRangeFile.
      open output rangeOutFile
      if rangeOutFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "ERROR: range file " delimited by size
            rangeOutFileName delimited by space
            " could not be created - new ranges not written" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 16 to severityValue
         perform noteSeverity
         perform stopWithCondition
      end-if
      move spaces to rangeOutRecord
      string "* PUBLISHER-RANGES.DAT - registration-group and publisher-element ranges," delimited by size
         into rangeOutRecord
      write rangeOutRecord
      move spaces to rangeOutRecord
      string "* converted " currentDateYMD " from range message " delimited by size
         messageSerial delimited by "  "
         into rangeOutRecord
      write rangeOutRecord
      move spaces to rangeOutRecord
      string "* message dated " delimited by size
         messageDate delimited by "  "
         into rangeOutRecord
      write rangeOutRecord
      move "* Columns: EAN 1-3, group 5-9, group length 11, publisher length 13," to rangeOutRecord
      write rangeOutRecord
      move "* publisher low 15-21, publisher high 23-29." to rangeOutRecord
      write rangeOutRecord

      move spaces to lastGroupWritten
      move 1 to rangeIndex
      perform until rangeIndex is greater than rangeSetCount(newSet)
         if rangeSortKey(newSet, rangeIndex)(1:8) is not equal to lastGroupWritten
            move rangeSortKey(newSet, rangeIndex)(1:8) to lastGroupWritten
            move spaces to rangeOutRecord
            string "* " rangeEAN(newSet, rangeIndex) "-" delimited by size
               rangeGroupDigits(newSet, rangeIndex) delimited by space
               " " delimited by size
               rangeAgency(newSet, rangeIndex) delimited by size
               into rangeOutRecord
            write rangeOutRecord
         end-if
         move spaces to rangeOutLine
         move rangeEAN(newSet, rangeIndex) to roEAN
         move rangeGroupDigits(newSet, rangeIndex) to roGroupDigits
         move rangeGroupLen(newSet, rangeIndex) to roGroupLen
         move rangePubLen(newSet, rangeIndex) to roPubLen
         move rangePubLow(newSet, rangeIndex) to roPubLow
         move rangePubHigh(newSet, rangeIndex) to roPubHigh
         move spaces to rangeOutRecord
         move rangeOutLine to rangeOutRecord
         write rangeOutRecord
         add 1 to rangeIndex
      end-perform
      close rangeOutFile
      move spaces to displayMessageBuffer
      string rangeSetCount(newSet) " RANGES WRITTEN TO " delimited by size
         rangeOutFileName delimited by space
         into displayMessageBuffer
      perform emitReportLine.

   *> reportRangeDifferences Subprogram/Paragraph - Walks both sorted sets together: a range on both
   *> sides (same EAN, group, and low bound) is changed if its publisher length or high bound moved,
   *> one only in the current file is removed, one only in the new set is added
   reportRangeDifferences.
      move 0 to rangesAdded
      move 0 to rangesRemoved
      move 0 to rangesChanged
      move 0 to rangesUnchanged
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "RANGES ADDED, REMOVED, AND CHANGED AGAINST THE CURRENT FILE" to displayMessageBuffer
      perform emitReportLine
      move 1 to oldIndex
      move 1 to newIndex
      perform until oldIndex is greater than rangeSetCount(oldSet)
      and newIndex is greater than rangeSetCount(newSet)
         if oldIndex is greater than rangeSetCount(oldSet)
            perform reportRangeAdded
         else
            if newIndex is greater than rangeSetCount(newSet)
               perform reportRangeRemoved
            else
               if rangeSortKey(oldSet, oldIndex) is equal to rangeSortKey(newSet, newIndex)
                  if rangePubLen(oldSet, oldIndex) is not equal to rangePubLen(newSet, newIndex)
                  or rangeHigh7(oldSet, oldIndex) is not equal to rangeHigh7(newSet, newIndex)
                     add 1 to rangesChanged
                     move spaces to displayMessageBuffer
                     string "  CHANGED  " rangeEAN(oldSet, oldIndex) "-" rangeGroupDigits(oldSet, oldIndex)
                        " LENGTH " rangePubLen(oldSet, oldIndex) " "
                        rangePubLow(oldSet, oldIndex) "-" rangePubHigh(oldSet, oldIndex)
                        "  NOW LENGTH " rangePubLen(newSet, newIndex) " "
                        rangePubLow(newSet, newIndex) "-" rangePubHigh(newSet, newIndex) delimited by size
                        into displayMessageBuffer
                     perform emitReportLine
                  else
                     add 1 to rangesUnchanged
                  end-if
                  add 1 to oldIndex
                  add 1 to newIndex
               else
                  if rangeSortKey(oldSet, oldIndex) is less than rangeSortKey(newSet, newIndex)
                     perform reportRangeRemoved
                  else
                     perform reportRangeAdded
                  end-if
               end-if
            end-if
         end-if
      end-perform
      move spaces to displayMessageBuffer
      string "RANGES ADDED: " rangesAdded "  REMOVED: " rangesRemoved
         "  CHANGED: " rangesChanged "  UNCHANGED: " rangesUnchanged delimited by size
         into displayMessageBuffer
      perform emitReportLine.

   *> reportRangeAdded Subprogram/Paragraph - Lists the new-set range at newIndex as added
   reportRangeAdded.
      add 1 to rangesAdded
      move spaces to displayMessageBuffer
      string "  ADDED    " rangeEAN(newSet, newIndex) "-" rangeGroupDigits(newSet, newIndex)
         " LENGTH " rangePubLen(newSet, newIndex) " "
         rangePubLow(newSet, newIndex) "-" rangePubHigh(newSet, newIndex) delimited by size
         into displayMessageBuffer
      perform emitReportLine
      add 1 to newIndex.

   *> reportRangeRemoved Subprogram/Paragraph - Lists the current-file range at oldIndex as removed
   reportRangeRemoved.
      add 1 to rangesRemoved
      move spaces to displayMessageBuffer
      string "  REMOVED  " rangeEAN(oldSet, oldIndex) "-" rangeGroupDigits(oldSet, oldIndex)
         " LENGTH " rangePubLen(oldSet, oldIndex) " "
         rangePubLow(oldSet, oldIndex) "-" rangePubHigh(oldSet, oldIndex) delimited by size
         into displayMessageBuffer
      perform emitReportLine
      add 1 to oldIndex.

   *> recheckCatalog Subprogram/Paragraph - Hyphenates every ISBN in the catalog master under the
   *> current and the new ranges, listing each title whose hyphenation changes or which moves
   *> between an assigned and an unassigned range
   recheckCatalog.
      move 0 to catalogChecked
      move 0 to catalogNotCheckable
      move 0 to hyphenationChanged
      move 0 to nowAssigned
      move 0 to noLongerAssigned
      move spaces to displayMessageBuffer
      perform emitReportLine
      move "CATALOG TITLES WHOSE HYPHENATION OR RANGE STANDING CHANGES UNDER THE NEW RANGES" to displayMessageBuffer
      perform emitReportLine
      open input catalogFile
      if catalogFileStatus is not equal to 00 then
         move spaces to displayMessageBuffer
         string "WARNING: catalog master " delimited by size
            catalogFileName delimited by space
            " could not be opened (status " catalogFileStatus ") - catalog not re-checked" delimited by size
            into displayMessageBuffer
         perform emitReportLine
         move 4 to severityValue
         perform noteSeverity
      else
         move 0 to catalogEOF
         perform until catalogEOF is equal to 1
            read catalogFile next
               at end
                  move 1 to catalogEOF
               not at end
                  perform recheckOneTitle
            end-read
         end-perform
         close catalogFile
         if hyphenationChanged is equal to 0 and nowAssigned is equal to 0 and noLongerAssigned is equal to 0
            move "  (NO CATALOG TITLE IS AFFECTED)" to displayMessageBuffer
            perform emitReportLine
         end-if
         move spaces to displayMessageBuffer
         string "TITLES CHECKED: " catalogChecked "  HYPHENATION CHANGED: " hyphenationChanged
            "  NOW IN AN ASSIGNED RANGE: " nowAssigned
            "  NO LONGER IN AN ASSIGNED RANGE: " noLongerAssigned
            "  KEYS NOT CHECKABLE: " catalogNotCheckable delimited by size
            into displayMessageBuffer
         perform emitReportLine
      end-if.

   *> recheckOneTitle Subprogram/Paragraph - Compares the catalog record's hyphenation under the two
   *> range sets
   recheckOneTitle.
      if catalogISBN is not numeric
         add 1 to catalogNotCheckable
      else
         add 1 to catalogChecked
         move catalogISBN to hyphenSource
         move oldSet to setIndex
         perform hyphenateISBN13
         move hyphenWork to oldHyphen
         move hyphenFound to oldFound
         move newSet to setIndex
         perform hyphenateISBN13
         move hyphenWork to newHyphen
         move hyphenFound to newFound
         move spaces to displayMessageBuffer
         if oldFound is equal to 1 and newFound is equal to 1
            if oldHyphen is not equal to newHyphen
               add 1 to hyphenationChanged
               string "  HYPHENATION  " catalogISBN "  " oldHyphen " NOW " newHyphen "  " catalogTitle delimited by size
                  into displayMessageBuffer
               perform emitReportLine
            end-if
         end-if
         if oldFound is equal to 0 and newFound is equal to 1
            add 1 to nowAssigned
            string "  NOW ASSIGNED " catalogISBN "  " newHyphen "  " catalogTitle delimited by size
               into displayMessageBuffer
            perform emitReportLine
         end-if
         if oldFound is equal to 1 and newFound is equal to 0
            add 1 to noLongerAssigned
            string "  UNASSIGNED   " catalogISBN "  WAS " oldHyphen "  " catalogTitle delimited by size
               into displayMessageBuffer
            perform emitReportLine
         end-if
      end-if.

   *> hyphenateISBN13 Subprogram/Paragraph - Finds the range in set setIndex covering hyphenSource and
   *> builds the canonically hyphenated form in hyphenWork; hyphenFound comes back 0, and hyphenWork
   *> spaces, when no range covers it. Each possible group length is probed in turn
   hyphenateISBN13.
      move 0 to hyphenFound
      move spaces to hyphenWork
      move 1 to probeGroupLen
      perform until probeGroupLen is greater than 5 or hyphenFound is equal to 1
         perform probeOneGroupLength
         add 1 to probeGroupLen
      end-perform.

   *> probeOneGroupLength Subprogram/Paragraph - Binary search of set setIndex for the last range not
   *> above the probe built for a group of probeGroupLen digits, then checks it really covers it
   probeOneGroupLength.
      move hyphenSource(1:3) to probeEAN
      move spaces to probeGroup
      move hyphenSource(4:probeGroupLen) to probeGroup(1:probeGroupLen)
      move "0000000" to probeDigits
      move 9 to probeDigitCount
      subtract probeGroupLen from probeDigitCount
      if probeDigitCount is greater than 7
         move 7 to probeDigitCount
      end-if
      move 4 to pubStartPos
      add probeGroupLen to pubStartPos
      move hyphenSource(pubStartPos:probeDigitCount) to probeDigits(1:probeDigitCount)

      move 0 to searchResult
      move 1 to searchLow
      move rangeSetCount(setIndex) to searchHigh
      perform until searchLow is greater than searchHigh
         add searchLow to searchHigh giving searchMid
         divide searchMid by 2 giving searchMid
         if rangeSortKey(setIndex, searchMid) is not greater than probeKey
            move searchMid to searchResult
            add 1 to searchMid giving searchLow
         else
            if searchMid is equal to 1
               move 0 to searchHigh
            else
               subtract 1 from searchMid giving searchHigh
            end-if
         end-if
      end-perform

      if searchResult is greater than 0
         if rangeEAN(setIndex, searchResult) is equal to probeEAN
         and rangeGroupDigits(setIndex, searchResult) is equal to probeGroup
         and rangeGroupLen(setIndex, searchResult) is equal to probeGroupLen
         and probeDigits is not greater than rangeHigh7(setIndex, searchResult)
            move 1 to hyphenFound
            move probeGroupLen to groupLenWork
            move rangePubLen(setIndex, searchResult) to pubLenWork
            move 9 to titleLenWork
            subtract groupLenWork from titleLenWork
            subtract pubLenWork from titleLenWork
            move pubStartPos to titleStartPos
            add pubLenWork to titleStartPos
            string hyphenSource(1:3) "-"
               hyphenSource(4:groupLenWork) "-"
               hyphenSource(pubStartPos:pubLenWork) "-"
               hyphenSource(titleStartPos:titleLenWork) "-"
               hyphenSource(13:1) delimited by size
               into hyphenWork
         end-if
      end-if.

   *> applyNewRanges Subprogram/Paragraph - Keeps the current range file as PUBLISHER-RANGES.OLD and
   *> writes the new ranges over PUBLISHER-RANGES.DAT, so the next validation run uses them
   applyNewRanges.
      if oldRangeAvailable is equal to 1
         open input rangeFile
         move oldRangeFileName to rangeOutFileName
         open output rangeOutFile
         if rangeFileStatus is not equal to 00 or rangeOutFileStatus is not equal to 00
            move spaces to displayMessageBuffer
            string "WARNING: the current range file could not be kept as " delimited by size
               oldRangeFileName delimited by space
               " - range file NOT replaced" delimited by size
               into displayMessageBuffer
            perform emitReportLine
            move 4 to severityValue
            perform noteSeverity
            move 0 to applyRequested
         else
            move 0 to rangeEOF
            perform until rangeEOF is equal to 1
               read rangeFile
                  at end
                     move 1 to rangeEOF
                  not at end
                     move rangeRecord to rangeOutRecord
                     write rangeOutRecord
               end-read
            end-perform
         end-if
         close rangeFile
         close rangeOutFile
      end-if
      if applyRequested is equal to 1
         move rangeFileName to rangeOutFileName
         perform writeNewRangeFile
         move spaces to displayMessageBuffer
         string "APPLIED: " delimited by size
            rangeFileName delimited by space
            " REPLACED WITH THE NEW RANGES, PREVIOUS FILE KEPT AS " delimited by size
            oldRangeFileName delimited by space
            into displayMessageBuffer
         perform emitReportLine
      end-if.

   *> noteValidationError Subprogram/Paragraph - Reports the validation failure in the message buffer
   *> and counts it against the range message
   noteValidationError.
      add 1 to validationErrors
      perform emitReportLine.

   *> stopWithCondition Subprogram/Paragraph - Ends a run that cannot go on, closing the report first
   stopWithCondition.
      if importReportAvailable is equal to 1
         close importReportFile
      end-if
      display "Run ending with condition code " runReturnCode
      move runReturnCode to return-code
      stop run.

   *> noteSeverity Subprogram/Paragraph - Folds severityValue into the run's condition code, which
   *> only ever ratchets upwards so the worst thing that happened is what the scheduler sees
   noteSeverity.
      if severityValue is greater than runReturnCode
         move severityValue to runReturnCode
      end-if.

   *> emitReportLine Subprogram/Paragraph - Sends the current line to the screen and, when it could be
   *> created, the import report
   emitReportLine.
      display displayMessageBuffer
      if importReportAvailable is equal to 1
         move spaces to importReportRecord
         move displayMessageBuffer to importReportRecord
         write importReportRecord
      end-if.
