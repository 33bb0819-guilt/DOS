      * MicroFocus Object Cobol utility - audit trail verification
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. audvrfy.
      *
      *   proves the audit trail is whole before the auditors sign
      *   off on it and billxtrt bills from it: re-reads every
      *   AUDIT-ARCH-yyyymmdd archive in a date range, and the live
      *   AUDIT-LOG after them, against the control lines audarch
      *   wrote to AUDIT-ARCH-CTL (see ARCHCTL.CPY). parm on the
      *   command line:
      *
      *       fromyyyymmdd [toyyyymmdd]
      *
      *   the to-date defaults to yesterday, the newest day a sweep
      *   can have archived. every day in the range gets a line on
      *   AUDVRFY-RPT saying what was found:
      *
      *       OK               archive matches its controls
      *       NO RUNS          controlled as a day with nothing in it
      *       MISSING DAY      no controls and no archive at all
      *       MISSING ARCHIVE  controls say records, no archive found
      *       NO CONTROLS      an archive no control line accounts for
      *       COUNT MISMATCH   more or fewer records than controlled
      *       ALTERED RECORDS  right count, wrong total or check value
      *
      *   and every record written out of turn, or that sits in
      *   another day's archive, is listed under it. cobsmpl stamps a
      *   record with the step's start but appends it when the step
      *   ends, so order is judged on when each record was written -
      *   logTimestamp plus logElapsedMs. steps overlapping in
      *   parallel streams land in the order they finished and pass;
      *   a record is out of sequence when it finished more than a
      *   second (the grain of the timestamp) before the latest
      *   finish already read in the same file. that high-water mark
      *   starts afresh with each file - archives are split by the
      *   day a step started, so a step that ran over midnight can
      *   finish after the first records in the next day's file. a
      *   live-log record started before the newest archived day is
      *   out of sequence too. the live log has no control line
      *   (today is not swept yet) and is checked for sequence only.
      *   any finding at all sets return code 8.
      *
       environment division.
       input-output section.
       file-control.
           select archCtlFile assign "AUDIT-ARCH-CTL"
                  organization line sequential
                  file status is archCtlStatus.
      *   one file, two names: each day's archive in turn, then
      *   the live AUDIT-LOG.
           select trailFile assign trailFileName
                  organization line sequential
                  file status is trailFileStatus.
           select reportFile assign "AUDVRFY-RPT"
                  organization line sequential
                  file status is reportFileStatus.
      *
       data division.
       file section.
       fd  archCtlFile
           label records are standard.
           copy "ARCHCTL.CPY".
       fd  trailFile
           label records are standard.
           copy "LOGREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
      *
       working-storage section.
         01 archCtlStatus     pic x(02).
         01 trailFileStatus   pic x(02).
         01 reportFileStatus  pic x(02).
         01 archCtlEofFlag    pic x(01) value "N".
            88 archCtlEof     value "Y".
         01 trailEofFlag      pic x(01) value "N".
            88 trailEof       value "Y".
         01 avParmLine        pic x(80).
         01 avFromToken       pic x(08).
         01 avToToken         pic x(08).
         01 todayDate         pic 9(08).
         01 fromDate          pic 9(08).
         01 fromDateText redefines fromDate pic x(08).
         01 toDate            pic 9(08).
         01 toDateText redefines toDate pic x(08).
         01 dayDate           pic 9(08).
         01 dayDateText redefines dayDate pic x(08).
         01 fromInt           pic 9(08) comp-5.
         01 toInt             pic 9(08) comp-5.
         01 dayInt            pic 9(08) comp-5.
         01 trailFileName     pic x(19).
         01 msgText           pic x(60).
      *   the controls for every day in the range, segments added
      *   together - the last segment's check value is the one that
      *   covers the whole day's file.
         01 ctlTableMax       pic 9(04) comp-5 value 400.
         01 ctlCount          pic 9(04) comp-5 value 0.
         01 ctlIdx            pic 9(04) comp-5.
         01 ctlFoundIdx       pic 9(04) comp-5.
         01 droppedCtlCount   pic 9(06) value 0.
         01 ctlTable.
            05 ctlEntry occurs 400 times.
               10 ctDate         pic x(08).
               10 ctRecordCount  pic 9(09) comp-5.
               10 ctTotalMs      pic 9(15) comp-5.
               10 ctCheckValue   pic 9(09) comp-5.
      *   the same check value audarch folds as it writes - each
      *   record's bytes weighted by position and summed, folded in
      *   by multiply and add modulo a large prime. any difference
      *   here from audarch's arithmetic would condemn every day.
         01 checkBytePos      pic 9(04) comp-5.
         01 checkRecordSum    pic 9(09) comp-5.
         01 checkModulus      pic 9(09) comp-5 value 999999937.
         01 arcRecordCount    pic 9(09) comp-5.
         01 arcTotalMs        pic 9(15) comp-5.
         01 arcCheckValue     pic 9(09) comp-5.
         01 arcFoundFlag      pic x(01).
            88 arcFound       value "Y".
         01 logDateDigits     pic x(08).
      *   when a record was written - its start to the second plus
      *   its logElapsedMs - in milliseconds from the first day of
      *   the calendar, and the latest such finish read so far in
      *   the file being checked (zero until its first record).
         01 lineStartDate     pic 9(08).
         01 lineStartText redefines lineStartDate pic x(08).
         01 lineClock.
            05 lineHh         pic 9(02).
            05 lineMm         pic 9(02).
            05 lineSs         pic 9(02).
         01 lineTimeOkFlag    pic x(01).
            88 lineTimeOk     value "Y".
         01 lineFinishMs      pic 9(15) comp-5.
         01 highFinishMs      pic 9(15) comp-5 value 0.
         01 seqToleranceMs    pic 9(09) comp-5 value 1000.
         01 msPerDay          pic 9(09) comp-5 value 86400000.
         01 highFinishDays    pic 9(08) comp-5.
         01 highFinishSecs    pic 9(09) comp-5.
         01 highFinishDate    pic 9(08).
         01 highFinishDateText redefines highFinishDate pic x(08).
         01 highFinishHh      pic 9(02).
         01 highFinishMm      pic 9(02).
         01 highFinishSs      pic 9(02).
      *   the newest day an archive was found for - no live-log
      *   record can have started before it.
         01 lastArcDate       pic x(08) value spaces.
         01 seqPriorText      pic x(19).
         01 dayStatus         pic x(16).
         01 dayCountOk        pic 9(06) value 0.
         01 dayCountNoRuns    pic 9(06) value 0.
         01 findingCount      pic 9(06) value 0.
         01 seqErrorCount     pic 9(06) value 0.
         01 liveRecordCount   pic 9(09) value 0.
         01 headingLine.
            05 filler        pic x(10) value "DATE".
            05 filler        pic x(18) value "STATUS".
            05 filler        pic x(11) value "CTL RECS".
            05 filler        pic x(11) value "ARC RECS".
            05 filler        pic x(17) value "CTL MS".
            05 filler        pic x(17) value "ARC MS".
            05 filler        pic x(11) value "CTL CHECK".
            05 filler        pic x(11) value "ARC CHECK".
         01 detailLine.
            05 dlDate        pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlStatus      pic x(16).
            05 filler        pic x(02) value spaces.
            05 dlCtlCount    pic z(08)9.
            05 filler        pic x(02) value spaces.
            05 dlArcCount    pic z(08)9.
            05 filler        pic x(02) value spaces.
            05 dlCtlMs       pic z(14)9.
            05 filler        pic x(02) value spaces.
            05 dlArcMs       pic z(14)9.
            05 filler        pic x(02) value spaces.
            05 dlCtlCheck    pic z(08)9.
            05 filler        pic x(02) value spaces.
            05 dlArcCheck    pic z(08)9.
         01 seqLine.
            05 filler        pic x(04) value spaces.
            05 slLabel       pic x(16).
            05 filler        pic x(02) value spaces.
            05 slJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 slTimestamp   pic x(19).
            05 filler        pic x(02) value spaces.
            05 slPriorTs     pic x(19).
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 2000-load-controls.
           perform 3000-open-report.
           perform 4000-verify-one-day
              varying dayInt from fromInt by 1
              until dayInt > toInt.
           perform 6000-verify-live-log.
           perform 7000-write-summary.
           close reportFile.
           go to 9999-exit.
      *
       1000-get-parm.
           accept todayDate from date yyyymmdd
           move spaces to avParmLine
           move spaces to avFromToken
           move spaces to avToToken
           accept avParmLine from command-line
           unstring avParmLine delimited by all spaces
                into avFromToken avToToken
           end-unstring
           if avToToken = spaces
              compute toInt = function integer-of-date(todayDate) - 1
              compute toDate = function date-of-integer(toInt)
              move toDateText to avToToken
           end-if
           if avFromToken not numeric or avToToken not numeric
              move "audvrfy: parm is fromyyyymmdd [toyyyymmdd]"
                to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move avFromToken to fromDateText
           move avToToken   to toDateText
           compute fromInt = function integer-of-date(fromDate)
           compute toInt   = function integer-of-date(toDate)
           if fromInt = zero or toInt = zero or fromInt > toInt
              move "audvrfy: date range is not valid" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if.
      *
       2000-load-controls.
      *   no control file at all still verifies - every day in the
      *   range just comes up without controls.
           open input archCtlFile
           if archCtlStatus = "00"
              perform 2200-load-one-control
                 until archCtlEof
              close archCtlFile
           end-if.
      *
       2200-load-one-control.
           read archCtlFile
              at end move "Y" to archCtlEofFlag
              not at end
                 if actArchiveDate >= fromDateText
                       and actArchiveDate <= toDateText
                    perform 2400-post-control
                 end-if
           end-read.
      *
       2400-post-control.
           move actArchiveDate to dayDateText
           perform 2600-find-control
           if ctlFoundIdx = zero
              if ctlCount < ctlTableMax
                 add 1 to ctlCount
                 move ctlCount to ctlFoundIdx
                 move actArchiveDate to ctDate(ctlFoundIdx)
                 move zero to ctRecordCount(ctlFoundIdx)
                 move zero to ctTotalMs(ctlFoundIdx)
              else
      *          sized for a year and more of days - a longer range
      *          is verified a piece at a time.
                 add 1 to droppedCtlCount
              end-if
           end-if
           if ctlFoundIdx > zero
              add actRecordCount to ctRecordCount(ctlFoundIdx)
              add actTotalMs     to ctTotalMs(ctlFoundIdx)
              move actCheckValue to ctCheckValue(ctlFoundIdx)
           end-if.
      *
       2600-find-control.
           move zero to ctlFoundIdx
           perform 2700-match-control
              varying ctlIdx from 1 by 1
              until ctlIdx > ctlCount or ctlFoundIdx > zero.
      *
       2700-match-control.
           if ctDate(ctlIdx) = dayDateText
              move ctlIdx to ctlFoundIdx
           end-if.
      *
       3000-open-report.
           open output reportFile
           if reportFileStatus not = "00"
              move "audvrfy: AUDVRFY-RPT open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move spaces to summaryLine
           string "AUDIT TRAIL VERIFICATION - " delimited by size
                 fromDateText                  delimited by size
                 " - "                         delimited by size
                 toDateText                    delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           move spaces to reportRecord
           write reportRecord
           write reportRecord from headingLine.
      *
       4000-verify-one-day.
           compute dayDate = function date-of-integer(dayInt)
           perform 2600-find-control
           move zero to arcRecordCount
           move zero to arcTotalMs
           move zero to arcCheckValue
           perform 4100-name-day-archive
           move "N" to arcFoundFlag
           move "N" to trailEofFlag
      *   the totals decide the day's line; the sequence findings
      *   are listed under it by a second read of the archive.
           open input trailFile
           if trailFileStatus = "00"
              move "Y" to arcFoundFlag
              perform 4200-total-one-record
                 until trailEof
              close trailFile
           end-if
           perform 4500-decide-day-status
           move spaces to detailLine
           move dayDateText to dlDate
           move dayStatus   to dlStatus
           if ctlFoundIdx > zero
              move ctRecordCount(ctlFoundIdx) to dlCtlCount
              move ctTotalMs(ctlFoundIdx)     to dlCtlMs
              move ctCheckValue(ctlFoundIdx)  to dlCtlCheck
           end-if
           if arcFound
              move arcRecordCount to dlArcCount
              move arcTotalMs     to dlArcMs
              move arcCheckValue  to dlArcCheck
           end-if
           write reportRecord from detailLine
           if arcFound
              move dayDateText to lastArcDate
              perform 4700-check-day-sequence
           end-if.
      *
       4100-name-day-archive.
      *   named the way audarch names them.
           move spaces to trailFileName
           string "AUDIT-ARCH-" delimited by size
                 dayDateText    delimited by size
                 into trailFileName
           end-string.
      *
       4200-total-one-record.
           read trailFile
              at end move "Y" to trailEofFlag
              not at end
                 add 1 to arcRecordCount
                 add logElapsedMs to arcTotalMs
                 move zero to checkRecordSum
                 perform 4300-add-check-byte
                    varying checkBytePos from 1 by 1
                    until checkBytePos > length of logRecord
                 compute arcCheckValue = function mod(
                         arcCheckValue * 31 + checkRecordSum,
                         checkModulus)
           end-read.
      *
       4300-add-check-byte.
           compute checkRecordSum = checkRecordSum
                 + function ord(logRecord(checkBytePos:1))
                   * checkBytePos.
      *
       4500-decide-day-status.
           evaluate true
              when ctlFoundIdx = zero and not arcFound
                 move "MISSING DAY" to dayStatus
              when ctlFoundIdx = zero
                 move "NO CONTROLS" to dayStatus
              when not arcFound
                 if ctRecordCount(ctlFoundIdx) = zero
                    move "NO RUNS" to dayStatus
                 else
                    move "MISSING ARCHIVE" to dayStatus
                 end-if
              when arcRecordCount not = ctRecordCount(ctlFoundIdx)
                 move "COUNT MISMATCH" to dayStatus
              when arcTotalMs not = ctTotalMs(ctlFoundIdx)
                 or arcCheckValue not = ctCheckValue(ctlFoundIdx)
                 move "ALTERED RECORDS" to dayStatus
              when arcRecordCount = zero
                 move "NO RUNS" to dayStatus
              when other
                 move "OK" to dayStatus
           end-evaluate
           evaluate dayStatus
              when "OK"
                 add 1 to dayCountOk
              when "NO RUNS"
                 add 1 to dayCountNoRuns
              when other
                 add 1 to findingCount
           end-evaluate.
      *
       4700-check-day-sequence.
      *   second read of the archive: every record must belong to
      *   the day the file is named for, and must not have finished
      *   more than the tolerance before the latest finish read
      *   earlier in this archive.
           move zero to highFinishMs
           move "N" to trailEofFlag
           open input trailFile
           if trailFileStatus = "00"
              perform 4800-check-one-record
                 until trailEof
              close trailFile
           end-if.
      *
       4800-check-one-record.
           read trailFile
              at end move "Y" to trailEofFlag
              not at end
                 move logTimestamp(1:4) to logDateDigits(1:4)
                 move logTimestamp(6:2) to logDateDigits(5:2)
                 move logTimestamp(9:2) to logDateDigits(7:2)
                 perform 4850-figure-line-finish
                 evaluate true
                    when logDateDigits not = dayDateText
                       move "WRONG DAY" to slLabel
                       perform 4950-format-high-finish
                       perform 4900-write-sequence-finding
                    when not lineTimeOk
                       move "OUT OF SEQUENCE" to slLabel
                       perform 4950-format-high-finish
                       perform 4900-write-sequence-finding
                    when lineFinishMs + seqToleranceMs < highFinishMs
                       move "OUT OF SEQUENCE" to slLabel
                       perform 4950-format-high-finish
                       perform 4900-write-sequence-finding
                 end-evaluate
                 if lineTimeOk
                       and lineFinishMs > highFinishMs
                    move lineFinishMs to highFinishMs
                 end-if
           end-read.
      *
       4850-figure-line-finish.
      *   a timestamp that will not read as a date and a time
      *   cannot be placed at all, and is listed out of sequence.
           move "N" to lineTimeOkFlag
           if logDateDigits is numeric
                 and logTimestamp(12:2) is numeric
                 and logTimestamp(15:2) is numeric
                 and logTimestamp(18:2) is numeric
                 and logElapsedMs is numeric
              move "Y" to lineTimeOkFlag
              move logDateDigits      to lineStartText
              move logTimestamp(12:2) to lineHh
              move logTimestamp(15:2) to lineMm
              move logTimestamp(18:2) to lineSs
              compute lineFinishMs =
                      function integer-of-date(lineStartDate)
                         * msPerDay
                    + (lineHh * 3600 + lineMm * 60 + lineSs) * 1000
                    + logElapsedMs
           end-if.
      *
       4900-write-sequence-finding.
           add 1 to seqErrorCount
           add 1 to findingCount
           move logJobId     to slJobId
           move logTimestamp to slTimestamp
           move seqPriorText to slPriorTs
           write reportRecord from seqLine.
      *
       4950-format-high-finish.
      *   the latest finish read so far, back into timestamp form
      *   for the prior column - spaces before the file's first.
           move spaces to seqPriorText
           if highFinishMs > zero
              compute highFinishDays = highFinishMs / msPerDay
              compute highFinishSecs =
                      (highFinishMs - highFinishDays * msPerDay) / 1000
              compute highFinishDate =
                      function date-of-integer(highFinishDays)
              compute highFinishHh = highFinishSecs / 3600
              compute highFinishMm =
                      (highFinishSecs - highFinishHh * 3600) / 60
              compute highFinishSs = highFinishSecs
                    - highFinishHh * 3600 - highFinishMm * 60
              string highFinishDateText(1:4) delimited by size
                    "-"                      delimited by size
                    highFinishDateText(5:2)  delimited by size
                    "-"                      delimited by size
                    highFinishDateText(7:2)  delimited by size
                    " "                      delimited by size
                    highFinishHh             delimited by size
                    ":"                      delimited by size
                    highFinishMm             delimited by size
                    ":"                      delimited by size
                    highFinishSs             delimited by size
                    into seqPriorText
              end-string
           end-if.
      *
       6000-verify-live-log.
      *   today's records, still in the live log, carry on from the
      *   newest archived day. an absent live log is nothing run
      *   since the sweep.
           move spaces to reportRecord
           write reportRecord
           move zero to highFinishMs
           move "AUDIT-LOG" to trailFileName
           move "N" to trailEofFlag
           open input trailFile
           if trailFileStatus = "00"
              perform 6200-check-live-record
                 until trailEof
              close trailFile
           end-if
           move spaces to summaryLine
           string "AUDIT-LOG RECORDS: " delimited by size
                 liveRecordCount       delimited by size
                 "  CHECKED FOR SEQUENCE ONLY" delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine.
      *
       6200-check-live-record.
           read trailFile
              at end move "Y" to trailEofFlag
              not at end
                 add 1 to liveRecordCount
                 move logTimestamp(1:4) to logDateDigits(1:4)
                 move logTimestamp(6:2) to logDateDigits(5:2)
                 move logTimestamp(9:2) to logDateDigits(7:2)
                 perform 4850-figure-line-finish
                 evaluate true
                    when not lineTimeOk
                       move "OUT OF SEQUENCE" to slLabel
                       perform 4950-format-high-finish
                       perform 4900-write-sequence-finding
                    when lastArcDate not = spaces
                          and logDateDigits < lastArcDate
                       move "OUT OF SEQUENCE" to slLabel
                       move spaces to seqPriorText
                       string "ARCHIVED "  delimited by size
                             lastArcDate   delimited by size
                             into seqPriorText
                       end-string
                       perform 4900-write-sequence-finding
                    when lineFinishMs + seqToleranceMs < highFinishMs
                       move "OUT OF SEQUENCE" to slLabel
                       perform 4950-format-high-finish
                       perform 4900-write-sequence-finding
                 end-evaluate
                 if lineTimeOk
                       and lineFinishMs > highFinishMs
                    move lineFinishMs to highFinishMs
                 end-if
           end-read.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "DAYS OK: "        delimited by size
                 dayCountOk          delimited by size
                 "  NO RUNS: "       delimited by size
                 dayCountNoRuns      delimited by size
                 "  FINDINGS: "      delimited by size
                 findingCount        delimited by size
                 "  OUT OF SEQUENCE: " delimited by size
                 seqErrorCount       delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           if droppedCtlCount > zero
              move spaces to summaryLine
              string "CONTROL DAYS DROPPED - TABLE FULL: "
                           delimited by size
                    droppedCtlCount delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
              add 1 to findingCount
           end-if
           if findingCount > zero
              move 8 to return-code
           end-if.
      *
       9999-exit.
           goback.
