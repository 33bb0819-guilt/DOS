      *   so auditrpt and any history query stop re-reading the whole
      *   history month over month. archives can then be retired on
      *   the retention schedule without touching the live log.
      *
      *   every archive segment written - the records one sweep
      *   appends to one day's file - also leaves a control line on
      *   AUDIT-ARCH-CTL (see ARCHCTL.CPY): record count, total
      *   logElapsedMs, and a running check value over the record
      *   bytes, carried on from the day's earlier segment if there
      *   is one. days between the last controlled day and
      *   yesterday that had nothing to archive get a zero-count
      *   control line of their own, so audvrfy can tell a quiet day
      *   from a missing archive, a short archive or an edited one.
      *
       environment division.
       input-output section.
           select archiveFile assign archiveName
                  organization line sequential
                  file status is archiveFileStatus.
           select archCtlFile assign "AUDIT-ARCH-CTL"
                  organization line sequential
                  file status is archCtlStatus.
      *
       data division.
       file section.
       fd  archiveFile
           label records are standard.
         01 archiveRecord pic x(120).
       fd  archCtlFile
           label records are standard.
           copy "ARCHCTL.CPY".
      *
       working-storage section.
         01 auditFileStatus   pic x(02).
         01 workFileStatus    pic x(02).
         01 archiveFileStatus pic x(02).
         01 archCtlStatus     pic x(02).
         01 archCtlEofFlag    pic x(01) value "N".
            88 archCtlEof     value "Y".
         01 auditEofFlag      pic x(01) value "N".
            88 auditEof       value "Y".
         01 workEofFlag       pic x(01) value "N".
         01 archiveName.
            05 filler            pic x(11) value "AUDIT-ARCH-".
            05 archiveNameDate   pic x(08).
      *   the control line for the segment being written: counted,
      *   totalled and checked as each record goes out.
         01 segRecordCount     pic 9(09) value 0.
         01 segTotalMs         pic 9(15) value 0.
         01 segCheckValue      pic 9(09) value 0.
         01 segFirstTs         pic x(19).
         01 segLastTs          pic x(19).
      *   the check value: each record's bytes weighted by position
      *   and summed, folded into the running value by multiply and
      *   add modulo a large prime - a changed, dropped, added or
      *   reordered record moves it. audvrfy computes it the same
      *   way, byte for byte.
         01 checkBytePos       pic 9(04) comp-5.
         01 checkRecordSum     pic 9(09) comp-5.
         01 checkModulus       pic 9(09) comp-5 value 999999937.
         01 sweepTs            pic x(19).
         01 todayTime          pic 9(08).
         01 todayTimeText redefines todayTime pic x(08).
      *   newest date with a control line - gap days after it are
      *   written as zero-count controls. spaces when there are no
      *   controls yet.
         01 lastCtlDate        pic x(08) value spaces.
         01 gapDate            pic 9(08).
         01 gapDateText redefines gapDate pic x(08).
         01 gapInt             pic 9(08) comp-5.
         01 gapEndInt          pic 9(08) comp-5.
         01 gapEndDate         pic 9(08).
         01 gapEndDateText redefines gapEndDate pic x(08).
         01 controlCount       pic 9(06) value 0.
         01 readCount          pic 9(06) value 0.
         01 archivedCount      pic 9(06) value 0.
         01 keptCount          pic 9(06) value 0.
           go to 9999-exit.
      *
       1000-initialize.
           accept todayDate from date yyyymmdd
           accept todayTime from time
           move spaces to sweepTs
           string todayDateText(1:4) delimited by size
                 "-"                 delimited by size
                 todayDateText(5:2)  delimited by size
                 "-"                 delimited by size
                 todayDateText(7:2)  delimited by size
                 " "                 delimited by size
                 todayTimeText(1:2)  delimited by size
                 ":"                 delimited by size
                 todayTimeText(3:2)  delimited by size
                 ":"                 delimited by size
                 todayTimeText(5:2)  delimited by size
                 into sweepTs
           end-string
           perform 1500-find-last-control.
      *
       1500-find-last-control.
      *   no control file yet is the first sweep since controls
      *   began - no gap days are filled in ahead of its first
      *   archive.
           move "N" to archCtlEofFlag
           open input archCtlFile
           if archCtlStatus = "00"
              perform 1600-read-last-control
                 until archCtlEof
              close archCtlFile
           end-if.
      *
       1600-read-last-control.
           read archCtlFile
              at end move "Y" to archCtlEofFlag
              not at end
                 if lastCtlDate = spaces
                       or actArchiveDate > lastCtlDate
                    move actArchiveDate to lastCtlDate
                 end-if
           end-read.
      *
       2000-open-files.
      *   an absent AUDIT-LOG just means nothing has run yet - there
              end-if
              add 1 to archivedCount
              write archiveRecord from logRecord
              perform 3300-post-to-segment
           end-if.
      *
       3300-post-to-segment.
           add 1 to segRecordCount
           add logElapsedMs to segTotalMs
           if segRecordCount = 1
              move logTimestamp to segFirstTs
           end-if
           move logTimestamp to segLastTs
           move zero to checkRecordSum
           perform 3350-add-check-byte
              varying checkBytePos from 1 by 1
              until checkBytePos > length of logRecord
           compute segCheckValue = function mod(
                   segCheckValue * 31 + checkRecordSum, checkModulus).
      *
       3350-add-check-byte.
           compute checkRecordSum = checkRecordSum
                 + function ord(logRecord(checkBytePos:1))
                   * checkBytePos.
      *
       3400-switch-archive-file.
           if archiveOpen
              perform 3700-write-segment-control
              close archiveFile
           end-if
      *   days skipped over on the way to this one had nothing to
      *   archive - say so on the controls before this day's line.
           move logDateDigits to gapEndDateText
           perform 3500-fill-gap-days
           move logDateDigits to currentArchiveDate
           move logDateDigits to archiveNameDate
           perform 3600-seed-check-value
      *   extend rather than output, so a sweep that runs after a
      *   partial day already went to archive just keeps appending to
      *   that day's file instead of wiping it.
              close workLogFile
              go to 9999-exit
           end-if.
      *
       3500-fill-gap-days.
      *   zero-count controls for every day after lastCtlDate and
      *   before gapEndDate. a day at or before the last control
      *   needs no filling - it already has its line.
           if lastCtlDate not = spaces
                 and gapEndDateText > lastCtlDate
              move lastCtlDate to gapDateText
              compute gapInt = function integer-of-date(gapDate) + 1
              compute gapEndInt = function integer-of-date(gapEndDate)
              perform 3550-write-gap-control
                 until gapInt >= gapEndInt
           end-if
           if lastCtlDate = spaces or gapEndDateText > lastCtlDate
              move gapEndDateText to lastCtlDate
           end-if.
      *
       3550-write-gap-control.
           compute gapDate = function date-of-integer(gapInt)
           move gapDateText  to actArchiveDate
           move sweepTs      to actSweepTs
           move zero         to actRecordCount
           move zero         to actTotalMs
           move zero         to actCheckValue
           move spaces       to actFirstTs
           move spaces       to actLastTs
           perform 3900-append-control
           add 1 to gapInt.
      *
       3600-seed-check-value.
      *   a day already archived by an earlier sweep carries its
      *   check value on into this segment, so the day's last
      *   control line checks the whole file.
           move zero to segRecordCount
           move zero to segTotalMs
           move zero to segCheckValue
           move spaces to segFirstTs
           move spaces to segLastTs
           move "N" to archCtlEofFlag
           open input archCtlFile
           if archCtlStatus = "00"
              perform 3650-read-seed-control
                 until archCtlEof
              close archCtlFile
           end-if.
      *
       3650-read-seed-control.
           read archCtlFile
              at end move "Y" to archCtlEofFlag
              not at end
                 if actArchiveDate = currentArchiveDate
                    move actCheckValue to segCheckValue
                 end-if
           end-read.
      *
       3700-write-segment-control.
           move currentArchiveDate to actArchiveDate
           move sweepTs            to actSweepTs
           move segRecordCount     to actRecordCount
           move segTotalMs         to actTotalMs
           move segCheckValue      to actCheckValue
           move segFirstTs         to actFirstTs
           move segLastTs          to actLastTs
           perform 3900-append-control.
      *
       3800-close-sweep-files.
           if archiveOpen
              perform 3700-write-segment-control
              close archiveFile
           end-if
      *   everything up to yesterday has been swept by now - any day
      *   since the last control with nothing in it is filled in.
           move todayDate to gapEndDate
           perform 3500-fill-gap-days
           close auditLogFile
           close workLogFile.
      *
       3900-append-control.
      *   appended a line at a time, like the change history, so a
      *   sweep that dies part way leaves the controls it got to.
           open extend archCtlFile
           if archCtlStatus not = "00"
              open output archCtlFile
           end-if
           if archCtlStatus = "00"
              write archCtlRecord
              close archCtlFile
              add 1 to controlCount
           else
              move "audarch: archive control file open failed"
                to msgText
              move 16 to return-code
              display msgText
           end-if.
      *
       5000-rewrite-audit-log.
      *   copy today's records back over the live log. open output
                 archivedCount      delimited by size
                 " kept "           delimited by size
                 keptCount          delimited by size
                 " controls "       delimited by size
                 controlCount       delimited by size
                 into summaryLine
           end-string
           display summaryLine.
