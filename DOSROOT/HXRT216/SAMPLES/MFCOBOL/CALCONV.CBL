      * MicroFocus Object Cobol utility - calendar file conversion
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. calconv.
      *
      *   one-time conversion for the calendarRecord layout change
      *   that added calSourceFlag, so calmaint GEN can tell the
      *   dates it generated from the dates somebody keyed. a file
      *   built before the change opens with status 39 everywhere
      *   else, so: rename the live file to CALENDAR-OLD, run this
      *   once, and it rebuilds CALENDAR-FILE in the current layout
      *   with every date carried over and marked "K" - everything
      *   on file before GEN existed was keyed by hand, and GEN will
      *   not overwrite it unless told to.
      *
       environment division.
       input-output section.
       file-control.
           select oldCalendarFile assign "CALENDAR-OLD"
                  organization indexed
                  access mode sequential
                  record key is oldCalDate
                  file status is oldFileStatus.
           select calendarFile assign "CALENDAR-FILE"
                  organization indexed
                  access mode sequential
                  record key is calDate
                  file status is calFileStatus.
      *
       data division.
       file section.
       fd  oldCalendarFile
           label records are standard.
      *   the pre-conversion record layout, frozen here on purpose -
      *   CALREC.CPY describes only the current shape.
         01 oldCalendarRecord.
            05 oldCalDate          pic x(08).
            05 oldCalDayType       pic x(01).
            05 oldCalMonthEndFlag  pic x(01).
            05 oldCalFiscalEndFlag pic x(01).
            05 oldCalDescription   pic x(30).
       fd  calendarFile
           label records are standard.
           copy "CALREC.CPY".
      *
       working-storage section.
         01 oldFileStatus    pic x(02).
         01 calFileStatus    pic x(02).
         01 oldEofFlag       pic x(01) value "N".
            88 oldEof        value "Y".
         01 convertedCount   pic 9(06) value 0.
         01 msgText          pic x(60).
         01 summaryLine      pic x(60).
      *
       procedure division.
      *
       0000-main.
           perform 2000-open-files.
           perform 3000-convert-record
              until oldEof.
           perform 8000-close-files.
           perform 9000-display-summary.
           go to 9999-exit.
      *
       2000-open-files.
           open input oldCalendarFile
           if oldFileStatus not = "00"
              move "calconv: CALENDAR-OLD open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           open output calendarFile
           if calFileStatus not = "00"
              move "calconv: CALENDAR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              close oldCalendarFile
              go to 9999-exit
           end-if.
      *
       3000-convert-record.
           read oldCalendarFile
              at end move "Y" to oldEofFlag
              not at end
                 move oldCalDate          to calDate
                 move oldCalDayType       to calDayType
                 move oldCalMonthEndFlag  to calMonthEndFlag
                 move oldCalFiscalEndFlag to calFiscalEndFlag
                 move oldCalDescription   to calDescription
                 move "K"                 to calSourceFlag
                 add 1 to convertedCount
                 write calendarRecord
                    invalid key
                       move "calconv: duplicate key on write"
                         to msgText
                       move 16 to return-code
                       display msgText
                 end-write
           end-read.
      *
       8000-close-files.
           close oldCalendarFile
           close calendarFile.
      *
       9000-display-summary.
           move spaces to summaryLine
           string "calconv: records converted " delimited by size
                 convertedCount                 delimited by size
                 into summaryLine
           end-string
           display summaryLine.
      *
       9999-exit.
           goback.
