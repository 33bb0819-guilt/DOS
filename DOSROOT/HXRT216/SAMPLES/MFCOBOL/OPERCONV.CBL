      * MicroFocus Object Cobol utility - operator file conversion
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. operconv.
      *
      *   one-time conversion for the operatorRecord layout change
      *   that added operExpiryDate and operReviewDate for the
      *   access recertification. a file built before the change
      *   opens with status 39 everywhere else, so: rename the live
      *   file to OPERATOR-FILE-OLD, run this once, and it rebuilds
      *   OPERATOR-FILE in the current layout with every operator
      *   carried over at the same authority level, with no expiry
      *   and no review date. opermnt EXP and REV then set them as
      *   each id is reviewed.
      *
       environment division.
       input-output section.
       file-control.
           select oldOperatorFile assign "OPERATOR-FILE-OLD"
                  organization indexed
                  access mode sequential
                  record key is oldOperId
                  file status is oldFileStatus.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode sequential
                  record key is operId
                  file status is operFileStatus.
      *
       data division.
       file section.
       fd  oldOperatorFile
           label records are standard.
      *   the pre-conversion record layout, frozen here on purpose -
      *   OPERREC.CPY describes only the current shape.
         01 oldOperatorRecord.
            05 oldOperId        pic x(08).
            05 oldOperName      pic x(30).
            05 oldOperAuthLevel pic 9(02).
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
      *
       working-storage section.
         01 oldFileStatus    pic x(02).
         01 operFileStatus   pic x(02).
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
           open input oldOperatorFile
           if oldFileStatus not = "00"
              move "operconv: OPERATOR-FILE-OLD open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           open output operatorFile
           if operFileStatus not = "00"
              move "operconv: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              close oldOperatorFile
              go to 9999-exit
           end-if.
      *
       3000-convert-record.
           read oldOperatorFile
              at end move "Y" to oldEofFlag
              not at end
                 move oldOperId        to operId
                 move oldOperName      to operName
                 move oldOperAuthLevel to operAuthLevel
                 move spaces           to operExpiryDate
                 move spaces           to operReviewDate
                 add 1 to convertedCount
                 write operatorRecord
                    invalid key
                       move "operconv: duplicate key on write"
                         to msgText
                       move 16 to return-code
                       display msgText
                 end-write
           end-read.
      *
       8000-close-files.
           close oldOperatorFile
           close operatorFile.
      *
       9000-display-summary.
           move spaces to summaryLine
           string "operconv: records converted " delimited by size
                 convertedCount                  delimited by size
                 into summaryLine
           end-string
           display summaryLine.
      *
       9999-exit.
           goback.
