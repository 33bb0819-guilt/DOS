      * MicroFocus Object Cobol utility - operator recertification
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. recert.
      *
      *   the quarterly access review, in one report instead of an
      *   afternoon with the audit trail. lists every id on the
      *   OPERATOR-FILE with its authority level, expiry and last
      *   review date, and the last time the id:
      *
      *       ran a job          (AUDIT-LOG logOperatorId)
      *       maintained a file  (CHANGE-HISTORY chgOperatorId)
      *       ran an override    (AUDIT-LOG logOverrideFlag set)
      *
      *   and flags, for the reviewer to act on:
      *
      *       EXPIRED  operExpiryDate has passed - every program
      *                that checks the file already refuses it
      *       DORMANT  no run, maintenance or override in the last
      *                dormantDays days
      *       LEVEL 3  holds destructive authority - listed every
      *                review, used or not
      *
      *   parm on the command line, optional:
      *
      *       [dormantdays]
      *
      *   dormantDays defaults to 90. the audit trail is read back
      *   that far - the AUDIT-ARCH-yyyymmdd archive for each day of
      *   the window, then the live AUDIT-LOG - so a run or override
      *   older than the window shows as NONE; CHANGE-HISTORY is
      *   read whole. the report goes to RECERT-RPT and ends in a
      *   sign-off block. return code 4 when any id is expired or
      *   dormant, so a scheduled review run stands out.
      *
       environment division.
       input-output section.
       file-control.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode sequential
                  record key is operId
                  file status is operFileStatus.
      *   one file, two names: each day's archive in the window in
      *   turn, then the live AUDIT-LOG.
           select trailFile assign trailFileName
                  organization line sequential
                  file status is trailFileStatus.
           select changeHistFile assign "CHANGE-HISTORY"
                  organization line sequential
                  file status is chgHistStatus.
           select reportFile assign "RECERT-RPT"
                  organization line sequential
                  file status is reportFileStatus.
      *
       data division.
       file section.
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
       fd  trailFile
           label records are standard.
           copy "LOGREC.CPY".
       fd  changeHistFile
           label records are standard.
           copy "CHGREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
      *
       working-storage section.
         01 operFileStatus    pic x(02).
         01 trailFileStatus   pic x(02).
         01 chgHistStatus     pic x(02).
         01 reportFileStatus  pic x(02).
         01 operEofFlag       pic x(01) value "N".
            88 operEof        value "Y".
         01 trailEofFlag      pic x(01) value "N".
            88 trailEof       value "Y".
         01 chgEofFlag        pic x(01) value "N".
            88 chgEof         value "Y".
         01 rcParmLine        pic x(80).
         01 rcDaysToken       pic x(04).
         01 rcDaysRight       pic x(04) justified right.
         01 dormantDays       pic 9(04) value 90.
         01 msgText           pic x(60).
         01 trailFileName     pic x(19).
         01 todayDate         pic 9(08).
         01 todayText redefines todayDate pic x(08).
         01 todayInt          pic 9(08) comp-5.
         01 windowInt         pic 9(08) comp-5.
         01 dayInt            pic 9(08) comp-5.
         01 dayDate           pic 9(08).
         01 dayDateText redefines dayDate pic x(08).
      *   the first day of the window, in logTimestamp's own
      *   yyyy-mm-dd shape so activity stamps compare directly.
         01 windowStartTs     pic x(10).
         01 archiveReadCount  pic 9(06) value 0.
         01 operTableMax      pic 9(04) comp-5 value 200.
         01 operCount         pic 9(04) comp-5 value 0.
         01 operIdx           pic 9(04) comp-5.
         01 operFoundIdx      pic 9(04) comp-5.
         01 droppedOperCount  pic 9(06) value 0.
         01 matchOperId       pic x(08).
         01 recertTable.
            05 recertEntry occurs 200 times.
               10 rtOperId       pic x(08).
               10 rtOperName     pic x(30).
               10 rtAuthLevel    pic 9(02).
               10 rtExpiryDate   pic x(08).
               10 rtReviewDate   pic x(08).
               10 rtLastRunTs    pic x(19).
               10 rtLastMaintTs  pic x(19).
               10 rtLastMaintAct pic x(05).
               10 rtLastOverTs   pic x(19).
         01 lastActivityTs    pic x(19).
         01 listedCount       pic 9(06) value 0.
         01 expiredCount      pic 9(06) value 0.
         01 dormantCount      pic 9(06) value 0.
         01 level3Count       pic 9(06) value 0.
         01 flagPtr           pic 9(04) comp-5.
         01 titleLine.
            05 filler        pic x(40)
                             value "OPERATOR ACCESS RECERTIFICATION - ".
            05 tlToday       pic x(08).
            05 filler        pic x(20) value "   DORMANT AFTER ".
            05 tlDays        pic z(03)9.
            05 filler        pic x(05) value " DAYS".
         01 detailHeading.
            05 filler        pic x(10) value "OPERATOR".
            05 filler        pic x(32) value "NAME".
            05 filler        pic x(05) value "LVL".
            05 filler        pic x(10) value "EXPIRES".
            05 filler        pic x(10) value "REVIEWED".
            05 filler        pic x(12) value "LAST RUN".
            05 filler        pic x(19) value "LAST MAINTENANCE".
            05 filler        pic x(12) value "LAST OVERRD".
            05 filler        pic x(22) value "FLAGS".
         01 detailLine.
            05 dlOperId      pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlOperName    pic x(30).
            05 filler        pic x(02) value spaces.
            05 dlAuthLevel   pic z9.
            05 filler        pic x(03) value spaces.
            05 dlExpiryDate  pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlReviewDate  pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlLastRun     pic x(10).
            05 filler        pic x(02) value spaces.
            05 dlLastMaint   pic x(10).
            05 filler        pic x(01) value spaces.
            05 dlLastMaintAct pic x(05).
            05 filler        pic x(03) value spaces.
            05 dlLastOver    pic x(10).
            05 filler        pic x(02) value spaces.
            05 dlFlags       pic x(22).
         01 signOffLine.
            05 filler        pic x(13) value "REVIEWED BY: ".
            05 filler        pic x(30) value all "_".
            05 filler        pic x(08) value "  DATE: ".
            05 filler        pic x(10) value all "_".
         01 signatureLine.
            05 filler        pic x(13) value "SIGNATURE:   ".
            05 filler        pic x(30) value all "_".
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 2000-load-operators.
           perform 3000-read-audit-trail.
           perform 4000-read-change-history.
           perform 5000-open-report.
           perform 6000-write-operators.
           perform 7000-write-sign-off.
           close reportFile.
           go to 9999-exit.
      *
       1000-get-parm.
           accept todayDate from date yyyymmdd
           move spaces to rcParmLine
           move spaces to rcDaysToken
           accept rcParmLine from command-line
           unstring rcParmLine delimited by all spaces
                into rcDaysToken
           end-unstring
           if rcDaysToken not = spaces
      *      keyed left-justified ("120 ") - slide it right and
      *      zero-fill before the numeric test, as opermnt does for
      *      the authority level.
              move function trim(rcDaysToken) to rcDaysRight
              inspect rcDaysRight replacing leading spaces by zeros
              if rcDaysRight is numeric
                 move rcDaysRight to dormantDays
              else
                 move zero to dormantDays
              end-if
              if dormantDays = zero
                 move "recert: parm is [dormantdays], 1-9999"
                   to msgText
                 move 16 to return-code
                 display msgText
                 go to 9999-exit
              end-if
           end-if
           compute todayInt  = function integer-of-date(todayDate)
           compute windowInt = todayInt - dormantDays
           compute dayDate   = function date-of-integer(windowInt)
           move spaces to windowStartTs
           string dayDateText(1:4) delimited by size
                 "-"              delimited by size
                 dayDateText(5:2) delimited by size
                 "-"              delimited by size
                 dayDateText(7:2) delimited by size
                 into windowStartTs
           end-string.
      *
       2000-load-operators.
           open input operatorFile
           if operFileStatus not = "00"
              move "recert: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           perform 2100-load-one-operator
              until operEof
           close operatorFile.
      *
       2100-load-one-operator.
           read operatorFile
              at end move "Y" to operEofFlag
              not at end
                 if operCount < operTableMax
                    add 1 to operCount
                    move operId         to rtOperId(operCount)
                    move operName       to rtOperName(operCount)
                    move operAuthLevel  to rtAuthLevel(operCount)
                    move operExpiryDate to rtExpiryDate(operCount)
                    move operReviewDate to rtReviewDate(operCount)
                    move spaces to rtLastRunTs(operCount)
                    move spaces to rtLastMaintTs(operCount)
                    move spaces to rtLastMaintAct(operCount)
                    move spaces to rtLastOverTs(operCount)
                 else
      *             sized well past the roster - if it ever fills,
      *             say so rather than leave ids off the review.
                    add 1 to droppedOperCount
                 end-if
           end-read.
      *
       3000-read-audit-trail.
      *   every archive day in the window, then the live log. a day
      *   with no archive file is a day nothing was swept for - or a
      *   gap audvrfy reports - either way nothing to post here.
           perform 3100-read-day-archive
              varying dayInt from windowInt by 1
              until dayInt > todayInt
           move "AUDIT-LOG" to trailFileName
           perform 3300-read-trail-file.
      *
       3100-read-day-archive.
           compute dayDate = function date-of-integer(dayInt)
           move spaces to trailFileName
           string "AUDIT-ARCH-" delimited by size
                 dayDateText    delimited by size
                 into trailFileName
           end-string
           perform 3300-read-trail-file.
      *
       3300-read-trail-file.
           move "N" to trailEofFlag
           open input trailFile
           if trailFileStatus = "00"
              if trailFileName not = "AUDIT-LOG"
                 add 1 to archiveReadCount
              end-if
              perform 3400-post-one-log
                 until trailEof
              close trailFile
           end-if.
      *
       3400-post-one-log.
           read trailFile
              at end move "Y" to trailEofFlag
              not at end
                 move logOperatorId to matchOperId
                 perform 4500-find-operator
                 if operFoundIdx > zero
                    if logTimestamp > rtLastRunTs(operFoundIdx)
                       move logTimestamp to rtLastRunTs(operFoundIdx)
                    end-if
                    if logOverrideFlag not = space
                          and logTimestamp > rtLastOverTs(operFoundIdx)
                       move logTimestamp to rtLastOverTs(operFoundIdx)
                    end-if
                 end-if
           end-read.
      *
       4000-read-change-history.
      *   no history file yet is a shop nobody has maintained
      *   anything in - every maintenance column stays NONE.
           open input changeHistFile
           if chgHistStatus = "00"
              perform 4100-post-one-change
                 until chgEof
              close changeHistFile
           end-if.
      *
       4100-post-one-change.
           read changeHistFile
              at end move "Y" to chgEofFlag
              not at end
                 move chgOperatorId to matchOperId
                 perform 4500-find-operator
                 if operFoundIdx > zero
                    if chgTimestamp > rtLastMaintTs(operFoundIdx)
                       move chgTimestamp to rtLastMaintTs(operFoundIdx)
                       move chgAction to rtLastMaintAct(operFoundIdx)
                    end-if
                 end-if
           end-read.
      *
       4500-find-operator.
           move zero to operFoundIdx
           perform 4550-match-operator
              varying operIdx from 1 by 1
              until operIdx > operCount or operFoundIdx > zero.
      *
       4550-match-operator.
           if rtOperId(operIdx) = matchOperId
              move operIdx to operFoundIdx
           end-if.
      *
       5000-open-report.
           open output reportFile
           if reportFileStatus not = "00"
              move "recert: RECERT-RPT open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move todayText   to tlToday
           move dormantDays to tlDays
           write reportRecord from titleLine
           move spaces to reportRecord
           write reportRecord
           write reportRecord from detailHeading.
      *
       6000-write-operators.
           perform 6100-write-one-operator
              varying operIdx from 1 by 1
              until operIdx > operCount.
      *
       6100-write-one-operator.
           move spaces to detailLine
           move rtOperId(operIdx)     to dlOperId
           move rtOperName(operIdx)   to dlOperName
           move rtAuthLevel(operIdx)  to dlAuthLevel
           if rtExpiryDate(operIdx) = spaces
              move "NONE" to dlExpiryDate
           else
              move rtExpiryDate(operIdx) to dlExpiryDate
           end-if
           if rtReviewDate(operIdx) = spaces
              move "NEVER" to dlReviewDate
           else
              move rtReviewDate(operIdx) to dlReviewDate
           end-if
           if rtLastRunTs(operIdx) = spaces
              move "NONE" to dlLastRun
           else
              move rtLastRunTs(operIdx)(1:10) to dlLastRun
           end-if
           if rtLastMaintTs(operIdx) = spaces
              move "NONE" to dlLastMaint
           else
              move rtLastMaintTs(operIdx)(1:10) to dlLastMaint
              move rtLastMaintAct(operIdx)      to dlLastMaintAct
           end-if
           if rtLastOverTs(operIdx) = spaces
              move "NONE" to dlLastOver
           else
              move rtLastOverTs(operIdx)(1:10) to dlLastOver
           end-if
           perform 6200-decide-flags
           write reportRecord from detailLine.
      *
       6200-decide-flags.
      *   an id can carry all three - an expired level-3 id nobody
      *   has used is exactly what the review is for.
           move 1 to flagPtr
           if rtExpiryDate(operIdx) not = spaces
                 and rtExpiryDate(operIdx) < todayText
              string "EXPIRED " delimited by size
                    into dlFlags with pointer flagPtr
              end-string
              add 1 to expiredCount
           end-if
           move rtLastRunTs(operIdx) to lastActivityTs
           if rtLastMaintTs(operIdx) > lastActivityTs
              move rtLastMaintTs(operIdx) to lastActivityTs
           end-if
           if rtLastOverTs(operIdx) > lastActivityTs
              move rtLastOverTs(operIdx) to lastActivityTs
           end-if
           if lastActivityTs(1:10) < windowStartTs
              string "DORMANT " delimited by size
                    into dlFlags with pointer flagPtr
              end-string
              add 1 to dormantCount
           end-if
           if rtAuthLevel(operIdx) >= 3
              string "LEVEL 3" delimited by size
                    into dlFlags with pointer flagPtr
              end-string
              add 1 to level3Count
           end-if.
      *
       7000-write-sign-off.
           move spaces to reportRecord
           write reportRecord
           move operCount to listedCount
           move spaces to summaryLine
           string "OPERATORS: "     delimited by size
                 listedCount        delimited by size
                 "  EXPIRED: "      delimited by size
                 expiredCount       delimited by size
                 "  DORMANT: "      delimited by size
                 dormantCount       delimited by size
                 "  LEVEL 3: "      delimited by size
                 level3Count        delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           move spaces to summaryLine
           string "AUDIT ARCHIVES READ: " delimited by size
                 archiveReadCount         delimited by size
                 "  FROM: "               delimited by size
                 windowStartTs            delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           if droppedOperCount > zero
              move spaces to summaryLine
              string "DROPPED - TABLE FULL - OPERATORS: "
                                          delimited by size
                    droppedOperCount      delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if
           move spaces to reportRecord
           write reportRecord
           write reportRecord
           write reportRecord from signOffLine
           move spaces to reportRecord
           write reportRecord
           write reportRecord from signatureLine
           if expiredCount > zero or dormantCount > zero
              move 4 to return-code
           end-if.
      *
       9999-exit.
           goback.
