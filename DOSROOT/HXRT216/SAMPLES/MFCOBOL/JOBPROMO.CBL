      * MicroFocus Object Cobol utility - job schedule promotion
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. jobpromo.
      *
      *   carries job schedules from one environment's
      *   JOB-CONTROL-FILE to another's - test to production - as a
      *   file instead of a re-keyed jobmaint BATCH. parm on the
      *   command line is one blank-delimited line, led by the
      *   operator's own id:
      *
      *       operid UNLOAD [streamcode|NONE]
      *       operid COMPARE
      *       operid APPLY
      *
      *   UNLOAD, run against the source environment, writes every
      *   control record - or one stream's, NONE being the
      *   unassigned stream - to PROMO-UNLOAD (see PROMREC.CPY):
      *   window, enabled flag, notes, predecessor, run frequency,
      *   retry policy and stream, never the run stamps.
      *
      *   COMPARE, run against the target environment with that file
      *   in hand, checks it is whole (header, job-id order, trailer
      *   count) and matches it against the target file, writing:
      *
      *       PROMO-RPT   a field-by-field difference report - each
      *                   ADD, UPD and DEL with the target value
      *                   beside the promoted one
      *       PROMO-DIFF  one line per difference (see PRDFREC.CPY),
      *                   each not approved until the reviewer marks
      *                   it "Y"
      *
      *   a target job outside the unloaded streams is never a DEL -
      *   a one-stream unload cannot delete another stream's jobs.
      *
      *   APPLY applies the approved PROMO-DIFF lines in one run and
      *   lists every line on PROMO-APPLY-RPT as APPLIED, REJECTED
      *   with the reason, or NOT APPROVED. a line whose target
      *   record has changed since COMPARE is rejected rather than
      *   overwritten. the target's jobCtlLastStatus and
      *   jobCtlLastRunTs stay as they are through an UPD and start
      *   blank on an ADD.
      *
      *   the operator-id must be on the OPERATOR-FILE with the
      *   authority jobmaint asks for the same change - 1 for UNLOAD
      *   and COMPARE, 2 for APPLY, and 3 for each DEL line APPLY
      *   takes - and an id past its operExpiryDate is refused as not
      *   on file. every applied line writes a CHANGE-HISTORY record
      *   like jobmaint's, program JOBPROMO, so chghist reports a
      *   promotion and chgback can back one out.
      *
       environment division.
       input-output section.
       file-control.
           select jobControlFile assign "JOB-CONTROL-FILE"
                  organization indexed
                  access mode dynamic
                  record key is jobCtlJobId
                  file status is jobCtlFileStatus.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is operId
                  file status is operFileStatus.
           select promoUnloadFile assign "PROMO-UNLOAD"
                  organization line sequential
                  file status is unloadStatus.
           select promoDiffFile assign "PROMO-DIFF"
                  organization line sequential
                  file status is diffStatus.
           select reportFile assign jpReportName
                  organization line sequential
                  file status is reportFileStatus.
           select changeHistFile assign "CHANGE-HISTORY"
                  organization line sequential
                  file status is chgHistStatus.
      *
       data division.
       file section.
       fd  jobControlFile
           label records are standard.
           copy "JOBCTL.CPY".
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
       fd  promoUnloadFile
           label records are standard.
           copy "PROMREC.CPY".
       fd  promoDiffFile
           label records are standard.
           copy "PRDFREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
       fd  changeHistFile
           label records are standard.
           copy "CHGREC.CPY".
      *
       working-storage section.
         01 jobCtlFileStatus pic x(02).
         01 operFileStatus   pic x(02).
         01 unloadStatus     pic x(02).
         01 diffStatus       pic x(02).
         01 reportFileStatus pic x(02).
         01 chgHistStatus    pic x(02).
      *   COMPARE reports to PROMO-RPT, APPLY to PROMO-APPLY-RPT, so
      *   the approved compare report survives the apply run.
         01 jpReportName     pic x(16).
         01 jpParmLine       pic x(80).
         01 jpOperatorId     pic x(08).
         01 jpAction         pic x(08).
         01 jpScopeToken     pic x(08).
         01 jpRequiredLevel  pic 9(02).
         01 jpOperAuthLevel  pic 9(02).
         01 jpToday          pic x(08).
         01 jpAuthOkFlag     pic x(01) value "N".
            88 jpAuthOk      value "Y".
         01 msgText          pic x(60).
         01 jpResultText     pic x(40).
         01 jobCtlEofFlag    pic x(01) value "N".
            88 jobCtlEof     value "Y".
         01 unloadEofFlag    pic x(01) value "N".
            88 unloadEof     value "Y".
         01 diffEofFlag      pic x(01) value "N".
            88 diffEof       value "Y".
      *   what the unload covers, from its header.
         01 jpScopeAllFlag   pic x(01) value "Y".
            88 jpScopeAll    value "Y".
         01 jpScopeCode      pic x(08).
         01 jpScopeLabel     pic x(08).
         01 jpUnloadTs       pic x(19).
         01 jpUnloadOperId   pic x(08).
         01 jpNowDate        pic 9(08).
         01 jpNowDateText redefines jpNowDate pic x(08).
         01 jpNowTime        pic 9(08).
         01 jpNowTimeText redefines jpNowTime pic x(08).
         01 jpNowTs          pic x(19).
      *   the unload check before anything is compared.
         01 jpHeaderSeenFlag  pic x(01) value "N".
            88 jpHeaderSeen   value "Y".
         01 jpTrailerSeenFlag pic x(01) value "N".
            88 jpTrailerSeen  value "Y".
         01 jpUnloadBadFlag   pic x(01) value "N".
            88 jpUnloadBad    value "Y".
         01 jpPrevJobId      pic x(08).
         01 jpDetailCount    pic 9(06) value 0.
         01 jpTrailerCount   pic 9(06) value 0.
      *   match keys - high-values once a side runs out.
         01 jpSrcKey         pic x(08).
         01 jpTgtKey         pic x(08).
         01 addCount         pic 9(06) value 0.
         01 updCount         pic 9(06) value 0.
         01 delCount         pic 9(06) value 0.
         01 sameCount        pic 9(06) value 0.
         01 unloadCount      pic 9(06) value 0.
         01 appliedCount     pic 9(06) value 0.
         01 rejectCount      pic 9(06) value 0.
         01 notApprovedCount pic 9(06) value 0.
      *   the two sides of one difference, in the unload layout -
      *   spaces on the side that has no record - so the field list
      *   is one paragraph for ADD, UPD and DEL alike.
         01 jpListAllFlag    pic x(01).
            88 jpListAll     value "Y".
         01 cmpSource.
            05 csJobId        pic x(08).
            05 csSchedStart   pic x(04).
            05 csSchedEnd     pic x(04).
            05 csEnabledFlag  pic x(01).
            05 csNotes        pic x(40).
            05 csPredJobId    pic x(08).
            05 csRunFreq      pic x(01).
            05 csRetryMax     pic x(02).
            05 csRetryWaitSec pic x(03).
            05 csStreamCode   pic x(08).
         01 cmpTarget.
            05 ctJobId        pic x(08).
            05 ctSchedStart   pic x(04).
            05 ctSchedEnd     pic x(04).
            05 ctEnabledFlag  pic x(01).
            05 ctNotes        pic x(40).
            05 ctPredJobId    pic x(08).
            05 ctRunFreq      pic x(01).
            05 ctRetryMax     pic x(02).
            05 ctRetryWaitSec pic x(03).
            05 ctStreamCode   pic x(08).
         01 compareHeading.
            05 filler        pic x(05) value "ACTN".
            05 filler        pic x(10) value "JOB ID".
            05 filler        pic x(14) value "FIELD".
            05 filler        pic x(42) value "TARGET NOW".
            05 filler        pic x(40) value "PROMOTED".
         01 compareDetail.
            05 cdAction      pic x(05).
            05 cdJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 cdField       pic x(14).
            05 cdTarget      pic x(40).
            05 filler        pic x(02) value spaces.
            05 cdSource      pic x(40).
         01 applyDetail.
            05 adAction      pic x(05).
            05 adJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 adResult      pic x(48).
         01 summaryLine      pic x(90).
      *   images for the changed-since check and the history record.
         01 jpBeforeImage    pic x(120).
         01 jpAfterImage     pic x(120).
         01 jpCurrentImage   pic x(110).
         01 chgDateNum       pic 9(08).
         01 chgDateText redefines chgDateNum pic x(08).
         01 chgTimeNum       pic 9(08).
         01 chgTimeText redefines chgTimeNum pic x(08).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 1200-check-authority.
           if not jpAuthOk
              goback
           end-if
           evaluate jpAction
              when "UNLOAD"
                 perform 3000-run-unload
              when "COMPARE"
                 perform 4000-run-compare
              when "APPLY"
                 perform 6000-run-apply
              when other
                 move spaces to msgText
                 string "jobpromo: action must be UNLOAD, COMPARE"
                                 delimited by size
                       " or APPLY" delimited by size
                       into msgText
                 end-string
                 move 16 to return-code
                 display msgText
           end-evaluate.
           goback.
      *
       1000-get-parm.
           move spaces to jpParmLine
           move spaces to jpScopeToken
           accept jpParmLine from command-line
           unstring jpParmLine delimited by all spaces
                into jpOperatorId
                     jpAction
                     jpScopeToken
           end-unstring.
      *
       1200-check-authority.
      *   the levels jobmaint asks for the same change: reading a
      *   schedule is inquiry, applying one is maintenance, and the
      *   DEL lines are checked again one by one in 6200.
           move "N" to jpAuthOkFlag
           accept jpToday from date yyyymmdd
           if jpAction = "APPLY"
              move 2 to jpRequiredLevel
           else
              move 1 to jpRequiredLevel
           end-if
           move jpOperatorId to operId
           open input operatorFile
           if operFileStatus not = "00"
              move "jobpromo: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
           else
              read operatorFile
                 invalid key
                    move "jobpromo: operator not on file" to msgText
                    move 16 to return-code
                    display msgText
                 not invalid key
                    evaluate true
                       when operExpiryDate not = spaces
                             and operExpiryDate < jpToday
                          move "jobpromo: operator not on file"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when operAuthLevel < jpRequiredLevel
                          move "jobpromo: not authorized for action"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when other
                          move operAuthLevel to jpOperAuthLevel
                          move "Y" to jpAuthOkFlag
                    end-evaluate
              end-read
              close operatorFile
           end-if.
      *
       1500-build-now-ts.
           accept jpNowDate from date yyyymmdd
           accept jpNowTime from time
           move spaces to jpNowTs
           string jpNowDateText(1:4) delimited by size
                 "-"                 delimited by size
                 jpNowDateText(5:2)  delimited by size
                 "-"                 delimited by size
                 jpNowDateText(7:2)  delimited by size
                 " "                 delimited by size
                 jpNowTimeText(1:2)  delimited by size
                 ":"                 delimited by size
                 jpNowTimeText(3:2)  delimited by size
                 ":"                 delimited by size
                 jpNowTimeText(5:2)  delimited by size
                 into jpNowTs
           end-string.
      *
       3000-run-unload.
      *   the control file is read in key order, so the unload is in
      *   job-id order - which is what lets COMPARE match it against
      *   the target without a table.
           evaluate jpScopeToken
              when spaces
                 move "Y" to jpScopeAllFlag
                 move spaces to jpScopeCode
              when "NONE"
                 move "N" to jpScopeAllFlag
                 move spaces to jpScopeCode
              when other
                 move "N" to jpScopeAllFlag
                 move jpScopeToken to jpScopeCode
           end-evaluate
           open input jobControlFile
           if jobCtlFileStatus not = "00"
              move "jobpromo: JOB-CONTROL-FILE open failed" to msgText
              move 16 to return-code
              display msgText
           else
              open output promoUnloadFile
              if unloadStatus not = "00"
                 move "jobpromo: PROMO-UNLOAD open failed" to msgText
                 move 16 to return-code
                 display msgText
                 close jobControlFile
              else
                 perform 1500-build-now-ts
                 move spaces to promoRecord
                 move "H" to pmRecordType
                 move jpNowTs to pmUnloadTs
                 if jpScopeAll
                    move "A" to pmScopeFlag
                 else
                    move "S" to pmScopeFlag
                 end-if
                 move jpScopeCode  to pmScopeCode
                 move jpOperatorId to pmUnloadOperId
                 write promoRecord
                 perform 3100-unload-one-record
                    until jobCtlEof
                 move spaces to promoRecord
                 move "T" to pmRecordType
                 move unloadCount to pmRecordCount
                 write promoRecord
                 close promoUnloadFile
                 close jobControlFile
                 move spaces to summaryLine
                 string "jobpromo: records unloaded " delimited by size
                       unloadCount                   delimited by size
                       into summaryLine
                 end-string
                 display summaryLine
              end-if
           end-if.
      *
       3100-unload-one-record.
           read jobControlFile next record
              at end move "Y" to jobCtlEofFlag
              not at end
                 if jpScopeAll or jobCtlStreamCode = jpScopeCode
                    move spaces to promoRecord
                    move "D" to pmRecordType
                    move jobCtlJobId        to pmJobId
                    move jobCtlSchedStart   to pmSchedStart
                    move jobCtlSchedEnd     to pmSchedEnd
                    move jobCtlEnabledFlag  to pmEnabledFlag
                    move jobCtlNotes        to pmNotes
                    move jobCtlPredJobId    to pmPredJobId
                    move jobCtlRunFreq      to pmRunFreq
                    move jobCtlRetryMax     to pmRetryMax
                    move jobCtlRetryWaitSec to pmRetryWaitSec
                    move jobCtlStreamCode   to pmStreamCode
                    write promoRecord
                    add 1 to unloadCount
                 end-if
           end-read.
      *
       4000-run-compare.
      *   a file cut short in transfer would read as a schedule with
      *   its last jobs deleted - so the whole unload is checked
      *   before one difference is written.
           perform 4050-verify-unload
           if not jpUnloadBad
              open input jobControlFile
              evaluate jobCtlFileStatus
                 when "00"
                    continue
      *          no target file yet - every job is an ADD.
                 when "35"
                    move "Y" to jobCtlEofFlag
                 when other
                    move "jobpromo: JOB-CONTROL-FILE open failed"
                      to msgText
                    move 16 to return-code
                    display msgText
              end-evaluate
           end-if
           if not jpUnloadBad and return-code = zero
              perform 4080-open-compare-outputs
           end-if
           if not jpUnloadBad and return-code = zero
              move "N" to unloadEofFlag
              open input promoUnloadFile
      *       the header was proved by 4050 - step over it.
              read promoUnloadFile
              end-read
              perform 4100-read-source
              if jobCtlEof
                 move high-values to jpTgtKey
              else
                 perform 4200-read-target
              end-if
              perform 4300-match-one
                 until jpSrcKey = high-values
                   and jpTgtKey = high-values
              close promoUnloadFile
              if jobCtlFileStatus not = "35"
                 close jobControlFile
              end-if
              perform 4900-write-compare-summary
              close promoDiffFile
              close reportFile
           end-if.
      *
       4050-verify-unload.
           open input promoUnloadFile
           if unloadStatus not = "00"
              move "jobpromo: PROMO-UNLOAD open failed" to msgText
              move "Y" to jpUnloadBadFlag
           else
              move low-values to jpPrevJobId
              perform 4060-verify-one-line
                 until unloadEof or jpUnloadBad
              close promoUnloadFile
              if not jpUnloadBad
                 if not jpTrailerSeen
                       or jpTrailerCount not = jpDetailCount
                    move "jobpromo: PROMO-UNLOAD trailer count wrong"
                      to msgText
                    move "Y" to jpUnloadBadFlag
                 end-if
              end-if
           end-if
           if jpUnloadBad
              move 16 to return-code
              display msgText
           end-if.
      *
       4060-verify-one-line.
           read promoUnloadFile
              at end move "Y" to unloadEofFlag
              not at end
                 evaluate true
                    when not jpHeaderSeen
                       if pmHeader
                          move "Y" to jpHeaderSeenFlag
                          move "N" to jpScopeAllFlag
                          if pmScopeAll
                             move "Y" to jpScopeAllFlag
                          end-if
                          move pmScopeCode to jpScopeCode
                          move pmUnloadTs     to jpUnloadTs
                          move pmUnloadOperId to jpUnloadOperId
                       else
                          move "jobpromo: PROMO-UNLOAD has no header"
                            to msgText
                          move "Y" to jpUnloadBadFlag
                       end-if
                    when jpTrailerSeen
                       move "jobpromo: PROMO-UNLOAD data after trailer"
                         to msgText
                       move "Y" to jpUnloadBadFlag
                    when pmTrailer
                       move "Y" to jpTrailerSeenFlag
                       move pmRecordCount to jpTrailerCount
                    when pmDetail and pmJobId > jpPrevJobId
                       add 1 to jpDetailCount
                       move pmJobId to jpPrevJobId
                    when pmDetail
                       move "jobpromo: PROMO-UNLOAD out of job-id order"
                         to msgText
                       move "Y" to jpUnloadBadFlag
                    when other
                       move "jobpromo: PROMO-UNLOAD bad record type"
                         to msgText
                       move "Y" to jpUnloadBadFlag
                 end-evaluate
           end-read.
      *
       4080-open-compare-outputs.
           open output promoDiffFile
           if diffStatus not = "00"
              move "jobpromo: PROMO-DIFF open failed" to msgText
              move 16 to return-code
              display msgText
           else
              move "PROMO-RPT" to jpReportName
              open output reportFile
              if reportFileStatus not = "00"
                 move "jobpromo: PROMO-RPT open failed" to msgText
                 move 16 to return-code
                 display msgText
                 close promoDiffFile
              end-if
           end-if
           if return-code not = zero and jobCtlFileStatus = "00"
              close jobControlFile
           end-if
           if return-code = zero
              if jpScopeAll
                 move "ALL" to jpScopeLabel
              else
                 if jpScopeCode = spaces
                    move "(NONE)" to jpScopeLabel
                 else
                    move jpScopeCode to jpScopeLabel
                 end-if
              end-if
              move "SCHEDULE PROMOTION COMPARE" to reportRecord
              write reportRecord
              move spaces to summaryLine
              string "UNLOADED "    delimited by size
                    jpUnloadTs      delimited by size
                    " BY "          delimited by size
                    jpUnloadOperId  delimited by size
                    "  STREAMS: "   delimited by size
                    jpScopeLabel    delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
              move spaces to reportRecord
              write reportRecord
              write reportRecord from compareHeading
           end-if.
      *
       4100-read-source.
           read promoUnloadFile
              at end move high-values to jpSrcKey
              not at end
                 if pmDetail
                    move pmJobId to jpSrcKey
                 else
                    move high-values to jpSrcKey
                 end-if
           end-read.
      *
       4200-read-target.
           read jobControlFile next record
              at end move high-values to jpTgtKey
              not at end move jobCtlJobId to jpTgtKey
           end-read.
      *
       4300-match-one.
           evaluate true
              when jpSrcKey < jpTgtKey
                 perform 4400-report-add
                 perform 4100-read-source
              when jpSrcKey > jpTgtKey
      *          a target job outside the unloaded streams was simply
      *          not unloaded - not deleted.
                 if jpScopeAll or jobCtlStreamCode = jpScopeCode
                    perform 4500-report-delete
                 end-if
                 perform 4200-read-target
              when other
                 perform 4600-compare-job
                 perform 4100-read-source
                 perform 4200-read-target
           end-evaluate.
      *
       4400-report-add.
           move pmDetailArea to cmpSource
           move spaces to cmpTarget
           move "Y" to jpListAllFlag
           move "ADD" to cdAction
           move pmJobId to cdJobId
           perform 4700-list-fields
           move spaces to promoDiffRecord
           move "N" to pdApproveFlag
           move "ADD" to pdAction
           move pmJobId to pdJobId
           move promoRecord to pdSource
           write promoDiffRecord
           add 1 to addCount.
      *
       4500-report-delete.
           move spaces to cmpSource
           perform 4550-load-target-side
           move "Y" to jpListAllFlag
           move "DEL" to cdAction
           move jobCtlJobId to cdJobId
           perform 4700-list-fields
           move spaces to promoDiffRecord
           move "N" to pdApproveFlag
           move "DEL" to pdAction
           move jobCtlJobId to pdJobId
           move jobControlRecord to pdTargetImage
           write promoDiffRecord
           add 1 to delCount.
      *
       4550-load-target-side.
           move jobCtlJobId        to ctJobId
           move jobCtlSchedStart   to ctSchedStart
           move jobCtlSchedEnd     to ctSchedEnd
           move jobCtlEnabledFlag  to ctEnabledFlag
           move jobCtlNotes        to ctNotes
           move jobCtlPredJobId    to ctPredJobId
           move jobCtlRunFreq      to ctRunFreq
           move jobCtlRetryMax     to ctRetryMax
           move jobCtlRetryWaitSec to ctRetryWaitSec
           move jobCtlStreamCode   to ctStreamCode.
      *
       4600-compare-job.
      *   the run stamps are not in either image, so a job that only
      *   ran differently in the two environments compares equal.
           move pmDetailArea to cmpSource
           perform 4550-load-target-side
           if cmpSource = cmpTarget
              add 1 to sameCount
           else
              move "N" to jpListAllFlag
              move "UPD" to cdAction
              move pmJobId to cdJobId
              perform 4700-list-fields
              move spaces to promoDiffRecord
              move "N" to pdApproveFlag
              move "UPD" to pdAction
              move pmJobId to pdJobId
              move promoRecord to pdSource
              move jobControlRecord to pdTargetImage
              write promoDiffRecord
              add 1 to updCount
           end-if.
      *
       4700-list-fields.
           move "WINDOW START" to cdField
           move ctSchedStart   to cdTarget
           move csSchedStart   to cdSource
           perform 4750-write-field
           move "WINDOW END"   to cdField
           move ctSchedEnd     to cdTarget
           move csSchedEnd     to cdSource
           perform 4750-write-field
           move "ENABLED"      to cdField
           move ctEnabledFlag  to cdTarget
           move csEnabledFlag  to cdSource
           perform 4750-write-field
           move "PREDECESSOR"  to cdField
           move ctPredJobId    to cdTarget
           move csPredJobId    to cdSource
           perform 4750-write-field
           move "RUN FREQ"     to cdField
           move ctRunFreq      to cdTarget
           move csRunFreq      to cdSource
           perform 4750-write-field
           move "RETRY MAX"    to cdField
           move ctRetryMax     to cdTarget
           move csRetryMax     to cdSource
           perform 4750-write-field
           move "RETRY WAIT"   to cdField
           move ctRetryWaitSec to cdTarget
           move csRetryWaitSec to cdSource
           perform 4750-write-field
           move "STREAM"       to cdField
           move ctStreamCode   to cdTarget
           move csStreamCode   to cdSource
           perform 4750-write-field
           move "NOTES"        to cdField
           move ctNotes        to cdTarget
           move csNotes        to cdSource
           perform 4750-write-field.
      *
       4750-write-field.
      *   an UPD lists only the fields that differ; an ADD or DEL
      *   lists the whole record on its one side.
           if jpListAll or cdTarget not = cdSource
              write reportRecord from compareDetail
           end-if.
      *
       4900-write-compare-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "ADDS: "        delimited by size
                 addCount         delimited by size
                 "  CHANGES: "    delimited by size
                 updCount         delimited by size
                 "  DELETES: "    delimited by size
                 delCount         delimited by size
                 "  UNCHANGED: "  delimited by size
                 sameCount        delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine.
      *
       6000-run-apply.
           open input promoDiffFile
           if diffStatus not = "00"
              move "jobpromo: PROMO-DIFF open failed" to msgText
              move 16 to return-code
              display msgText
           else
              perform 6050-open-target
              if jobCtlFileStatus not = "00"
                 move "jobpromo: JOB-CONTROL-FILE open failed"
                   to msgText
                 move 16 to return-code
                 display msgText
                 close promoDiffFile
              else
                 move "PROMO-APPLY-RPT" to jpReportName
                 open output reportFile
                 if reportFileStatus not = "00"
                    move "jobpromo: PROMO-APPLY-RPT open failed"
                      to msgText
                    move 16 to return-code
                    display msgText
                 else
                    move "SCHEDULE PROMOTION APPLY" to reportRecord
                    write reportRecord
                    move spaces to reportRecord
                    write reportRecord
                    perform 6100-apply-one-line
                       until diffEof
                    perform 6900-write-apply-summary
                    close reportFile
                 end-if
                 close promoDiffFile
                 close jobControlFile
              end-if
           end-if.
      *
       6050-open-target.
      *   create the file only when it genuinely is not there (status
      *   35) - a first promotion into an empty environment. any
      *   other failure is the open error it is, as in jobmaint.
           open i-o jobControlFile
           if jobCtlFileStatus = "35"
              open output jobControlFile
              close jobControlFile
              open i-o jobControlFile
           end-if.
      *
       6100-apply-one-line.
           read promoDiffFile
              at end move "Y" to diffEofFlag
              not at end
                 if promoDiffRecord not = spaces
                    move spaces to applyDetail
                    move pdAction to adAction
                    move pdJobId  to adJobId
                    if pdApproved
                       perform 6200-apply-approved-line
                    else
                       move "NOT APPROVED" to adResult
                       add 1 to notApprovedCount
                    end-if
                    write reportRecord from applyDetail
                 end-if
           end-read.
      *
       6200-apply-approved-line.
           move spaces to jpResultText
           move pdJobId to jobCtlJobId
           evaluate pdAction
              when "ADD"
                 perform 6300-apply-add
              when "UPD"
                 perform 6400-apply-update
              when "DEL"
                 if jpOperAuthLevel < 3
                    move "not authorized for DEL" to jpResultText
                 else
                    perform 6500-apply-delete
                 end-if
              when other
                 move "action not ADD, UPD or DEL" to jpResultText
           end-evaluate
           if jpResultText = spaces
              add 1 to appliedCount
              move "APPLIED" to adResult
           else
              add 1 to rejectCount
              string "REJECTED - " delimited by size
                    jpResultText   delimited by size
                    into adResult
              end-string
           end-if.
      *
       6300-apply-add.
           read jobControlFile
              invalid key
                 move spaces to jobControlRecord
                 move pdJobId to jobCtlJobId
                 perform 6600-move-promoted-fields
                 move spaces to jobCtlLastStatus
                 move spaces to jobCtlLastRunTs
                 write jobControlRecord
                    invalid key
                       move "job-id already on file" to jpResultText
                    not invalid key
                       move spaces           to jpBeforeImage
                       move jobControlRecord to jpAfterImage
                       perform 8500-write-change-history
                 end-write
              not invalid key
                 move "job-id already on file" to jpResultText
           end-read.
      *
       6400-apply-update.
           read jobControlFile
              invalid key
                 move "job-id not on file" to jpResultText
              not invalid key
                 perform 6700-check-unchanged
                 if jpResultText = spaces
                    perform 6600-move-promoted-fields
                    rewrite jobControlRecord
                       invalid key
                          move "job-id not on file" to jpResultText
                       not invalid key
                          move jobControlRecord to jpAfterImage
                          perform 8500-write-change-history
                    end-rewrite
                 end-if
           end-read.
      *
       6500-apply-delete.
           read jobControlFile
              invalid key
                 move "job-id not on file" to jpResultText
              not invalid key
                 perform 6700-check-unchanged
                 if jpResultText = spaces
                    delete jobControlFile
                       invalid key
                          move "job-id not on file" to jpResultText
                       not invalid key
                          move spaces to jpAfterImage
                          perform 8500-write-change-history
                    end-delete
                 end-if
           end-read.
      *
       6600-move-promoted-fields.
      *   the schedule only - the run stamps on the record are the
      *   target environment's own and are left as they stand.
           move pdsSchedStart   to jobCtlSchedStart
           move pdsSchedEnd     to jobCtlSchedEnd
           move pdsEnabledFlag  to jobCtlEnabledFlag
           move pdsNotes        to jobCtlNotes
           move pdsPredJobId    to jobCtlPredJobId
           move pdsRunFreq      to jobCtlRunFreq
           move pdsRetryMax     to jobCtlRetryMax
           move pdsRetryWaitSec to jobCtlRetryWaitSec
           move pdsStreamCode   to jobCtlStreamCode.
      *
       6700-check-unchanged.
      *   the record on file must still be the one COMPARE saw, run
      *   stamps aside - cobsmpl stamping a run since is no reason to
      *   refuse. borrows the record area for the comparison and
      *   puts the record back afterwards.
           move jobControlRecord to jpBeforeImage
           move spaces to jobCtlLastStatus
           move spaces to jobCtlLastRunTs
           move jobControlRecord to jpCurrentImage
           move pdTargetImage to jobControlRecord
           move spaces to jobCtlLastStatus
           move spaces to jobCtlLastRunTs
           if jobControlRecord not = jpCurrentImage
              move "record changed since COMPARE" to jpResultText
           end-if
           move jpBeforeImage to jobControlRecord.
      *
       6900-write-apply-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "APPLIED: "       delimited by size
                 appliedCount       delimited by size
                 "  REJECTED: "     delimited by size
                 rejectCount        delimited by size
                 "  NOT APPROVED: " delimited by size
                 notApprovedCount   delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           if rejectCount > zero
              move 4 to return-code
           end-if.
      *
       8500-write-change-history.
      *   one change-history line per applied line, in jobmaint's
      *   shape, so the promotion is on the same maintenance trail
      *   as a hand-keyed change. a failure writing history is
      *   shouted about but does not undo the change it describes.
           accept chgDateNum from date yyyymmdd
           accept chgTimeNum from time
           move spaces to chgTimestamp
           string chgDateText(1:4) delimited by size
                 "-"               delimited by size
                 chgDateText(5:2)  delimited by size
                 "-"               delimited by size
                 chgDateText(7:2)  delimited by size
                 " "               delimited by size
                 chgTimeText(1:2)  delimited by size
                 ":"               delimited by size
                 chgTimeText(3:2)  delimited by size
                 ":"               delimited by size
                 chgTimeText(5:2)  delimited by size
                 into chgTimestamp
           end-string
           move "JOBPROMO"     to chgProgram
           move jpOperatorId   to chgOperatorId
           move pdAction       to chgAction
           move jobCtlJobId    to chgKeyId
           move jpBeforeImage  to chgBeforeImage
           move jpAfterImage   to chgAfterImage
           move "J"            to chgFileCode
           open extend changeHistFile
           if chgHistStatus not = "00"
              open output changeHistFile
           end-if
           if chgHistStatus = "00"
              write changeRecord
              close changeHistFile
           else
              move "jobpromo: change history open failed" to msgText
              display msgText
           end-if.
