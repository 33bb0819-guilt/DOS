      * MicroFocus Object Cobol utility - schedule consistency audit
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. schdaudt.
      *
      *   checks the JOB-CONTROL-FILE against the files it leans on
      *   before the night starts, so the mistakes that otherwise
      *   only show when the stream falls over are found while there
      *   is still time to fix them. parm on the command line:
      *
      *       [streamcode|NONE]
      *
      *   a stream code audits just the control records filed under
      *   that stream, NONE just the unassigned stream, and no parm
      *   at all every record on file - the same scoping strmdisp
      *   dispatches with. a predecessor is looked for across the
      *   whole file either way. every finding goes on SCHDAUDT-RPT
      *   with its severity:
      *
      *     SEVERE   PRED NOT ON FILE    jobCtlPredJobId names a job
      *                                  that is not on the file
      *     SEVERE   CIRCULAR CHAIN      the predecessor chain from
      *                                  the job never ends
      *     SEVERE   NO MONTH-END DATE   an "M" job, and no date this
      *                                  month or next is marked
      *                                  month-end on CALENDAR-FILE
      *     SEVERE   WINDOW BEFORE PRED  the job's schedule window
      *                                  closes before its
      *                                  predecessor's opens
      *     WARNING  NO DEPT-XREF LINE   no DEPT-XREF line - the job
      *                                  bills to UNASGN
      *     WARNING  CHANGER NOT ON FILE the operator who last changed
      *                                  the record (CHANGE-HISTORY)
      *                                  is not on OPERATOR-FILE
      *     WARNING  CHANGER EXPIRED     that operator's access has
      *                                  expired
      *
      *   a disabled job cannot fall over tonight, so its findings
      *   are reported as warnings whatever they are. a window that
      *   runs past midnight, on either job, is not compared - there
      *   is no single "before" to hold it to. return code 8 on any
      *   severe finding, 4 on warnings only, 0 on a clean schedule.
      *   the counts and the return code are also left on
      *   SCHED-AUDIT-STATUS (see SASTREC.CPY) for strmdisp AUDIT.
      *   both files carry the stream label on the end of the name -
      *   SCHDAUDT-RPT-PAYROLL, SCHED-AUDIT-STATUS-ALL,
      *   SCHDAUDT-RPT-NONE - so streams audited side by side each
      *   keep their own report and their own answer.
      *
       environment division.
       input-output section.
       file-control.
           select jobControlFile assign "JOB-CONTROL-FILE"
                  organization indexed
                  access mode dynamic
                  record key is jobCtlJobId
                  file status is jobCtlFileStatus.
           select calendarFile assign "CALENDAR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is calDate
                  file status is calFileStatus.
           select deptXrefFile assign "DEPT-XREF"
                  organization line sequential
                  file status is deptFileStatus.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is operId
                  file status is operFileStatus.
           select changeHistFile assign "CHANGE-HISTORY"
                  organization line sequential
                  file status is chgFileStatus.
           select reportFile assign saReportName
                  organization line sequential
                  file status is reportFileStatus.
           select statusFile assign saStatusName
                  organization line sequential
                  file status is statusFileStatus.
      *
       data division.
       file section.
       fd  jobControlFile
           label records are standard.
           copy "JOBCTL.CPY".
       fd  calendarFile
           label records are standard.
           copy "CALREC.CPY".
       fd  deptXrefFile
           label records are standard.
           copy "DEPTREC.CPY".
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
       fd  changeHistFile
           label records are standard.
           copy "CHGREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
       fd  statusFile
           label records are standard.
           copy "SASTREC.CPY".
      *
       working-storage section.
         01 jobCtlFileStatus  pic x(02).
         01 calFileStatus     pic x(02).
         01 deptFileStatus    pic x(02).
         01 operFileStatus    pic x(02).
         01 chgFileStatus     pic x(02).
         01 reportFileStatus  pic x(02).
         01 statusFileStatus  pic x(02).
         01 jobCtlEofFlag     pic x(01) value "N".
            88 jobCtlEof      value "Y".
         01 calEofFlag        pic x(01) value "N".
            88 calEof         value "Y".
         01 deptEofFlag       pic x(01) value "N".
            88 deptEof        value "Y".
         01 chgEofFlag        pic x(01) value "N".
            88 chgEof         value "Y".
         01 saParmLine        pic x(80).
         01 saStreamParm      pic x(08).
         01 saAllStreamsFlag  pic x(01) value "Y".
            88 saAllStreams   value "Y".
         01 saStreamLabel     pic x(08).
         01 saReportName      pic x(28).
         01 saStatusName      pic x(28).
         01 msgText           pic x(60).
         01 todayDate         pic 9(08).
         01 todayDateText redefines todayDate pic x(08).
         01 nowTime           pic 9(08).
         01 nowTimeText redefines nowTime pic x(08).
         01 runStamp          pic x(19).
      *   the two months an "M" job has to find a month-end in: the
      *   one it is in now and the one coming. the calendar is read
      *   from the first of this month through the last of the
      *   next, found by stepping back a day from the first of the
      *   month after.
         01 curMonthFirst     pic 9(08).
         01 curMonthParts redefines curMonthFirst.
            05 curMonthYear   pic 9(04).
            05 curMonthNum    pic 9(02).
            05 curMonthDay    pic 9(02).
         01 curMonthText redefines curMonthFirst pic x(08).
         01 nextMonthFirst    pic 9(08).
         01 nextMonthParts redefines nextMonthFirst.
            05 nextMonthYear  pic 9(04).
            05 nextMonthNum   pic 9(02).
            05 nextMonthDay   pic 9(02).
         01 nextMonthText redefines nextMonthFirst pic x(08).
         01 afterMonthFirst   pic 9(08).
         01 afterMonthParts redefines afterMonthFirst.
            05 afterMonthYear pic 9(04).
            05 afterMonthNum  pic 9(02).
            05 afterMonthDay  pic 9(02).
         01 nextMonthLast     pic 9(08).
         01 nextMonthLastText redefines nextMonthLast pic x(08).
         01 monthLastInt      pic 9(08) comp-5.
         01 curMonthEndFlag   pic x(01) value "N".
            88 curMonthEndFound  value "Y".
         01 nextMonthEndFlag  pic x(01) value "N".
            88 nextMonthEndFound value "Y".
         01 deptReadyFlag     pic x(01) value "N".
            88 deptReady      value "Y".
         01 operReadyFlag     pic x(01) value "N".
            88 operReady      value "Y".
         01 chgLineFileCode   pic x(01).
      *   the whole control file, in key order - every record is
      *   needed to look predecessors up, whether it is in the
      *   audited stream or not.
         01 jobTableMax       pic 9(04) comp-5 value 200.
         01 jobCount          pic 9(04) comp-5 value 0.
         01 jobIdx            pic 9(04) comp-5.
         01 scanIdx           pic 9(04) comp-5.
         01 chainIdx          pic 9(04) comp-5.
         01 chainHops         pic 9(04) comp-5.
         01 predFoundIdx      pic 9(04) comp-5.
         01 predScanId        pic x(08).
         01 droppedJobCount   pic 9(06) value 0.
         01 jobTable.
            05 jobEntry occurs 200 times.
               10 saJobId         pic x(08).
               10 saPredJobId     pic x(08).
               10 saEnabledFlag   pic x(01).
               10 saRunFreq       pic x(01).
               10 saSchedStart    pic x(04).
               10 saSchedEnd      pic x(04).
               10 saStreamCode    pic x(08).
               10 saInScopeFlag   pic x(01).
                  88 saInScope    value "Y".
               10 saDeptFlag      pic x(01).
                  88 saDeptFound  value "Y".
               10 saLastChgOper   pic x(08).
               10 saLastChgTs     pic x(19).
         01 predStartHhmm     pic 9(04).
         01 predEndHhmm       pic 9(04).
         01 jobStartHhmm      pic 9(04).
         01 jobEndHhmm        pic 9(04).
      *   the finding being reported - 5000-write-finding takes it
      *   from here, demoting it for a disabled job.
         01 findSeverity      pic x(08).
         01 findCode          pic x(20).
         01 findDetail        pic x(60).
         01 auditedCount      pic 9(06) value 0.
         01 severeCount       pic 9(06) value 0.
         01 warningCount      pic 9(06) value 0.
         01 headingLine.
            05 filler        pic x(09) value "SEVERITY".
            05 filler        pic x(10) value "JOB-ID".
            05 filler        pic x(10) value "STREAM".
            05 filler        pic x(21) value "FINDING".
            05 filler        pic x(60) value "DETAIL".
         01 detailLine.
            05 dlSeverity    pic x(08).
            05 filler        pic x(01) value space.
            05 dlJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlStream      pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlFinding     pic x(20).
            05 filler        pic x(01) value space.
            05 dlDetail      pic x(60).
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 1500-open-report.
           perform 2000-load-control-table.
           perform 2500-load-month-ends.
           perform 3000-load-dept-xref.
           perform 3500-load-change-history.
           perform 3800-open-operator-file.
           perform 4000-audit-one-job
              varying jobIdx from 1 by 1
              until jobIdx > jobCount.
           if operReady
              close operatorFile
           end-if
           perform 7000-write-summary.
           perform 7500-write-status.
           close reportFile.
           go to 9999-exit.
      *
       1000-get-parm.
           accept todayDate from date yyyymmdd
           accept nowTime from time
           move spaces to runStamp
           string todayDateText(1:4) delimited by size
                 "-"                 delimited by size
                 todayDateText(5:2)  delimited by size
                 "-"                 delimited by size
                 todayDateText(7:2)  delimited by size
                 " "                 delimited by size
                 nowTimeText(1:2)    delimited by size
                 ":"                 delimited by size
                 nowTimeText(3:2)    delimited by size
                 ":"                 delimited by size
                 nowTimeText(5:2)    delimited by size
                 into runStamp
           end-string
           move spaces to saParmLine
           move spaces to saStreamParm
           accept saParmLine from command-line
           unstring saParmLine delimited by all spaces
                into saStreamParm
           end-unstring
           if saStreamParm = spaces
              move "Y" to saAllStreamsFlag
              move "ALL" to saStreamLabel
           else
              move "N" to saAllStreamsFlag
              move saStreamParm to saStreamLabel
              if saStreamParm = "NONE"
                 move spaces to saStreamParm
              end-if
           end-if
           move spaces to saReportName
           string "SCHDAUDT-RPT-"  delimited by size
                 saStreamLabel     delimited by space
                 into saReportName
           end-string
           move spaces to saStatusName
           string "SCHED-AUDIT-STATUS-" delimited by size
                 saStreamLabel          delimited by space
                 into saStatusName
           end-string.
      *
       1500-open-report.
           open output reportFile
           if reportFileStatus not = "00"
              move spaces to msgText
              string "schdaudt: "     delimited by size
                    saReportName      delimited by space
                    " open failed"    delimited by size
                    into msgText
              end-string
              move 16 to return-code
              display msgText
              perform 7500-write-status
              go to 9999-exit
           end-if
           move spaces to summaryLine
           string "SCHEDULE CONSISTENCY AUDIT - RUN DATE "
                                delimited by size
                 todayDate      delimited by size
                 "  STREAM "    delimited by size
                 saStreamLabel  delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           move spaces to reportRecord
           write reportRecord
           write reportRecord from headingLine.
      *
       2000-load-control-table.
           open input jobControlFile
           if jobCtlFileStatus not = "00"
              move "schdaudt: JOB-CONTROL-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              write reportRecord from msgText
              close reportFile
              perform 7500-write-status
              go to 9999-exit
           end-if
           perform 2200-load-one-record
              until jobCtlEof
           close jobControlFile
      *   a roster too big for the table cannot be audited whole -
      *   a predecessor past the end would read as not on file.
           if droppedJobCount > zero
              move "SEVERE"           to findSeverity
              move "TABLE FULL"       to findCode
              move spaces             to findDetail
              string "control records not audited: " delimited by size
                    droppedJobCount   delimited by size
                    into findDetail
              end-string
              perform 5100-write-file-finding
           end-if.
      *
       2200-load-one-record.
           read jobControlFile next record
              at end move "Y" to jobCtlEofFlag
              not at end
                 if jobCount < jobTableMax
                    add 1 to jobCount
                    move jobCtlJobId       to saJobId(jobCount)
                    move jobCtlPredJobId   to saPredJobId(jobCount)
                    move jobCtlEnabledFlag to saEnabledFlag(jobCount)
                    move jobCtlRunFreq     to saRunFreq(jobCount)
                    move jobCtlSchedStart  to saSchedStart(jobCount)
                    move jobCtlSchedEnd    to saSchedEnd(jobCount)
                    move jobCtlStreamCode  to saStreamCode(jobCount)
                    move "N"    to saDeptFlag(jobCount)
                    move spaces to saLastChgOper(jobCount)
                    move spaces to saLastChgTs(jobCount)
                    if saAllStreams
                          or jobCtlStreamCode = saStreamParm
                       move "Y" to saInScopeFlag(jobCount)
                       add 1 to auditedCount
                    else
                       move "N" to saInScopeFlag(jobCount)
                    end-if
                 else
                    add 1 to droppedJobCount
                 end-if
           end-read.
      *
       2500-load-month-ends.
      *   a calendar that is simply not there (35) marks no dates at
      *   all, so every "M" job is reported; one that is there but
      *   cannot be read is a finding of its own.
           move todayDate to curMonthFirst
           move 1 to curMonthDay
           move curMonthFirst to nextMonthFirst
           if nextMonthNum = 12
              add 1 to nextMonthYear
              move 1 to nextMonthNum
           else
              add 1 to nextMonthNum
           end-if
           move nextMonthFirst to afterMonthFirst
           if afterMonthNum = 12
              add 1 to afterMonthYear
              move 1 to afterMonthNum
           else
              add 1 to afterMonthNum
           end-if
           compute monthLastInt =
                   function integer-of-date(afterMonthFirst) - 1
           compute nextMonthLast =
                   function date-of-integer(monthLastInt)
           open input calendarFile
           evaluate calFileStatus
              when "00"
                 move curMonthText to calDate
                 start calendarFile key is not less than calDate
                    invalid key move "Y" to calEofFlag
                 end-start
                 perform 2600-read-one-date
                    until calEof
                 close calendarFile
              when "35"
                 continue
              when other
                 move "SEVERE"            to findSeverity
                 move "CALENDAR UNREADABLE" to findCode
                 move spaces              to findDetail
                 string "CALENDAR-FILE open status " delimited by size
                       calFileStatus      delimited by size
                       into findDetail
                 end-string
                 perform 5100-write-file-finding
           end-evaluate.
      *
       2600-read-one-date.
           read calendarFile next record
              at end move "Y" to calEofFlag
              not at end
                 if calDate > nextMonthLastText
                    move "Y" to calEofFlag
                 else
                    if calMonthEnd
                       if calDate(1:6) = curMonthText(1:6)
                          move "Y" to curMonthEndFlag
                       end-if
                       if calDate(1:6) = nextMonthText(1:6)
                          move "Y" to nextMonthEndFlag
                       end-if
                    end-if
                 end-if
           end-read.
      *
       3000-load-dept-xref.
      *   each DEPT-XREF line ticks off the job it names. no file at
      *   all would put every job on the report - one warning that
      *   the file is missing says the same thing once.
           open input deptXrefFile
           if deptFileStatus = "00"
              move "Y" to deptReadyFlag
              perform 3100-read-one-xref
                 until deptEof
              close deptXrefFile
           else
              move "WARNING"           to findSeverity
              move "DEPT-XREF MISSING" to findCode
              move spaces              to findDetail
              string "DEPT-XREF open status " delimited by size
                    deptFileStatus     delimited by size
                    " - every job bills to UNASGN" delimited by size
                    into findDetail
              end-string
              perform 5100-write-file-finding
           end-if.
      *
       3100-read-one-xref.
           read deptXrefFile
              at end move "Y" to deptEofFlag
              not at end
                 move deptJobId to predScanId
                 perform 4800-find-job-entry
                 if predFoundIdx > zero
                    move "Y" to saDeptFlag(predFoundIdx)
                 end-if
           end-read.
      *
       3500-load-change-history.
      *   the history is in the order it was written, so the last
      *   control-file line for a job is the latest change to it. a
      *   job with no line at all was keyed before the history was
      *   kept and has no changer to check.
           open input changeHistFile
           if chgFileStatus = "00"
              perform 3600-read-one-change
                 until chgEof
              close changeHistFile
           end-if.
      *
       3600-read-one-change.
      *   lines cut before chgFileCode existed are known by the
      *   program that wrote them, as chgback classifies them.
           read changeHistFile
              at end move "Y" to chgEofFlag
              not at end
                 move chgFileCode to chgLineFileCode
                 if chgLineFileCode = space
                       and chgProgram = "JOBMAINT"
                    move "J" to chgLineFileCode
                 end-if
                 if chgLineFileCode = "J"
                    move chgKeyId to predScanId
                    perform 4800-find-job-entry
                    if predFoundIdx > zero
                       move chgOperatorId
                         to saLastChgOper(predFoundIdx)
                       move chgTimestamp
                         to saLastChgTs(predFoundIdx)
                    end-if
                 end-if
           end-read.
      *
       3800-open-operator-file.
           open input operatorFile
           if operFileStatus = "00"
              move "Y" to operReadyFlag
           else
              move "WARNING"           to findSeverity
              move "OPERATORS MISSING" to findCode
              move spaces              to findDetail
              string "OPERATOR-FILE open status " delimited by size
                    operFileStatus     delimited by size
                    " - changers not checked" delimited by size
                    into findDetail
              end-string
              perform 5100-write-file-finding
           end-if.
      *
       4000-audit-one-job.
           if saInScope(jobIdx)
              perform 4100-check-predecessor
              perform 4300-check-month-end
              if deptReady and not saDeptFound(jobIdx)
                 move "WARNING"           to findSeverity
                 move "NO DEPT-XREF LINE" to findCode
                 move "bills to UNASGN"   to findDetail
                 perform 5000-write-finding
              end-if
              if operReady and saLastChgOper(jobIdx) not = spaces
                 perform 4500-check-last-changer
              end-if
           end-if.
      *
       4100-check-predecessor.
           move saPredJobId(jobIdx) to predScanId
           if predScanId not = spaces and predScanId not = low-values
              perform 4800-find-job-entry
              if predFoundIdx = zero
                 move "SEVERE"           to findSeverity
                 move "PRED NOT ON FILE" to findCode
                 move spaces             to findDetail
                 string "predecessor "   delimited by size
                       predScanId        delimited by space
                       " is not on JOB-CONTROL-FILE"
                                         delimited by size
                       into findDetail
                 end-string
                 perform 5000-write-finding
              else
                 perform 4400-check-windows
                 perform 4200-walk-chain
              end-if
           end-if.
      *
       4200-walk-chain.
      *   the same walk strmdisp makes before it dispatches: a chain
      *   can never be longer than the roster, so more hops than
      *   jobs means it has come round on itself.
           move jobIdx to chainIdx
           move zero to chainHops
           perform 4250-follow-chain-link
              until chainIdx = zero or chainHops > jobCount
           if chainHops > jobCount
              move "SEVERE"         to findSeverity
              move "CIRCULAR CHAIN" to findCode
              move "predecessor chain from this job never ends"
                to findDetail
              perform 5000-write-finding
           end-if.
      *
       4250-follow-chain-link.
           move saPredJobId(chainIdx) to predScanId
           if predScanId = spaces or predScanId = low-values
              move zero to chainIdx
           else
              perform 4800-find-job-entry
              move predFoundIdx to chainIdx
              add 1 to chainHops
           end-if.
      *
       4300-check-month-end.
           if saRunFreq(jobIdx) = "M"
              if not curMonthEndFound
                 move "SEVERE"            to findSeverity
                 move "NO MONTH-END DATE" to findCode
                 move spaces              to findDetail
                 string "no month-end marked on CALENDAR-FILE for "
                                          delimited by size
                       curMonthText(1:6)  delimited by size
                       into findDetail
                 end-string
                 perform 5000-write-finding
              end-if
              if not nextMonthEndFound
                 move "SEVERE"            to findSeverity
                 move "NO MONTH-END DATE" to findCode
                 move spaces              to findDetail
                 string "no month-end marked on CALENDAR-FILE for "
                                          delimited by size
                       nextMonthText(1:6) delimited by size
                       into findDetail
                 end-string
                 perform 5000-write-finding
              end-if
           end-if.
      *
       4400-check-windows.
      *   predFoundIdx is the predecessor's entry. only two
      *   well-formed daytime windows are compared - a blank window
      *   means any time, and one that wraps past midnight has no
      *   single start and end to weigh against the other.
           if saSchedStart(jobIdx) numeric
                 and saSchedEnd(jobIdx) numeric
                 and saSchedStart(predFoundIdx) numeric
                 and saSchedEnd(predFoundIdx) numeric
              move saSchedStart(jobIdx)       to jobStartHhmm
              move saSchedEnd(jobIdx)         to jobEndHhmm
              move saSchedStart(predFoundIdx) to predStartHhmm
              move saSchedEnd(predFoundIdx)   to predEndHhmm
              if jobStartHhmm <= jobEndHhmm
                    and predStartHhmm <= predEndHhmm
                    and jobEndHhmm < predStartHhmm
                 move "SEVERE"             to findSeverity
                 move "WINDOW BEFORE PRED" to findCode
                 move spaces               to findDetail
                 string "window closes "   delimited by size
                       saSchedEnd(jobIdx)  delimited by size
                       ", predecessor "    delimited by size
                       saJobId(predFoundIdx) delimited by space
                       " opens "           delimited by size
                       saSchedStart(predFoundIdx) delimited by size
                       into findDetail
                 end-string
                 perform 5000-write-finding
              end-if
           end-if.
      *
       4500-check-last-changer.
           move saLastChgOper(jobIdx) to operId
           read operatorFile
              invalid key
                 move "WARNING"             to findSeverity
                 move "CHANGER NOT ON FILE" to findCode
                 move spaces                to findDetail
                 string "last changed by "  delimited by size
                       saLastChgOper(jobIdx) delimited by space
                       " "                  delimited by size
                       saLastChgTs(jobIdx)  delimited by size
                       into findDetail
                 end-string
                 perform 5000-write-finding
              not invalid key
                 if operExpiryDate not = spaces
                       and operExpiryDate < todayDateText
                    move "WARNING"         to findSeverity
                    move "CHANGER EXPIRED" to findCode
                    move spaces            to findDetail
                    string "last changed by " delimited by size
                          saLastChgOper(jobIdx) delimited by space
                          ", expired "        delimited by size
                          operExpiryDate      delimited by size
                          into findDetail
                    end-string
                    perform 5000-write-finding
                 end-if
           end-read.
      *
       4800-find-job-entry.
           move zero to predFoundIdx
           perform 4900-match-job-entry
              varying scanIdx from 1 by 1
              until scanIdx > jobCount or predFoundIdx > zero.
      *
       4900-match-job-entry.
           if saJobId(scanIdx) = predScanId
              move scanIdx to predFoundIdx
           end-if.
      *
       5000-write-finding.
      *   a finding against the job at jobIdx.
           if saEnabledFlag(jobIdx) not = "Y"
              move "WARNING" to findSeverity
           end-if
           move spaces           to detailLine
           move findSeverity     to dlSeverity
           move saJobId(jobIdx)  to dlJobId
           if saStreamCode(jobIdx) = spaces
              move "(NONE)" to dlStream
           else
              move saStreamCode(jobIdx) to dlStream
           end-if
           move findCode         to dlFinding
           move findDetail       to dlDetail
           perform 5200-count-and-write.
      *
       5100-write-file-finding.
      *   a finding against a whole file rather than one job.
           move spaces           to detailLine
           move findSeverity     to dlSeverity
           move findCode         to dlFinding
           move findDetail       to dlDetail
           perform 5200-count-and-write.
      *
       5200-count-and-write.
           if findSeverity = "SEVERE"
              add 1 to severeCount
           else
              add 1 to warningCount
           end-if
           write reportRecord from detailLine.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "JOBS AUDITED: "  delimited by size
                 auditedCount       delimited by size
                 "  SEVERE: "       delimited by size
                 severeCount        delimited by size
                 "  WARNINGS: "     delimited by size
                 warningCount       delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           evaluate true
              when severeCount > zero
                 move 8 to return-code
              when warningCount > zero
                 move 4 to return-code
           end-evaluate.
      *
       7500-write-status.
      *   written on the way out whatever happened, so strmdisp
      *   never reads an earlier run's answer as this one's.
           open output statusFile
           if statusFileStatus = "00"
              move runStamp      to sasRunTs
              move saStreamLabel to sasStreamLabel
              move auditedCount  to sasJobCount
              move severeCount   to sasSevereCount
              move warningCount  to sasWarningCount
              move return-code   to sasReturnCode
              write schedAuditStatus
              close statusFile
           else
              move spaces to msgText
              string "schdaudt: "     delimited by size
                    saStatusName      delimited by space
                    " open failed"    delimited by size
                    into msgText
              end-string
              move 16 to return-code
              display msgText
           end-if.
      *
       9999-exit.
           goback.
