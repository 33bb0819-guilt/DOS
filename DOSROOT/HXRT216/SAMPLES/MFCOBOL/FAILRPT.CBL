      * MicroFocus Object Cobol utility - monthly failure analysis
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. failrpt.
      *
      *   the month's failures, for problem management to go after
      *   root causes instead of re-acking the same failures every
      *   morning. reads the EXCEPTION-HIST trail excpoper ACK moves
      *   worked exceptions to, and the still-open exceptions on
      *   EXCEPTION-FILE, for every exception cut in the month, and
      *   reports on FAILRPT-RPT:
      *
      *       failures by job, and the days each job failed on - a
      *       job failing on repeatThreshold days or more of the
      *       month is flagged a REPEAT OFFENDER
      *       failures by excpResource (console write, audit open,
      *       restart open, banner fallback ...)
      *       per acknowledging operator, exceptions acked and the
      *       average and worst time from failure to ACK
      *
      *   parm on the command line:
      *
      *       yyyymm
      *
      *   an exception still open is a failure like any other, but
      *   has no time-to-acknowledge yet, nor has one acked before
      *   excpoper kept the time of the ACK - both are counted as
      *   failures and left out of the operator timings, which say
      *   how many acks they were measured over.
      *
       environment division.
       input-output section.
       file-control.
           select excpHistFile assign "EXCEPTION-HIST"
                  organization line sequential
                  file status is excpHistStatus.
           select exceptionFile assign "EXCEPTION-FILE"
                  organization line sequential
                  file status is excpFileStatus.
           select reportFile assign "FAILRPT-RPT"
                  organization line sequential
                  file status is reportFileStatus.
      *
       data division.
       file section.
       fd  excpHistFile
           label records are standard.
           copy "EXCHREC.CPY".
       fd  exceptionFile
           label records are standard.
           copy "EXCPREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
      *
       working-storage section.
         01 excpHistStatus    pic x(02).
         01 excpFileStatus    pic x(02).
         01 reportFileStatus  pic x(02).
         01 excpHistEofFlag   pic x(01) value "N".
            88 excpHistEof    value "Y".
         01 excpEofFlag       pic x(01) value "N".
            88 excpEof        value "Y".
         01 frParmLine        pic x(80).
         01 frMonthToken      pic x(06).
         01 msgText           pic x(60).
      *   distinct failing days that make a job a repeat offender.
         01 repeatThreshold   pic 9(02) value 3.
      *   the exception being posted, from whichever file it came
      *   off - the ack fields are spaces for an open one.
         01 postJobId         pic x(08).
         01 postTimestamp     pic x(19).
         01 postReturnCode    pic 9(04).
         01 postResource      pic x(16).
         01 postAckOperId     pic x(08).
         01 postAckTimestamp  pic x(19).
         01 postDay           pic 9(02).
         01 totalFailCount    pic 9(06) value 0.
         01 openFailCount     pic 9(06) value 0.
         01 repeatCount       pic 9(06) value 0.
      *   minutes since 1601-01-01 of the failure and of its ACK,
      *   for time-to-acknowledge across midnights and month ends.
         01 tsWorkDate        pic 9(08).
         01 tsWorkText        pic x(19).
         01 tsMinutes         pic 9(12) comp-5.
         01 failMinutes       pic 9(12) comp-5.
         01 ackMinutes        pic 9(12) comp-5.
         01 waitMinutes       pic 9(09) comp-5.
         01 jobTableMax       pic 9(04) comp-5 value 200.
         01 jobCount          pic 9(04) comp-5 value 0.
         01 jobIdx            pic 9(04) comp-5.
         01 jobFoundIdx       pic 9(04) comp-5.
         01 droppedJobCount   pic 9(06) value 0.
      *   a day map per job and per resource - one byte per day of
      *   the month, "Y" once anything failed that day.
         01 failJobTable.
            05 failJobEntry occurs 200 times.
               10 fjJobId        pic x(08).
               10 fjFailCount    pic 9(06) comp-5.
               10 fjOpenCount    pic 9(06) comp-5.
               10 fjWorstRc      pic 9(04).
               10 fjLastFailTs   pic x(19).
               10 fjDayMap       pic x(31).
               10 fjDayCount     pic 9(02) comp-5.
         01 resTableMax       pic 9(04) comp-5 value 50.
         01 resCount          pic 9(04) comp-5 value 0.
         01 resIdx            pic 9(04) comp-5.
         01 resFoundIdx       pic 9(04) comp-5.
         01 droppedResCount   pic 9(06) value 0.
         01 failResTable.
            05 failResEntry occurs 50 times.
               10 rsResource     pic x(16).
               10 rsFailCount    pic 9(06) comp-5.
               10 rsDayMap       pic x(31).
               10 rsDayCount     pic 9(02) comp-5.
         01 opTableMax        pic 9(04) comp-5 value 100.
         01 opCount           pic 9(04) comp-5 value 0.
         01 opIdx             pic 9(04) comp-5.
         01 opFoundIdx        pic 9(04) comp-5.
         01 droppedOpCount    pic 9(06) value 0.
         01 ackOperTable.
            05 ackOperEntry occurs 100 times.
               10 aoOperId       pic x(08).
               10 aoAckCount     pic 9(06) comp-5.
               10 aoTimedCount   pic 9(06) comp-5.
               10 aoTotalMinutes pic 9(12) comp-5.
               10 aoWorstMinutes pic 9(09) comp-5.
         01 avgMinutes        pic 9(09) comp-5.
         01 jobHeading.
            05 filler        pic x(10) value "JOB ID".
            05 filler        pic x(10) value "FAILURES".
            05 filler        pic x(08) value "OPEN".
            05 filler        pic x(08) value "DAYS".
            05 filler        pic x(09) value "WORST RC".
            05 filler        pic x(21) value "LAST FAILURE".
            05 filler        pic x(16) value "FLAG".
         01 jobDetail.
            05 jdJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 jdFailCount   pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 jdOpenCount   pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 jdDayCount    pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 jdWorstRc     pic z(06)9.
            05 filler        pic x(02) value spaces.
            05 jdLastFailTs  pic x(19).
            05 filler        pic x(02) value spaces.
            05 jdFlag        pic x(16).
         01 resHeading.
            05 filler        pic x(18) value "RESOURCE".
            05 filler        pic x(10) value "FAILURES".
            05 filler        pic x(08) value "DAYS".
         01 resDetail.
            05 rdResource    pic x(16).
            05 filler        pic x(02) value spaces.
            05 rdFailCount   pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 rdDayCount    pic z(05)9.
         01 opHeading.
            05 filler        pic x(10) value "OPERATOR".
            05 filler        pic x(08) value "ACKS".
            05 filler        pic x(08) value "TIMED".
            05 filler        pic x(14) value "AVG MINUTES".
            05 filler        pic x(14) value "WORST MINUTES".
         01 opDetail.
            05 odOperId      pic x(08).
            05 filler        pic x(02) value spaces.
            05 odAckCount    pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 odTimedCount  pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 odAvgMinutes  pic z(08)9.
            05 filler        pic x(05) value spaces.
            05 odWorstMinutes pic z(08)9.
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 2000-open-report.
           perform 3000-read-history.
           perform 3500-read-open-queue.
           perform 5000-write-by-job.
           perform 5500-write-by-resource.
           perform 6000-write-by-operator.
           perform 7000-write-summary.
           close reportFile.
           go to 9999-exit.
      *
       1000-get-parm.
           move spaces to frParmLine
           move spaces to frMonthToken
           accept frParmLine from command-line
           unstring frParmLine delimited by all spaces
                into frMonthToken
           end-unstring
           if frMonthToken not numeric
                 or frMonthToken(5:2) < "01"
                 or frMonthToken(5:2) > "12"
              move "failrpt: parm must be yyyymm" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if.
      *
       2000-open-report.
           open output reportFile
           if reportFileStatus not = "00"
              move "failrpt: FAILRPT-RPT open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move spaces to summaryLine
           string "MONTHLY FAILURE ANALYSIS - " delimited by size
                 frMonthToken                  delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           move spaces to reportRecord
           write reportRecord.
      *
       3000-read-history.
      *   no history yet is a month nobody has acked anything in.
           open input excpHistFile
           if excpHistStatus = "00"
              perform 3100-read-one-history
                 until excpHistEof
              close excpHistFile
           end-if.
      *
       3100-read-one-history.
           read excpHistFile
              at end move "Y" to excpHistEofFlag
              not at end
                 if exchTimestamp(1:4) = frMonthToken(1:4)
                       and exchTimestamp(6:2) = frMonthToken(5:2)
                    move exchJobId        to postJobId
                    move exchTimestamp    to postTimestamp
                    move exchReturnCode   to postReturnCode
                    move exchResource     to postResource
                    move exchAckOperId    to postAckOperId
                    move exchAckTimestamp to postAckTimestamp
                    perform 4000-post-exception
                 end-if
           end-read.
      *
       3500-read-open-queue.
      *   whatever is still on the queue has not been acked - a
      *   failure all the same.
           open input exceptionFile
           if excpFileStatus = "00"
              perform 3600-read-one-open
                 until excpEof
              close exceptionFile
           end-if.
      *
       3600-read-one-open.
           read exceptionFile
              at end move "Y" to excpEofFlag
              not at end
                 if excpOpen
                       and excpTimestamp(1:4) = frMonthToken(1:4)
                       and excpTimestamp(6:2) = frMonthToken(5:2)
                    move excpJobId      to postJobId
                    move excpTimestamp  to postTimestamp
                    move excpReturnCode to postReturnCode
                    move excpResource   to postResource
                    move spaces         to postAckOperId
                    move spaces         to postAckTimestamp
                    add 1 to openFailCount
                    perform 4000-post-exception
                 end-if
           end-read.
      *
       4000-post-exception.
           add 1 to totalFailCount
           move postTimestamp(9:2) to postDay
           perform 4100-post-to-job
           perform 4300-post-to-resource
           if postAckOperId not = spaces
              perform 4500-post-to-operator
           end-if.
      *
       4100-post-to-job.
           move zero to jobFoundIdx
           perform 4150-match-job
              varying jobIdx from 1 by 1
              until jobIdx > jobCount or jobFoundIdx > zero
           if jobFoundIdx = zero
              if jobCount < jobTableMax
                 add 1 to jobCount
                 move jobCount to jobFoundIdx
                 move postJobId to fjJobId(jobFoundIdx)
                 move zero   to fjFailCount(jobFoundIdx)
                 move zero   to fjOpenCount(jobFoundIdx)
                 move zero   to fjWorstRc(jobFoundIdx)
                 move spaces to fjLastFailTs(jobFoundIdx)
                 move spaces to fjDayMap(jobFoundIdx)
                 move zero   to fjDayCount(jobFoundIdx)
              else
      *          sized for the whole roster - if it ever fills, say
      *          so rather than quietly understate the month.
                 add 1 to droppedJobCount
              end-if
           end-if
           if jobFoundIdx > zero
              add 1 to fjFailCount(jobFoundIdx)
              if postAckOperId = spaces
                 add 1 to fjOpenCount(jobFoundIdx)
              end-if
              if postReturnCode > fjWorstRc(jobFoundIdx)
                 move postReturnCode to fjWorstRc(jobFoundIdx)
              end-if
              if postTimestamp > fjLastFailTs(jobFoundIdx)
                    or fjLastFailTs(jobFoundIdx) = spaces
                 move postTimestamp to fjLastFailTs(jobFoundIdx)
              end-if
              if fjDayMap(jobFoundIdx)(postDay:1) not = "Y"
                 move "Y" to fjDayMap(jobFoundIdx)(postDay:1)
                 add 1 to fjDayCount(jobFoundIdx)
              end-if
           end-if.
      *
       4150-match-job.
           if fjJobId(jobIdx) = postJobId
              move jobIdx to jobFoundIdx
           end-if.
      *
       4300-post-to-resource.
           move zero to resFoundIdx
           perform 4350-match-resource
              varying resIdx from 1 by 1
              until resIdx > resCount or resFoundIdx > zero
           if resFoundIdx = zero
              if resCount < resTableMax
                 add 1 to resCount
                 move resCount to resFoundIdx
                 move postResource to rsResource(resFoundIdx)
                 move zero   to rsFailCount(resFoundIdx)
                 move spaces to rsDayMap(resFoundIdx)
                 move zero   to rsDayCount(resFoundIdx)
              else
                 add 1 to droppedResCount
              end-if
           end-if
           if resFoundIdx > zero
              add 1 to rsFailCount(resFoundIdx)
              if rsDayMap(resFoundIdx)(postDay:1) not = "Y"
                 move "Y" to rsDayMap(resFoundIdx)(postDay:1)
                 add 1 to rsDayCount(resFoundIdx)
              end-if
           end-if.
      *
       4350-match-resource.
           if rsResource(resIdx) = postResource
              move resIdx to resFoundIdx
           end-if.
      *
       4500-post-to-operator.
           move zero to opFoundIdx
           perform 4550-match-operator
              varying opIdx from 1 by 1
              until opIdx > opCount or opFoundIdx > zero
           if opFoundIdx = zero
              if opCount < opTableMax
                 add 1 to opCount
                 move opCount to opFoundIdx
                 move postAckOperId to aoOperId(opFoundIdx)
                 move zero to aoAckCount(opFoundIdx)
                 move zero to aoTimedCount(opFoundIdx)
                 move zero to aoTotalMinutes(opFoundIdx)
                 move zero to aoWorstMinutes(opFoundIdx)
              else
                 add 1 to droppedOpCount
              end-if
           end-if
           if opFoundIdx > zero
              add 1 to aoAckCount(opFoundIdx)
              if postAckTimestamp not = spaces
                 move postTimestamp to tsWorkText
                 perform 4700-timestamp-to-minutes
                 move tsMinutes to failMinutes
                 move postAckTimestamp to tsWorkText
                 perform 4700-timestamp-to-minutes
                 move tsMinutes to ackMinutes
                 if ackMinutes > failMinutes
                    compute waitMinutes = ackMinutes - failMinutes
                 else
                    move zero to waitMinutes
                 end-if
                 add 1 to aoTimedCount(opFoundIdx)
                 add waitMinutes to aoTotalMinutes(opFoundIdx)
                 if waitMinutes > aoWorstMinutes(opFoundIdx)
                    move waitMinutes to aoWorstMinutes(opFoundIdx)
                 end-if
              end-if
           end-if.
      *
       4550-match-operator.
           if aoOperId(opIdx) = postAckOperId
              move opIdx to opFoundIdx
           end-if.
      *
       4700-timestamp-to-minutes.
      *   yyyy-mm-dd hh:mm:ss to whole minutes on the integer-of-date
      *   scale.
           compute tsWorkDate =
                   function numval(tsWorkText(1:4)) * 10000
                 + function numval(tsWorkText(6:2)) * 100
                 + function numval(tsWorkText(9:2))
           compute tsMinutes =
                   function integer-of-date(tsWorkDate) * 1440
                 + function numval(tsWorkText(12:2)) * 60
                 + function numval(tsWorkText(15:2)).
      *
       5000-write-by-job.
           move "FAILURES BY JOB" to reportRecord
           write reportRecord
           write reportRecord from jobHeading
           perform 5200-write-one-job
              varying jobIdx from 1 by 1
              until jobIdx > jobCount.
      *
       5200-write-one-job.
           move spaces to jobDetail
           move fjJobId(jobIdx)      to jdJobId
           move fjFailCount(jobIdx)  to jdFailCount
           move fjOpenCount(jobIdx)  to jdOpenCount
           move fjDayCount(jobIdx)   to jdDayCount
           move fjWorstRc(jobIdx)    to jdWorstRc
           move fjLastFailTs(jobIdx) to jdLastFailTs
           if fjDayCount(jobIdx) >= repeatThreshold
              move "REPEAT OFFENDER" to jdFlag
              add 1 to repeatCount
           end-if
           write reportRecord from jobDetail.
      *
       5500-write-by-resource.
           move spaces to reportRecord
           write reportRecord
           move "FAILURES BY RESOURCE" to reportRecord
           write reportRecord
           write reportRecord from resHeading
           perform 5600-write-one-resource
              varying resIdx from 1 by 1
              until resIdx > resCount.
      *
       5600-write-one-resource.
           move spaces to resDetail
           if rsResource(resIdx) = spaces
              move "(NOT RECORDED)" to rdResource
           else
              move rsResource(resIdx) to rdResource
           end-if
           move rsFailCount(resIdx) to rdFailCount
           move rsDayCount(resIdx)  to rdDayCount
           write reportRecord from resDetail.
      *
       6000-write-by-operator.
           move spaces to reportRecord
           write reportRecord
           move "TIME TO ACKNOWLEDGE BY OPERATOR" to reportRecord
           write reportRecord
           write reportRecord from opHeading
           perform 6200-write-one-operator
              varying opIdx from 1 by 1
              until opIdx > opCount.
      *
       6200-write-one-operator.
           move spaces to opDetail
           move aoOperId(opIdx)     to odOperId
           move aoAckCount(opIdx)   to odAckCount
           move aoTimedCount(opIdx) to odTimedCount
           if aoTimedCount(opIdx) > zero
              compute avgMinutes rounded =
                      aoTotalMinutes(opIdx) / aoTimedCount(opIdx)
           else
              move zero to avgMinutes
           end-if
           move avgMinutes            to odAvgMinutes
           move aoWorstMinutes(opIdx) to odWorstMinutes
           write reportRecord from opDetail.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "FAILURES: "        delimited by size
                 totalFailCount       delimited by size
                 "  STILL OPEN: "     delimited by size
                 openFailCount        delimited by size
                 "  REPEAT OFFENDERS: " delimited by size
                 repeatCount          delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           if droppedJobCount > zero or droppedResCount > zero
                 or droppedOpCount > zero
              move spaces to summaryLine
              string "DROPPED - TABLE FULL - JOBS: " delimited by size
                    droppedJobCount                 delimited by size
                    "  RESOURCES: "                 delimited by size
                    droppedResCount                 delimited by size
                    "  OPERATORS: "                 delimited by size
                    droppedOpCount                  delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if.
      *
       9999-exit.
           goback.
