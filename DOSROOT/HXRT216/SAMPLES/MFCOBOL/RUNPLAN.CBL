      * MicroFocus Object Cobol utility - forecast run plan
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. runplan.
      *
      *   the night on paper before it happens: for a future date,
      *   works out which control records will be due (the calendar
      *   and run-frequency test cobsmpl applies in
      *   1470-check-run-calendar, against the plan date instead of
      *   today), puts them in the order strmdisp would dispatch
      *   them - predecessor chains first, schedule windows second -
      *   and projects each job's start and finish from its average
      *   logElapsedMs, so a holiday week or a new predecessor link
      *   can be checked before the night it bites. parm on the
      *   command line:
      *
      *       yyyymmdd [streamcode|NONE]
      *
      *   a stream code limits the listing to that stream (NONE the
      *   unassigned one), the way strmdisp limits a dispatch; jobs
      *   in other streams are still planned, since a predecessor in
      *   another stream still decides when its successor can start.
      *   each stream is taken to run on its own, as its own
      *   strmdisp, one job at a time, starting when the earliest
      *   schedule window in the stream opens (midnight for a stream
      *   with no windows at all). a job starts when its stream is
      *   free, its window is open and its predecessor has finished.
      *
      *   the averages come from AUDIT-LOG the way trendrpt takes
      *   them - runs with an elapsed of zero never started and are
      *   left out. for a longer baseline point AUDIT-LOG at a
      *   concatenation of the audarch archives ahead of the live
      *   log. a job with no history is planned at no time at all
      *   and says so.
      *
      *   flagged on the plan: LATE, a projected finish past the
      *   jobCtlSchedEnd cobsmpl enforces; PRED NOT DUE, a
      *   predecessor that is disabled or has no run on the plan
      *   date, so the job would hold PRED-WAIT all night; PRED NOT
      *   ON FILE; PRED HELD, a predecessor that is itself held;
      *   CIRCULAR CHAIN. a LATE or held job sets return code 4.
      *   RUNPLAN-RPT closes with the jobs that are not due on the
      *   plan date at all, and why, for the same review.
      *
       environment division.
       input-output section.
       file-control.
           select jobControlFile assign "JOB-CONTROL-FILE"
                  organization indexed
                  access mode sequential
                  record key is jobCtlJobId
                  file status is jobCtlFileStatus.
           select calendarFile assign "CALENDAR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is calDate
                  file status is calFileStatus.
           select auditLogFile assign "AUDIT-LOG"
                  organization line sequential
                  file status is auditFileStatus.
           select reportFile assign "RUNPLAN-RPT"
                  organization line sequential
                  file status is reportFileStatus.
      *
       data division.
       file section.
       fd  jobControlFile
           label records are standard.
           copy "JOBCTL.CPY".
       fd  calendarFile
           label records are standard.
           copy "CALREC.CPY".
       fd  auditLogFile
           label records are standard.
           copy "LOGREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord pic x(132).
      *
       working-storage section.
         01 jobCtlFileStatus  pic x(02).
         01 calFileStatus     pic x(02).
         01 auditFileStatus   pic x(02).
         01 reportFileStatus  pic x(02).
         01 jobCtlEofFlag     pic x(01) value "N".
            88 jobCtlEof      value "Y".
         01 auditEofFlag      pic x(01) value "N".
            88 auditEof       value "Y".
         01 calFoundFlag      pic x(01) value "N".
            88 calFound       value "Y".
         01 rpParmLine        pic x(80).
         01 rpDateToken       pic x(08).
         01 rpStreamCode      pic x(08).
         01 rpAllStreamsFlag  pic x(01) value "Y".
            88 rpAllStreams   value "Y".
         01 rpStreamLabel     pic x(08).
         01 planDate          pic 9(08).
         01 planDateText redefines planDate pic x(08).
         01 planYear          pic 9(04).
         01 planMonth         pic 9(02).
         01 planDay           pic 9(02).
         01 daysInMonth       pic 9(02).
         01 planInt           pic 9(08) comp-5.
      *   day of week in the 1=Monday..7=Sunday numbering
      *   jobCtlRunFreq uses - day 1 of the integer-of-date scale
      *   (1601-01-01) was a Monday, so the fold is direct.
         01 planDow           pic 9(01).
         01 calendarNote      pic x(40).
         01 msgText           pic x(60).
         01 startHhmm         pic 9(04).
         01 endHhmm           pic 9(04).
         01 planTableMax      pic 9(04) comp-5 value 200.
         01 planCount         pic 9(04) comp-5 value 0.
         01 planIdx           pic 9(04) comp-5.
         01 scanIdx           pic 9(04) comp-5.
         01 chainIdx          pic 9(04) comp-5.
         01 chainHops         pic 9(04) comp-5.
         01 foundIdx          pic 9(04) comp-5.
         01 predIdx           pic 9(04) comp-5.
         01 scanJobId         pic x(08).
         01 droppedJobCount   pic 9(06) value 0.
      *   one entry per control record on file, every stream, so a
      *   predecessor anywhere can be looked up. times are seconds
      *   from midnight starting the plan date - past 86400 is the
      *   small hours of the next morning. rpOpenSec and rpCloseSec
      *   are the schedule window on that scale, a window that
      *   wraps past midnight closing the next morning.
         01 planTable.
            05 planEntry occurs 200 times.
               10 rpJobId        pic x(08).
               10 rpPredJobId    pic x(08).
               10 rpEntryStream  pic x(08).
               10 rpSchedStart   pic x(04).
               10 rpSchedEnd     pic x(04).
               10 rpInScopeFlag  pic x(01).
                  88 rpInScope   value "Y".
               10 rpDueFlag      pic x(01).
                  88 rpDue       value "Y".
               10 rpNotDueText   pic x(20).
               10 rpWindowFlag   pic x(01).
                  88 rpHasWindow value "Y".
               10 rpOpenSec      pic 9(06) comp-5.
               10 rpCloseSec     pic 9(06) comp-5.
               10 rpRunCount     pic 9(06) comp-5.
               10 rpTotalMs      pic 9(12) comp-5.
               10 rpDurSec       pic 9(06) comp-5.
      *          W waiting to be placed, P placed on the plan, H held
      *          for the night behind a predecessor that cannot
      *          release it.
               10 rpState        pic x(01).
                  88 rpWaiting   value "W".
                  88 rpPlaced    value "P".
                  88 rpHeld      value "H".
               10 rpStartSec     pic 9(06) comp-5.
               10 rpFinishSec    pic 9(06) comp-5.
               10 rpFlagText     pic x(20).
      *   the placed jobs in the order they were placed - the plan.
         01 placedCount       pic 9(04) comp-5 value 0.
         01 placedIdx         pic 9(04) comp-5.
         01 placedOrderTable.
            05 placedOrder occurs 200 times pic 9(04) comp-5.
      *   one clock per stream: the second its single dispatch will
      *   be free to start the next job.
         01 streamTableMax    pic 9(04) comp-5 value 100.
         01 streamCount       pic 9(04) comp-5 value 0.
         01 streamIdx         pic 9(04) comp-5.
         01 droppedStreamCount pic 9(06) value 0.
         01 streamTable.
            05 streamEntry occurs 100 times.
               10 scStreamCode   pic x(08).
               10 scClockSec     pic 9(06) comp-5.
               10 scSeededFlag   pic x(01).
         01 planDoneFlag      pic x(01) value "N".
            88 planDone       value "Y".
         01 passProgressFlag  pic x(01).
            88 passProgressed value "Y".
         01 readySec          pic 9(06) comp-5.
         01 minReadySec       pic 9(06) comp-5.
         01 minReadyIdx       pic 9(04) comp-5.
         01 fmtSec            pic 9(06) comp-5.
         01 fmtHour           pic 9(02).
         01 fmtMinute         pic 9(02).
         01 fmtDays           pic 9(01).
         01 fmtText           pic x(08).
         01 dueCount          pic 9(06) value 0.
         01 lateCount         pic 9(06) value 0.
         01 heldCount         pic 9(06) value 0.
         01 notDueCount       pic 9(06) value 0.
         01 noHistoryCount    pic 9(06) value 0.
         01 printSeq          pic 9(04) value 0.
         01 headingLine.
            05 filler        pic x(06) value "SEQ".
            05 filler        pic x(10) value "JOB ID".
            05 filler        pic x(10) value "STREAM".
            05 filler        pic x(10) value "PRED".
            05 filler        pic x(11) value "WINDOW".
            05 filler        pic x(08) value "AVG SEC".
            05 filler        pic x(08) value "RUNS".
            05 filler        pic x(10) value "START".
            05 filler        pic x(10) value "FINISH".
            05 filler        pic x(20) value "FLAG".
         01 detailLine.
            05 pdSeq         pic z(03)9.
            05 filler        pic x(02) value spaces.
            05 pdJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 pdStream      pic x(08).
            05 filler        pic x(02) value spaces.
            05 pdPredJobId   pic x(08).
            05 filler        pic x(02) value spaces.
            05 pdWindow      pic x(09).
            05 filler        pic x(02) value spaces.
            05 pdAvgSec      pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 pdRunCount    pic z(05)9.
            05 filler        pic x(02) value spaces.
            05 pdStart       pic x(08).
            05 filler        pic x(02) value spaces.
            05 pdFinish      pic x(08).
            05 filler        pic x(02) value spaces.
            05 pdFlag        pic x(20).
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 2000-open-files.
           perform 2500-load-control-table.
           perform 3000-load-history.
           perform 3500-seed-stream-clocks
              varying planIdx from 1 by 1
              until planIdx > planCount.
           perform 3700-hold-circular-chains
              varying planIdx from 1 by 1
              until planIdx > planCount.
           perform 4000-run-plan-pass
              until planDone.
           perform 6000-write-report.
           perform 8000-close-files.
           go to 9999-exit.
      *
       1000-get-parm.
           move spaces to rpParmLine
           move spaces to rpDateToken
           move spaces to rpStreamCode
           accept rpParmLine from command-line
           unstring rpParmLine delimited by all spaces
                into rpDateToken rpStreamCode
           end-unstring
           if rpDateToken not numeric
                 or rpDateToken(5:2) < "01"
                 or rpDateToken(5:2) > "12"
              move "runplan: parm must be yyyymmdd [streamcode]"
                to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move rpDateToken to planDateText
           move rpDateToken(1:4) to planYear
           move rpDateToken(5:2) to planMonth
           move rpDateToken(7:2) to planDay
           perform 1200-compute-days-in-month
           if planDay < 1 or planDay > daysInMonth
              move "runplan: parm must be yyyymmdd [streamcode]"
                to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           compute planInt = function integer-of-date(planDate)
           compute planDow = function mod(planInt - 1, 7) + 1
           if rpStreamCode = spaces
              move "Y" to rpAllStreamsFlag
              move "ALL" to rpStreamLabel
           else
              move "N" to rpAllStreamsFlag
              move rpStreamCode to rpStreamLabel
              if rpStreamCode = "NONE"
                 move spaces to rpStreamCode
              end-if
           end-if.
      *
       1200-compute-days-in-month.
           evaluate planMonth
              when 01
              when 03
              when 05
              when 07
              when 08
              when 10
              when 12
                 move 31 to daysInMonth
              when 04
              when 06
              when 09
              when 11
                 move 30 to daysInMonth
              when other
                 if function mod(planYear, 4) = zero
                       and (function mod(planYear, 100) not = zero
                          or function mod(planYear, 400) = zero)
                    move 29 to daysInMonth
                 else
                    move 28 to daysInMonth
                 end-if
           end-evaluate.
      *
       2000-open-files.
           open input jobControlFile
           if jobCtlFileStatus not = "00"
              move "runplan: JOB-CONTROL-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
      *   no calendar file just means no dates are marked - the plan
      *   date is an open business day.
           move "OPEN BUSINESS DAY" to calendarNote
           open input calendarFile
           if calFileStatus = "00"
              move planDateText to calDate
              read calendarFile
                 invalid key continue
                 not invalid key move "Y" to calFoundFlag
              end-read
              close calendarFile
           end-if
           if calFound
              evaluate true
                 when calHoliday
                    move "HOLIDAY - NO RUNS" to calendarNote
                 when calShopClosed
                    move "SHOP CLOSED - NO RUNS" to calendarNote
                 when calMonthEnd and calFiscalEnd
                    move "MONTH-END AND FISCAL PERIOD END"
                      to calendarNote
                 when calMonthEnd
                    move "MONTH-END" to calendarNote
                 when calFiscalEnd
                    move "FISCAL PERIOD END" to calendarNote
              end-evaluate
           end-if
           open output reportFile
           if reportFileStatus not = "00"
              move "runplan: RUNPLAN-RPT open failed" to msgText
              move 16 to return-code
              display msgText
              close jobControlFile
              go to 9999-exit
           end-if
           move spaces to summaryLine
           string "RUN PLAN FORECAST - " delimited by size
                 planDateText           delimited by size
                 "  DAY "               delimited by size
                 planDow                delimited by size
                 "  STREAM "            delimited by size
                 rpStreamLabel          delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           move spaces to summaryLine
           string "CALENDAR: "  delimited by size
                 calendarNote   delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           move spaces to reportRecord
           write reportRecord.
      *
       2500-load-control-table.
           perform 2600-load-one-job
              until jobCtlEof.
      *
       2600-load-one-job.
           read jobControlFile
              at end move "Y" to jobCtlEofFlag
              not at end
                 if planCount < planTableMax
                    add 1 to planCount
                    perform 2700-build-plan-entry
                 else
      *             sized for the whole roster - if it ever fills,
      *             say so rather than print a partial night.
                    add 1 to droppedJobCount
                 end-if
           end-read.
      *
       2700-build-plan-entry.
           move jobCtlJobId      to rpJobId(planCount)
           move jobCtlPredJobId  to rpPredJobId(planCount)
           if rpPredJobId(planCount) = low-values
              move spaces to rpPredJobId(planCount)
           end-if
           move jobCtlStreamCode to rpEntryStream(planCount)
           move jobCtlSchedStart to rpSchedStart(planCount)
           move jobCtlSchedEnd   to rpSchedEnd(planCount)
           if rpAllStreams or jobCtlStreamCode = rpStreamCode
              move "Y" to rpInScopeFlag(planCount)
           else
              move "N" to rpInScopeFlag(planCount)
           end-if
           move zero   to rpRunCount(planCount)
           move zero   to rpTotalMs(planCount)
           move zero   to rpDurSec(planCount)
           move zero   to rpStartSec(planCount)
           move zero   to rpFinishSec(planCount)
           move spaces to rpFlagText(planCount)
           move spaces to rpNotDueText(planCount)
           perform 2800-check-due-on-plan-date
           if rpDue(planCount)
              move "W" to rpState(planCount)
           else
              move "H" to rpState(planCount)
           end-if
      *   the window on the plan-date scale. a blank or non-numeric
      *   window is "any time", as cobsmpl treats it.
           move "N"  to rpWindowFlag(planCount)
           move zero to rpOpenSec(planCount)
           move zero to rpCloseSec(planCount)
           if jobCtlSchedStart numeric and jobCtlSchedEnd numeric
              move "Y" to rpWindowFlag(planCount)
              move jobCtlSchedStart to startHhmm
              move jobCtlSchedEnd   to endHhmm
              compute rpOpenSec(planCount) =
                      (startHhmm / 100) * 3600
                    + function mod(startHhmm, 100) * 60
      *      cobsmpl lets a job start any time in the closing minute,
      *      so the window runs to the end of it.
              compute rpCloseSec(planCount) =
                      (endHhmm / 100) * 3600
                    + function mod(endHhmm, 100) * 60 + 59
              if startHhmm > endHhmm
                 add 86400 to rpCloseSec(planCount)
              end-if
           end-if.
      *
       2800-check-due-on-plan-date.
      *   the same test cobsmpl applies in 1470-check-run-calendar,
      *   against the plan date rather than today: a disabled record
      *   never runs, a marked no-run day stops every job, then the
      *   record's frequency decides.
           move "Y" to rpDueFlag(planCount)
           evaluate true
              when jobCtlDisabled
                 move "N" to rpDueFlag(planCount)
                 move "DISABLED" to rpNotDueText(planCount)
              when calFound and calNoRunDay
                 move "N" to rpDueFlag(planCount)
                 move "CALENDAR NO-RUN DAY" to rpNotDueText(planCount)
              when jobCtlRunWeekday
                 if planDow > 5
                    move "N" to rpDueFlag(planCount)
                    move "WEEKDAYS ONLY" to rpNotDueText(planCount)
                 end-if
              when jobCtlRunDowOnly
                 if jobCtlRunFreq not = planDow
                    move "N" to rpDueFlag(planCount)
                    move spaces to rpNotDueText(planCount)
                    string "DAY " delimited by size
                          jobCtlRunFreq delimited by size
                          " ONLY" delimited by size
                          into rpNotDueText(planCount)
                    end-string
                 end-if
              when jobCtlRunMonthEnd
                 if not calFound or not calMonthEnd
                    move "N" to rpDueFlag(planCount)
                    move "MONTH-END ONLY" to rpNotDueText(planCount)
                 end-if
           end-evaluate.
      *
       3000-load-history.
      *   no AUDIT-LOG at all just means no history - every job is
      *   planned at no time and flagged NO HISTORY.
           open input auditLogFile
           if auditFileStatus = "00"
              perform 3100-post-one-run
                 until auditEof
              close auditLogFile
           end-if
           perform 3300-compute-duration
              varying planIdx from 1 by 1
              until planIdx > planCount.
      *
       3100-post-one-run.
           read auditLogFile
              at end move "Y" to auditEofFlag
              not at end
                 if logElapsedMs > zero
                    move logJobId to scanJobId
                    perform 3200-find-plan-entry
                    if foundIdx > zero
                       add 1 to rpRunCount(foundIdx)
                       add logElapsedMs to rpTotalMs(foundIdx)
                    end-if
                 end-if
           end-read.
      *
       3200-find-plan-entry.
           move zero to foundIdx
           perform 3250-match-plan-entry
              varying scanIdx from 1 by 1
              until scanIdx > planCount or foundIdx > zero.
      *
       3250-match-plan-entry.
           if rpJobId(scanIdx) = scanJobId
              move scanIdx to foundIdx
           end-if.
      *
       3300-compute-duration.
      *   average run in whole seconds, rounded up - a job that runs
      *   a few hundred milliseconds still occupies its stream.
           if rpRunCount(planIdx) > zero
              compute rpDurSec(planIdx) =
                      (rpTotalMs(planIdx) / rpRunCount(planIdx)
                        + 999) / 1000
           end-if.
      *
       3500-seed-stream-clocks.
      *   each due job's stream gets a clock; the stream starts when
      *   the earliest window among its due jobs opens.
           if rpDue(planIdx)
              perform 3600-find-stream-clock
              if streamIdx = zero
                 add 1 to droppedStreamCount
              end-if
              if streamIdx > zero and rpHasWindow(planIdx)
                 if scSeededFlag(streamIdx) = "N"
                       or rpOpenSec(planIdx) < scClockSec(streamIdx)
                    move rpOpenSec(planIdx) to scClockSec(streamIdx)
                    move "Y" to scSeededFlag(streamIdx)
                 end-if
              end-if
           end-if.
      *
       3600-find-stream-clock.
      *   sets streamIdx to planIdx's stream, adding it at midnight
      *   the first time it is seen. zero only if the stream table
      *   is full.
           move zero to streamIdx
           perform 3650-match-stream-clock
              varying scanIdx from 1 by 1
              until scanIdx > streamCount or streamIdx > zero
           if streamIdx = zero
              if streamCount < streamTableMax
                 add 1 to streamCount
                 move streamCount to streamIdx
                 move rpEntryStream(planIdx)
                   to scStreamCode(streamIdx)
                 move zero to scClockSec(streamIdx)
                 move "N"  to scSeededFlag(streamIdx)
              end-if
           end-if.
      *
       3650-match-stream-clock.
           if scStreamCode(scanIdx) = rpEntryStream(planIdx)
              move scanIdx to streamIdx
           end-if.
      *
       3700-hold-circular-chains.
      *   walk each due job's predecessor chain before planning, the
      *   way strmdisp does before it dispatches: more hops than
      *   jobs means the chain bit its own tail, and nothing on it
      *   can ever start.
           if rpWaiting(planIdx)
              move planIdx to chainIdx
              move zero to chainHops
              perform 3800-follow-chain-link
                 until chainIdx = zero or chainHops > planCount
              if chainHops > planCount
                 move "H" to rpState(planIdx)
                 move "CIRCULAR CHAIN" to rpFlagText(planIdx)
              end-if
           end-if.
      *
       3800-follow-chain-link.
           if rpPredJobId(chainIdx) = spaces
              move zero to chainIdx
           else
              move rpPredJobId(chainIdx) to scanJobId
              perform 3200-find-plan-entry
              move foundIdx to chainIdx
              add 1 to chainHops
           end-if.
      *
       4000-run-plan-pass.
      *   strmdisp's passes, on paper: every pass places whatever is
      *   released and free to start on its stream's clock. a pass
      *   that places or holds nothing moves the clock of the job
      *   that could start soonest up to that moment - its window
      *   opening or its predecessor finishing - and passes on. a
      *   pass that finds nothing waiting at all ends the plan.
           move "N" to passProgressFlag
           move zero to minReadyIdx
           move zero to minReadySec
           perform 4200-consider-one-job
              varying planIdx from 1 by 1
              until planIdx > planCount
           if not passProgressed
              if minReadyIdx = zero
                 move "Y" to planDoneFlag
              else
                 move minReadyIdx to planIdx
                 perform 3600-find-stream-clock
                 move minReadySec to scClockSec(streamIdx)
              end-if
           end-if.
      *
       4200-consider-one-job.
           if rpWaiting(planIdx)
              if rpPredJobId(planIdx) = spaces
                 move zero to predIdx
                 perform 4400-try-to-place
              else
                 move rpPredJobId(planIdx) to scanJobId
                 perform 3200-find-plan-entry
                 move foundIdx to predIdx
                 evaluate true
                    when predIdx = zero
                       move "PRED NOT ON FILE" to rpFlagText(planIdx)
                       perform 4800-hold-job
                    when not rpDue(predIdx)
                       move "PRED NOT DUE" to rpFlagText(planIdx)
                       perform 4800-hold-job
                    when rpHeld(predIdx)
                       move "PRED HELD" to rpFlagText(planIdx)
                       perform 4800-hold-job
                    when rpPlaced(predIdx)
                       perform 4400-try-to-place
                    when other
      *                predecessor still waiting - next pass.
                       continue
                 end-evaluate
              end-if
           end-if.
      *
       4400-try-to-place.
           move zero to readySec
           if rpHasWindow(planIdx)
              move rpOpenSec(planIdx) to readySec
           end-if
           if predIdx > zero
              if rpFinishSec(predIdx) > readySec
                 move rpFinishSec(predIdx) to readySec
              end-if
           end-if
           perform 3600-find-stream-clock
           if streamIdx = zero
      *       no clock to run it on - the stream table filled; the
      *       report says streams were dropped.
              move "STREAM TABLE FULL" to rpFlagText(planIdx)
              perform 4800-hold-job
           else
              if readySec <= scClockSec(streamIdx)
                 perform 4600-place-job
              else
                 if minReadyIdx = zero or readySec < minReadySec
                    move planIdx  to minReadyIdx
                    move readySec to minReadySec
                 end-if
              end-if
           end-if.
      *
       4600-place-job.
           move "Y" to passProgressFlag
           move "P" to rpState(planIdx)
           move scClockSec(streamIdx) to rpStartSec(planIdx)
           compute rpFinishSec(planIdx) =
                   rpStartSec(planIdx) + rpDurSec(planIdx)
           move rpFinishSec(planIdx) to scClockSec(streamIdx)
           add 1 to placedCount
           move planIdx to placedOrder(placedCount)
           evaluate true
              when rpHasWindow(planIdx)
                    and rpFinishSec(planIdx) > rpCloseSec(planIdx)
                 move "LATE" to rpFlagText(planIdx)
              when rpRunCount(planIdx) = zero
                 move "NO HISTORY" to rpFlagText(planIdx)
           end-evaluate.
      *
       4800-hold-job.
           move "Y" to passProgressFlag
           move "H" to rpState(planIdx).
      *
       6000-write-report.
           write reportRecord from headingLine
           perform 6200-write-placed-job
              varying placedIdx from 1 by 1
              until placedIdx > placedCount
           perform 6400-write-held-job
              varying planIdx from 1 by 1
              until planIdx > planCount
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "NOT DUE ON " delimited by size
                 planDateText   delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           perform 6600-write-not-due-job
              varying planIdx from 1 by 1
              until planIdx > planCount
           perform 7000-write-summary.
      *
       6200-write-placed-job.
           move placedOrder(placedIdx) to planIdx
           if rpInScope(planIdx)
              add 1 to dueCount
              if rpFlagText(planIdx) = "LATE"
                 add 1 to lateCount
              end-if
              if rpRunCount(planIdx) = zero
                 add 1 to noHistoryCount
              end-if
              add 1 to printSeq
              perform 6800-build-detail-line
              move printSeq to pdSeq
              move rpStartSec(planIdx) to fmtSec
              perform 6900-format-plan-time
              move fmtText to pdStart
              move rpFinishSec(planIdx) to fmtSec
              perform 6900-format-plan-time
              move fmtText to pdFinish
              write reportRecord from detailLine
           end-if.
      *
       6400-write-held-job.
      *   due, but held for the night - no start, no finish, and the
      *   reason in the flag column.
           if rpInScope(planIdx) and rpDue(planIdx)
                 and not rpPlaced(planIdx)
              add 1 to dueCount
              add 1 to heldCount
              if rpFlagText(planIdx) = spaces
                 move "UNRESOLVED" to rpFlagText(planIdx)
              end-if
              perform 6800-build-detail-line
              move "HELD" to pdStart
              write reportRecord from detailLine
           end-if.
      *
       6600-write-not-due-job.
           if rpInScope(planIdx) and not rpDue(planIdx)
              add 1 to notDueCount
              perform 6800-build-detail-line
              move rpNotDueText(planIdx) to pdFlag
              write reportRecord from detailLine
           end-if.
      *
       6800-build-detail-line.
           move spaces to detailLine
           move rpJobId(planIdx)     to pdJobId
           if rpEntryStream(planIdx) = spaces
              move "(NONE)" to pdStream
           else
              move rpEntryStream(planIdx) to pdStream
           end-if
           move rpPredJobId(planIdx) to pdPredJobId
           if rpHasWindow(planIdx)
              string rpSchedStart(planIdx) delimited by size
                    "-"                    delimited by size
                    rpSchedEnd(planIdx)    delimited by size
                    into pdWindow
              end-string
           else
              move "ANY" to pdWindow
           end-if
           move rpDurSec(planIdx)   to pdAvgSec
           move rpRunCount(planIdx) to pdRunCount
           move rpFlagText(planIdx) to pdFlag.
      *
       6900-format-plan-time.
      *   hh:mm on the clock, with +1 for the next morning.
           compute fmtDays   = fmtSec / 86400
           compute fmtHour   = function mod(fmtSec, 86400) / 3600
           compute fmtMinute = function mod(fmtSec, 3600) / 60
           move spaces to fmtText
           if fmtDays = zero
              string fmtHour   delimited by size
                    ":"        delimited by size
                    fmtMinute  delimited by size
                    into fmtText
              end-string
           else
              string fmtHour   delimited by size
                    ":"        delimited by size
                    fmtMinute  delimited by size
                    "+"        delimited by size
                    fmtDays    delimited by size
                    into fmtText
              end-string
           end-if.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "DUE: "        delimited by size
                 dueCount        delimited by size
                 "  LATE: "      delimited by size
                 lateCount       delimited by size
                 "  HELD: "      delimited by size
                 heldCount       delimited by size
                 "  NOT DUE: "   delimited by size
                 notDueCount     delimited by size
                 "  NO HISTORY: " delimited by size
                 noHistoryCount  delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           if droppedJobCount > zero
              move spaces to summaryLine
              string "JOBS DROPPED - TABLE FULL: " delimited by size
                    droppedJobCount                delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if
           if droppedStreamCount > zero
              move spaces to summaryLine
              string "JOBS WITH NO STREAM CLOCK - TABLE FULL: "
                           delimited by size
                    droppedStreamCount delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if
           if lateCount > zero or heldCount > zero
                 or droppedJobCount > zero
              move 4 to return-code
           end-if.
      *
       8000-close-files.
           close jobControlFile
           close reportFile.
      *
       9999-exit.
           goback.
