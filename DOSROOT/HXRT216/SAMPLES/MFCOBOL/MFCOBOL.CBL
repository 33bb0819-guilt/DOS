                  access mode dynamic
                  record key is operId
                  file status is operFileStatus.
           select eventFile assign "JOB-EVENTS"
                  organization line sequential
                  file status is eventFileStatus.
           select eventCtlFile assign "EVENT-CTL"
                  organization indexed
                  access mode dynamic
                  record key is evcKey
                  file status is eventCtlStatus.
      *
       data division.
       file section.
       fd  calendarFile
           label records are standard.
           copy "CALREC.CPY".
       fd  eventFile
           label records are standard.
           copy "EVNTREC.CPY".
       fd  eventCtlFile
           label records are standard.
           copy "EVCTREC.CPY".
      *
       working-storage section.
         01 hConout       pic x(04) comp-5.
         01 excpFileStatus  pic x(02).
         01 operFileStatus  pic x(02).
         01 calFileStatus   pic x(02).
         01 eventFileStatus pic x(02).
         01 eventCtlStatus  pic x(02).
         01 calFoundFlag    pic x(01) value "N".
            88 calFound     value "Y".
         01 calRunOkFlag    pic x(01) value "Y".
            88 predNotReady value "N".
      *   parks this job's own control record while 1450 borrows the
      *   record area to read the predecessor's.
         01 jobCtlHoldArea  pic x(110).
         01 jobOutcomeStatus pic x(12) value spaces.
      *   retry policy off the control record, resolved to working
      *   numbers once per step: total attempts allowed and the
            88 overrideDenied value "Y".
         01 alreadyRunFlag  pic x(01) value "N".
            88 alreadyRun   value "Y".
      *   one JOB-EVENTS post for the monitoring console - the caller
      *   sets the event type, the status it reports and the detail
      *   text, and 9800-post-event fills in the rest. the job's
      *   stream is kept off its own control record at 1400, since
      *   1450 borrows that record area for the predecessor's.
         01 eventType       pic x(10).
         01 eventStatus     pic x(12).
         01 eventDetail     pic x(40) value spaces.
         01 eventStreamCode pic x(08) value spaces.
         01 eventSeqOkFlag  pic x(01) value "N".
            88 eventSeqOk   value "Y".
         01 eventRcHold     pic 9(04) value 0.
         01 eventDate       pic 9(08).
         01 eventDateText redefines eventDate pic x(08).
         01 eventTime       pic 9(08).
         01 eventTimeText redefines eventTime pic x(08).
         01 eventTimestamp  pic x(19).
      *   the counter is shared by every job posting, so a busy one
      *   is the normal case when streams run side by side - it gets
      *   its own fixed attempts and pause, whatever the step's own
      *   retry policy says.
         01 eventCtlTryMax  pic 9(02) value 10.
         01 eventCtlTryNum  pic 9(02) value 0.
         01 eventCtlWaitMs  pic 9(09) comp-5 value 500.
      *   job-id 1840-read-restart-checkpoint looks for - its own
      *   step for the duplicate-run check, the predecessor's for
      *   1450.
                 perform 2400-build-banner-table
                 perform 2600-get-start-tick
                 perform 2650-post-running-state
                 perform 2660-post-start-events
                 perform 2700-run-step-attempts
           end-evaluate
           perform 3400-determine-outcome.
      *   is not on the OPERATOR-FILE (or no file to check against)
      *   does not stop the run - unattended streams must not hang on
      *   a security typo - but the run is flagged in the audit trail
      *   instead of polluting it silently. an id whose expiry date
      *   has passed counts as not on file - its level included.
           move "N" to operUnknownFlag
           move zero to parmOperAuthLevel
           move parmOperatorId to operId
                 invalid key
                    move "Y" to operUnknownFlag
                 not invalid key
                    if operExpiryDate not = spaces
                          and operExpiryDate < todayYmd
                       move "Y" to operUnknownFlag
                    else
      *                kept past the close - 1350 weighs it before
      *                any FORCE or CLEAR on the parm is honored.
                       move operAuthLevel to parmOperAuthLevel
                    end-if
              end-read
              close operatorFile
           else
           if jobCtlFileStatus = "00"
              read jobControlFile
                 invalid key move "Y" to jobCtlEnabledFlag
                 not invalid key
                    move "Y" to jobCtlFoundFlag
                    move jobCtlStreamCode to eventStreamCode
              end-read
              if jobCtlFound
                 perform 1420-check-in-flight
           else
              move "cobsmpl: audit log open failed" to msgText
              display msgText
           end-if
           move "OVERRIDE" to eventType
           move "CLEAR"    to eventStatus
           move "stale RUNNING marker cleared" to eventDetail
           perform 9800-post-event.
      *
       1450-check-predecessor.
      *   step B is garbage if step A failed, so a record that names a
                 close jobControlFile
              end-if
           end-if.
      *
       2660-post-start-events.
      *   an honored FORCE goes to the console ahead of the start it
      *   let through - an honored CLEAR already went at 1440, when
      *   the marker came off.
           if forceRerun
              move "OVERRIDE" to eventType
              move "FORCE"    to eventStatus
              move "duplicate-run check bypassed" to eventDetail
              perform 9800-post-event
           end-if
           move "START"   to eventType
           move "RUNNING" to eventStatus
           move parmBannerText(1:40) to eventDetail
           perform 9800-post-event.
      *
       2700-run-step-attempts.
      *   the first attempt always runs. a non-zero return code with
           else
              move "cobsmpl: audit log open failed" to msgText
              display msgText
           end-if
           move "RETRYING" to eventType
           move "RETRYING" to eventStatus
           move failedResource to eventDetail
           perform 9800-post-event.
      *
       2800-write-console-banner.
           perform 2900-write-banner-line
      *   is retried under the record's policy before it is declared
      *   the error it is.
           move zero to openAttemptNum
           move spaces to restartFileStatus
           perform 9250-open-restart-with-retry
              until restartFileStatus = "00"
                 or openAttemptNum >= retryMaxNum
      *   for - so the open gets the policy's attempts before the
      *   failure is declared.
           move zero to openAttemptNum
           move spaces to auditFileStatus
           perform 9550-open-audit-with-retry
              until auditFileStatus = "00"
                 or openAttemptNum >= retryMaxNum
              move "cobsmpl: exception file open failed" to msgText
              display msgText
           end-if.
      *
       9800-post-event.
      *   one line to JOB-EVENTS for the monitoring console, numbered
      *   off the EVENT-CTL counter. the feed is a copy of what the
      *   audit trail already holds, so a failure here is only
      *   shouted about - it never changes how the step came out,
      *   and the return code is put back exactly as it was found.
      *   the number is taken before the line is written: an event
      *   that then cannot be written leaves a gap in the sequence,
      *   which evtsend reports, and never a number used twice.
           move return-code to eventRcHold
           accept eventDate from date yyyymmdd
           accept eventTime from time
           move spaces to eventTimestamp
           string eventDateText(1:4) delimited by size
                 "-"                 delimited by size
                 eventDateText(5:2)  delimited by size
                 "-"                 delimited by size
                 eventDateText(7:2)  delimited by size
                 " "                 delimited by size
                 eventTimeText(1:2)  delimited by size
                 ":"                 delimited by size
                 eventTimeText(3:2)  delimited by size
                 ":"                 delimited by size
                 eventTimeText(5:2)  delimited by size
                 into eventTimestamp
           end-string
           perform 9850-take-event-seq
           if eventSeqOk
              move evcLastSeq      to evtSequence
              move eventTimestamp  to evtTimestamp
              move stepName        to evtSourcePgm
              move eventType       to evtType
              move parmJobId       to evtJobId
              move eventStreamCode to evtStreamCode
              move eventStatus     to evtStatus
              move eventRcHold     to evtReturnCode
              if attemptNumber = zero
                 move spaces to evtAttemptNum
              else
                 move attemptNumber to evtAttemptNum
              end-if
              move parmOperatorId  to evtOperatorId
              move eventDetail     to evtDetail
              open extend eventFile
              if eventFileStatus not = "00"
                 open output eventFile
              end-if
              if eventFileStatus = "00"
                 write eventRecord
                 close eventFile
              else
                 move "cobsmpl: event file open failed" to msgText
                 display msgText
              end-if
           end-if
           move spaces to eventDetail
           move eventRcHold to return-code.
      *
       9850-take-event-seq.
      *   the counter is held i-o only for the read and rewrite.
      *   the status is cleared first - the close after the last
      *   post left it at "00", which would skip the open entirely.
           move "N" to eventSeqOkFlag
           move zero to eventCtlTryNum
           move spaces to eventCtlStatus
           perform 9870-open-event-ctl-with-retry
              until eventCtlStatus = "00"
                 or eventCtlTryNum >= eventCtlTryMax
           if eventCtlStatus = "00"
              move "JOBEVENT" to evcKey
              read eventCtlFile
                 invalid key
                    move "JOBEVENT" to evcKey
                    move 1              to evcLastSeq
                    move eventTimestamp to evcLastTs
                    write eventCtlRecord
                       invalid key continue
                       not invalid key move "Y" to eventSeqOkFlag
                    end-write
                 not invalid key
                    add 1 to evcLastSeq
                    move eventTimestamp to evcLastTs
                    rewrite eventCtlRecord
                       invalid key continue
                       not invalid key move "Y" to eventSeqOkFlag
                    end-rewrite
              end-read
              close eventCtlFile
           end-if
           if not eventSeqOk
              move "cobsmpl: event counter unavailable - not posted"
                to msgText
              display msgText
           end-if.
      *
       9870-open-event-ctl-with-retry.
           add 1 to eventCtlTryNum
           open i-o eventCtlFile
           if eventCtlStatus = "35"
              open output eventCtlFile
              close eventCtlFile
              open i-o eventCtlFile
           end-if
           if eventCtlStatus not = "00"
                 and eventCtlTryNum < eventCtlTryMax
              move "cobsmpl: event counter busy - retrying" to msgText
              display msgText
              call WINAPI "Sleep" using
                   by value eventCtlWaitMs
           end-if.
      *
       9900-post-outcome-event.
      *   the step's last word to the console: COMPLETE or FAILED for
      *   a step that ran, HOLD for a start turned away that may yet
      *   go later (a predecessor, the window, a live copy), and
      *   NOT-RUN for one that will not run at all today.
           evaluate jobOutcomeStatus
              when "COMPLETE"
                 move "COMPLETE" to eventType
                 move parmBannerText(1:40) to eventDetail
              when "FAILED"
                 move "FAILED" to eventType
                 move failedResource to eventDetail
              when "PRED-WAIT"
                 move "HOLD" to eventType
                 move spaces to eventDetail
                 string "waiting on " delimited by size
                       jobCtlPredJobId delimited by space
                       into eventDetail
                 end-string
              when "OUT-WNDW"
              when "IN-FLIGHT"
                 move "HOLD" to eventType
              when other
                 move "NOT-RUN" to eventType
           end-evaluate
           move jobOutcomeStatus to eventStatus
           perform 9800-post-event.
      *
       9999-exit.
      *   a refusal made while another copy is in flight persists
           end-if
           perform 9500-write-audit-log.
           perform 9600-finalize-outcome.
           perform 9900-post-outcome-event.
           if jobOutcomeStatus = "FAILED"
              perform 9700-write-exception
           end-if
