      *   invokes cobsmpl once per enabled job with the parm line the
      *   operator would have typed. parm on the command line:
      *
      *       operid [streamcode|NONE] [AUDIT]
      *
      *   the operator-id is stamped onto every run it dispatches.
      *   a stream code limits the night to the control records
      *   filed under that stream (jobmaint STRM), so one stream can
      *   be started, rerun or held back without touching the
      *   others; NONE dispatches just the unassigned stream, and no
      *   stream code at all dispatches every record on file, as
      *   before streams existed. a predecessor filed under another
      *   stream is not dispatched from here - cobsmpl checks its
      *   COMPLETE like any predecessor that is not in the table.
      *   a job whose predecessor has not posted COMPLETE yet is
      *   re-queued and tried again on the next pass, so PRED-WAIT
      *   holds resolve themselves instead of waiting for someone to
      *   predecessor chains are walked for circles before anything
      *   starts - a circular schedule dispatches nothing.
      *
      *   AUDIT runs schdaudt over the same stream before anything
      *   is dispatched and reads its answer back off the stream's
      *   own SCHED-AUDIT-STATUS-<stream> (see SASTREC.CPY), so
      *   streams started side by side never read each other's
      *   answer. a severe finding - or
      *   an audit that never answered - stops the night with return
      *   code 16 and nothing run; warnings are logged and the night
      *   goes ahead. AUDIT may follow the operator-id directly when
      *   every stream is dispatched; a stream actually named AUDIT
      *   is given as "operid AUDIT AUDIT".
      *
      *   every action goes to DISPATCH-LOG in the order it was
      *   taken: what ran on which pass, what it came down with, what
      *   was blocked or still unresolved when the passes ran out.
      *   a blocked or unresolved job is also posted to JOB-EVENTS
      *   for the monitoring console, numbered off the same EVENT-CTL
      *   counter cobsmpl posts its own events with.
      *
       environment division.
       special-names.
         call-convention 74 is WINAPI.
       input-output section.
       file-control.
           select jobControlFile assign "JOB-CONTROL-FILE"
           select dispatchLogFile assign "DISPATCH-LOG"
                  organization line sequential
                  file status is dispLogStatus.
           select auditStatusFile assign sdAuditStatusName
                  organization line sequential
                  file status is auditStatusStatus.
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
       fd  dispatchLogFile
           label records are standard.
         01 dispatchLogRecord pic x(120).
       fd  auditStatusFile
           label records are standard.
           copy "SASTREC.CPY".
       fd  eventFile
           label records are standard.
           copy "EVNTREC.CPY".
       fd  eventCtlFile
           label records are standard.
           copy "EVCTREC.CPY".
      *
       working-storage section.
         01 jobCtlFileStatus pic x(02).
         01 dispLogStatus    pic x(02).
         01 auditStatusStatus pic x(02).
         01 eventFileStatus  pic x(02).
         01 eventCtlStatus   pic x(02).
         01 sdParmLine       pic x(80).
         01 sdOperatorId     pic x(08).
      *   the stream being dispatched - spaces with sdAllStreams
      *   set means every record on file.
         01 sdStreamCode     pic x(08).
         01 sdAllStreamsFlag pic x(01) value "Y".
            88 sdAllStreams  value "Y".
         01 sdStreamLabel    pic x(08).
         01 sdAuditToken     pic x(08).
         01 sdAuditFlag      pic x(01) value "N".
            88 sdAuditRequested value "Y".
      *   the time the audit was started, for telling its answer
      *   from one an earlier audit left on SCHED-AUDIT-STATUS.
         01 sdAuditStartTs   pic x(19).
      *   the status and report names schdaudt builds for the same
      *   stream label.
         01 sdAuditStatusName pic x(28).
         01 sdAuditReportName pic x(28).
         01 sdAuditTime      pic 9(08).
         01 sdAuditTimeText redefines sdAuditTime pic x(08).
         01 sdAuditAnswerFlag pic x(01) value "N".
            88 sdAuditAnswered value "Y".
         01 auditCmd         pic x(120).
         01 otherStreamCount pic 9(06) value 0.
         01 jobCtlEofFlag    pic x(01) value "N".
            88 jobCtlEof     value "Y".
         01 msgText          pic x(60).
                  88 dspDone     value "D".
                  88 dspBlocked  value "B".
               10 dspStatus      pic x(12).
               10 dspStreamCode  pic x(08).
         01 cycleFoundFlag   pic x(01) value "N".
            88 cycleFound    value "Y".
         01 passNumber       pic 9(04) value 0.
            05 filler       pic x(02) value spaces.
            05 ldText       pic x(40).
         01 summaryLine     pic x(90).
      *   one JOB-EVENTS post - 5500-post-event takes the event type
      *   and detail from here and the rest off the dispIdx entry.
         01 sdEventType      pic x(10).
         01 sdEventDetail    pic x(40).
         01 sdEventSeqOkFlag pic x(01) value "N".
            88 sdEventSeqOk  value "Y".
         01 sdEventDate      pic 9(08).
         01 sdEventDateText redefines sdEventDate pic x(08).
         01 sdEventTime      pic 9(08).
         01 sdEventTimeText redefines sdEventTime pic x(08).
         01 sdEventTimestamp pic x(19).
      *   fixed attempts and pause for a counter busy under another
      *   stream's post - the same numbers cobsmpl uses.
         01 sdEventTryMax    pic 9(02) value 10.
         01 sdEventTryNum    pic 9(02) value 0.
         01 sdEventWaitMs    pic 9(09) comp-5 value 500.
      *
       procedure division.
      *
       0000-main.
           perform 1000-initialize.
           if sdAuditRequested
              perform 1500-run-schedule-audit
           end-if
           perform 2000-load-control-table.
           perform 2500-check-for-cycles.
           if cycleFound
           move spaces to sdParmLine
           accept sdParmLine from command-line
           move spaces to sdOperatorId
           move spaces to sdStreamCode
           move spaces to sdAuditToken
           unstring sdParmLine delimited by all spaces
                into sdOperatorId sdStreamCode sdAuditToken
           end-unstring
      *   AUDIT is taken off whichever of the two tokens after the
      *   operator-id carries it; what is left is the stream.
           evaluate true
              when sdAuditToken = "AUDIT"
                 move "Y" to sdAuditFlag
              when sdStreamCode = "AUDIT"
                 move "Y" to sdAuditFlag
                 move sdAuditToken to sdStreamCode
           end-evaluate
           if sdOperatorId = spaces
              move "SYSOPR" to sdOperatorId
           end-if
           if sdStreamCode = spaces
              move "Y" to sdAllStreamsFlag
              move "ALL" to sdStreamLabel
           else
              move "N" to sdAllStreamsFlag
              move sdStreamCode to sdStreamLabel
              if sdStreamCode = "NONE"
                 move spaces to sdStreamCode
              end-if
           end-if
           open output dispatchLogFile
           if dispLogStatus not = "00"
              move "strmdisp: DISPATCH-LOG open failed" to msgText
                 runDate      delimited by size
                 "  OPERATOR " delimited by size
                 sdOperatorId delimited by size
                 "  STREAM "   delimited by size
                 sdStreamLabel delimited by size
                 into summaryLine
           end-string
           write dispatchLogRecord from summaryLine
           move spaces to dispatchLogRecord
           write dispatchLogRecord.
      *
       1500-run-schedule-audit.
      *   schdaudt is given the stream exactly as this run was, so
      *   the audit covers the records about to be dispatched.
           accept sdAuditTime from time
           move spaces to sdAuditStartTs
           string runDateText(1:4)     delimited by size
                 "-"                   delimited by size
                 runDateText(5:2)      delimited by size
                 "-"                   delimited by size
                 runDateText(7:2)      delimited by size
                 " "                   delimited by size
                 sdAuditTimeText(1:2)  delimited by size
                 ":"                   delimited by size
                 sdAuditTimeText(3:2)  delimited by size
                 ":"                   delimited by size
                 sdAuditTimeText(5:2)  delimited by size
                 into sdAuditStartTs
           end-string
           move spaces to sdAuditStatusName
           string "SCHED-AUDIT-STATUS-" delimited by size
                 sdStreamLabel          delimited by space
                 into sdAuditStatusName
           end-string
           move spaces to sdAuditReportName
           string "SCHDAUDT-RPT-"  delimited by size
                 sdStreamLabel     delimited by space
                 into sdAuditReportName
           end-string
           move spaces to auditCmd
           if sdAllStreams
              string "schdaudt"   delimited by size
                    x"00"         delimited by size
                    into auditCmd
              end-string
           else
              string "schdaudt "  delimited by size
                    sdStreamLabel delimited by space
                    x"00"         delimited by size
                    into auditCmd
              end-string
           end-if
           call "SYSTEM" using auditCmd
           perform 1600-read-audit-status
           move spaces to summaryLine
           if sdAuditAnswered
              string "SCHEDULE AUDIT - SEVERE: " delimited by size
                    sasSevereCount   delimited by size
                    "  WARNINGS: "   delimited by size
                    sasWarningCount  delimited by size
                    "  SEE "         delimited by size
                    sdAuditReportName delimited by space
                    into summaryLine
              end-string
           else
              string "SCHEDULE AUDIT - NO ANSWER ON " delimited by size
                    sdAuditStatusName delimited by space
                    into summaryLine
              end-string
           end-if
           write dispatchLogRecord from summaryLine
           display summaryLine
      *   an audit that never answered cannot be taken for a clean
      *   one - the night waits for someone to look.
           if not sdAuditAnswered
                 or sasSevereCount > zero
                 or sasReturnCode > 4
              move "strmdisp: schedule audit stop - nothing run"
                to msgText
              move 16 to return-code
              display msgText
              write dispatchLogRecord from msgText
              perform 8000-close-log
              go to 9999-exit
           end-if
           move spaces to dispatchLogRecord
           write dispatchLogRecord.
      *
       1600-read-audit-status.
      *   the audit rewrites the line on every run; one stamped
      *   before this audit was started is an earlier run's answer.
           move "N" to sdAuditAnswerFlag
           open input auditStatusFile
           if auditStatusStatus = "00"
              read auditStatusFile
                 at end continue
                 not at end
      *             two dispatches auditing at once share the file -
      *             the answer has to be for this run's stream too.
                    if sasRunTs not < sdAuditStartTs
                          and sasStreamLabel = sdStreamLabel
                       move "Y" to sdAuditAnswerFlag
                    end-if
              end-read
              close auditStatusFile
           end-if.
      *
       2000-load-control-table.
      *   the whole roster comes into storage up front - dispatch
              until jobCtlEof
           close jobControlFile
           if dispCount = zero
              if sdAllStreams
                 move "strmdisp: no control records to dispatch"
                   to msgText
              else
                 move "strmdisp: no control records in that stream"
                   to msgText
              end-if
              display msgText
              perform 8000-close-log
              go to 9999-exit
           end-if.
      *
       2200-load-one-record.
      *   a record filed under another stream is left for that
      *   stream's own dispatch - counted, never touched.
           read jobControlFile next record
              at end move "Y" to jobCtlEofFlag
              not at end
                 if sdAllStreams
                       or jobCtlStreamCode = sdStreamCode
                    perform 2300-queue-one-record
                 else
                    add 1 to otherStreamCount
                 end-if
           end-read.
      *
       2300-queue-one-record.
           if dispCount < dispTableMax
              add 1 to dispCount
              move jobCtlJobId       to dspJobId(dispCount)
              move jobCtlPredJobId   to dspPredJobId(dispCount)
              move jobCtlEnabledFlag
                to dspEnabledFlag(dispCount)
              move jobCtlNotes       to dspNotes(dispCount)
              move jobCtlStreamCode  to dspStreamCode(dispCount)
              move "Q"               to dspState(dispCount)
              move spaces            to dspStatus(dispCount)
           else
      *       sized for the whole roster - if it ever fills,
      *       say so loudly rather than run a partial stream.
              add 1 to droppedJobCount
           end-if.
      *
       2500-check-for-cycles.
      *   walk each job's predecessor chain before anything starts.
           move "B" to dspState(dispIdx)
           move "PRED-BLOCK" to dspStatus(dispIdx)
           add 1 to blockedCount
           perform 5000-write-log-detail
           move "BLOCKED" to sdEventType
           move spaces to sdEventDetail
           string "predecessor "          delimited by size
                 dspJobId(predFoundIdx)   delimited by space
                 " ended "                delimited by size
                 dspStatus(predFoundIdx)  delimited by size
                 into sdEventDetail
           end-string
           perform 5500-post-event.
      *
       4000-dispatch-job.
           move "Y" to passProgressFlag
           move dspStatus(dispIdx) to ldStatus
           move dspNotes(dispIdx)  to ldText
           write dispatchLogRecord from logDetail.
      *
       5500-post-event.
      *   the same post cobsmpl makes in its 9800-post-event: the
      *   next number off EVENT-CTL first, then the line. a feed
      *   that cannot be written is only shouted about - the
      *   dispatch log above already holds the action - and the
      *   number taken for it stays a gap, never a reuse.
           accept sdEventDate from date yyyymmdd
           accept sdEventTime from time
           move spaces to sdEventTimestamp
           string sdEventDateText(1:4) delimited by size
                 "-"                   delimited by size
                 sdEventDateText(5:2)  delimited by size
                 "-"                   delimited by size
                 sdEventDateText(7:2)  delimited by size
                 " "                   delimited by size
                 sdEventTimeText(1:2)  delimited by size
                 ":"                   delimited by size
                 sdEventTimeText(3:2)  delimited by size
                 ":"                   delimited by size
                 sdEventTimeText(5:2)  delimited by size
                 into sdEventTimestamp
           end-string
           perform 5600-take-event-seq
           if sdEventSeqOk
              move evcLastSeq              to evtSequence
              move sdEventTimestamp        to evtTimestamp
              move "STRMDISP"              to evtSourcePgm
              move sdEventType             to evtType
              move dspJobId(dispIdx)       to evtJobId
              move dspStreamCode(dispIdx)  to evtStreamCode
              move dspStatus(dispIdx)      to evtStatus
              move zero                    to evtReturnCode
              move spaces                  to evtAttemptNum
              move sdOperatorId            to evtOperatorId
              move sdEventDetail           to evtDetail
              open extend eventFile
              if eventFileStatus not = "00"
                 open output eventFile
              end-if
              if eventFileStatus = "00"
                 write eventRecord
                 close eventFile
              else
                 move "strmdisp: event file open failed" to msgText
                 display msgText
              end-if
           end-if.
      *
       5600-take-event-seq.
      *   the status is cleared first - the close after the last
      *   post left it at "00", which would skip the open entirely.
           move "N" to sdEventSeqOkFlag
           move zero to sdEventTryNum
           move spaces to eventCtlStatus
           perform 5650-open-event-ctl-with-retry
              until eventCtlStatus = "00"
                 or sdEventTryNum >= sdEventTryMax
           if eventCtlStatus = "00"
              move "JOBEVENT" to evcKey
              read eventCtlFile
                 invalid key
                    move "JOBEVENT"       to evcKey
                    move 1                to evcLastSeq
                    move sdEventTimestamp to evcLastTs
                    write eventCtlRecord
                       invalid key continue
                       not invalid key move "Y" to sdEventSeqOkFlag
                    end-write
                 not invalid key
                    add 1 to evcLastSeq
                    move sdEventTimestamp to evcLastTs
                    rewrite eventCtlRecord
                       invalid key continue
                       not invalid key move "Y" to sdEventSeqOkFlag
                    end-rewrite
              end-read
              close eventCtlFile
           end-if
      *   a dropped post takes no number, so it leaves no gap for
      *   evtsend to find - the dispatch log has to say it.
           if not sdEventSeqOk
              move "strmdisp: event counter unavailable - not posted"
                to msgText
              display msgText
              move spaces to summaryLine
              string "EVENT NOT POSTED - "   delimited by size
                    sdEventType              delimited by space
                    " "                      delimited by size
                    dspJobId(dispIdx)        delimited by space
                    " (EVENT-CTL STATUS "    delimited by size
                    eventCtlStatus           delimited by size
                    ")"                      delimited by size
                    into summaryLine
              end-string
              write dispatchLogRecord from summaryLine
           end-if.
      *
       5650-open-event-ctl-with-retry.
           add 1 to sdEventTryNum
           open i-o eventCtlFile
           if eventCtlStatus = "35"
              open output eventCtlFile
              close eventCtlFile
              open i-o eventCtlFile
           end-if
           if eventCtlStatus not = "00"
                 and sdEventTryNum < sdEventTryMax
              call WINAPI "Sleep" using
                   by value sdEventWaitMs
           end-if.
      *
       6000-report-unresolved.
      *   whatever is still queued when the passes run out - held
       6200-flag-unresolved-job.
           if dspQueued(dispIdx)
              add 1 to unresolvedCount
      *      the console hears what the job was last held on -
      *      spaces if it was never reached at all.
              move spaces to sdEventDetail
              if dspStatus(dispIdx) not = spaces
                 string "last held "       delimited by size
                       dspStatus(dispIdx)  delimited by size
                       into sdEventDetail
                 end-string
              end-if
              move "UNRESOLVED" to dspStatus(dispIdx)
              perform 5000-write-log-detail
              move "UNRESOLVED" to sdEventType
              perform 5500-post-event
           end-if.
      *
       7000-write-summary.
                 notTodayCount    delimited by size
                 "  NO-STAMP: "   delimited by size
                 noStampCount     delimited by size
                 "  OTHER STREAMS: " delimited by size
                 otherStreamCount delimited by size
                 into summaryLine
           end-string
           write dispatchLogRecord from summaryLine
