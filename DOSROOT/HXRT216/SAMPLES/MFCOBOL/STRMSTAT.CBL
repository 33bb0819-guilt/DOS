      *   waiting, failed and not-yet-started. no parm; the display
      *   goes to the console the way excpoper's LIST does, so the
      *   shift supervisor runs one tool instead of three.
      *
      *   the roster is sectioned by jobCtlStreamCode - one heading
      *   and one subtotal line per stream, streams in code order
      *   with the unassigned stream first - so each stream owner
      *   reads their own section, and the summary at the foot
      *   still covers the whole night.
      *
       environment division.
       input-output section.
         01 waitingCount      pic 9(04) value 0.
         01 failedCount       pic 9(04) value 0.
         01 notStartedCount   pic 9(04) value 0.
      *   the same five counts for the stream being listed, rolled
      *   into the night's totals above at each stream's subtotal.
         01 strDoneCount       pic 9(04) value 0.
         01 strRunningCount    pic 9(04) value 0.
         01 strWaitingCount    pic 9(04) value 0.
         01 strFailedCount     pic 9(04) value 0.
         01 strNotStartedCount pic 9(04) value 0.
      *   every stream code on the control file, kept in code order
      *   so the sections come out the same way every morning.
         01 streamTableMax    pic 9(04) comp-5 value 100.
         01 streamCount       pic 9(04) comp-5 value 0.
         01 streamIdx         pic 9(04) comp-5.
         01 streamScanIdx     pic 9(04) comp-5.
         01 streamInsertIdx   pic 9(04) comp-5.
         01 streamFoundFlag   pic x(01).
            88 streamFound    value "Y".
         01 droppedStreamCount pic 9(04) value 0.
         01 streamTable.
            05 streamEntry occurs 100 times.
               10 stStreamCode pic x(08).
         01 streamLabel       pic x(08).
         01 streamHeading     pic x(60).
         01 headingLine.
            05 filler        pic x(10) value "JOB ID".
            05 filler        pic x(05) value "ENB".
           perform 1000-initialize.
           perform 2000-load-open-exceptions.
           perform 2500-open-files.
           perform 2700-load-stream-list
              until jobCtlEof.
           perform 3000-report-one-stream
              varying streamIdx from 1 by 1
              until streamIdx > streamCount.
           perform 7000-display-summary.
           perform 8000-close-files.
           go to 9999-exit.
              move "Y" to restartOpenFlag
           end-if.
      *
       2700-load-stream-list.
      *   first pass over the roster: just the stream codes, so the
      *   report pass can take one stream at a time.
           read jobControlFile
              at end move "Y" to jobCtlEofFlag
              not at end perform 2750-post-stream-code
           end-read.
      *
       2750-post-stream-code.
      *   insert in code order - find the first entry that sorts
      *   after this code, slide the rest down one, and drop it in.
           move "N" to streamFoundFlag
           move zero to streamInsertIdx
           perform 2760-scan-stream-entry
              varying streamScanIdx from 1 by 1
              until streamScanIdx > streamCount
                 or streamFound or streamInsertIdx > zero
           if not streamFound
              if streamCount < streamTableMax
                 if streamInsertIdx = zero
                    compute streamInsertIdx = streamCount + 1
                 end-if
                 add 1 to streamCount
                 perform 2780-slide-stream-entry
                    varying streamScanIdx from streamCount by -1
                    until streamScanIdx <= streamInsertIdx
                 move jobCtlStreamCode to stStreamCode(streamInsertIdx)
              else
      *          sized for every stream in the shop - if it ever
      *          fills, say so rather than drop a stream's jobs
      *          from the listing without a word.
                 add 1 to droppedStreamCount
              end-if
           end-if.
      *
       2760-scan-stream-entry.
           evaluate true
              when stStreamCode(streamScanIdx) = jobCtlStreamCode
                 move "Y" to streamFoundFlag
              when stStreamCode(streamScanIdx) > jobCtlStreamCode
                 move streamScanIdx to streamInsertIdx
           end-evaluate.
      *
       2780-slide-stream-entry.
           move stStreamCode(streamScanIdx - 1)
             to stStreamCode(streamScanIdx).
      *
       3000-report-one-stream.
      *   one section per stream: reposition to the top of the
      *   roster, list the stream's jobs, close with its subtotal.
           close jobControlFile
           open input jobControlFile
           move "N" to jobCtlEofFlag
           move zero to strDoneCount
           move zero to strRunningCount
           move zero to strWaitingCount
           move zero to strFailedCount
           move zero to strNotStartedCount
           if stStreamCode(streamIdx) = spaces
              move "(NONE)" to streamLabel
           else
              move stStreamCode(streamIdx) to streamLabel
           end-if
           move spaces to streamHeading
           string "STREAM: "  delimited by size
                 streamLabel  delimited by size
                 into streamHeading
           end-string
           display " "
           display streamHeading
           display headingLine
           perform 3100-report-one-job
              until jobCtlEof
           perform 3900-display-stream-subtotal.
      *
       3100-report-one-job.
           read jobControlFile
              at end move "Y" to jobCtlEofFlag
              not at end
                 if jobCtlStreamCode = stStreamCode(streamIdx)
                    perform 3200-format-one-job
                 end-if
           end-read.
      *
       3200-format-one-job.
              when todayStatus = "COMPLETE"
              when todayStatus = "ALREADY-RUN"
                 move "DONE" to dlState
                 add 1 to strDoneCount
              when todayStatus = "FAILED"
              when excpFoundIdx > zero
                 move "FAILED" to dlState
                 add 1 to strFailedCount
              when todayStatus = "RUNNING"
                 move "RUNNING" to dlState
                 add 1 to strRunningCount
              when todayStatus not = spaces
                 move "WAITING" to dlState
                 add 1 to strWaitingCount
              when other
                 move "NOT-STARTED" to dlState
                 add 1 to strNotStartedCount
           end-evaluate.
      *
       3900-display-stream-subtotal.
           move spaces to summaryLine
           string "  "            delimited by size
                 streamLabel      delimited by size
                 " DONE: "        delimited by size
                 strDoneCount     delimited by size
                 "  RUNNING: "    delimited by size
                 strRunningCount  delimited by size
                 "  WAITING: "    delimited by size
                 strWaitingCount  delimited by size
                 "  FAILED: "     delimited by size
                 strFailedCount   delimited by size
                 "  NOT STARTED: " delimited by size
                 strNotStartedCount delimited by size
                 into summaryLine
           end-string
           display summaryLine
           add strDoneCount       to doneCount
           add strRunningCount    to runningCount
           add strWaitingCount    to waitingCount
           add strFailedCount     to failedCount
           add strNotStartedCount to notStartedCount.
      *
       7000-display-summary.
           move spaces to summaryLine
                 into summaryLine
           end-string
           display " "
           display summaryLine
           if droppedStreamCount > zero
              move "strmstat: stream table full - streams not listed"
                to msgText
              display msgText
           end-if.
      *
       8000-close-files.
           close jobControlFile
