      *   day. hold entries (SKIPPED, OUT-WNDW, PRED-WAIT,
      *   ALREADY-RUN, CAL-SKIP, RETRYING, IN-FLIGHT, RUN-CLEARED)
      *   are not runs and are dropped the way reconrpt drops them.
      *
      *   jobs are reported stream by stream (jobCtlStreamCode), each
      *   stream on a page of its own closed by a TOTAL line rolling
      *   its jobs' days together, so every stream owner reviews
      *   their own month; the unassigned stream comes first.
      *
       environment division.
       input-output section.
         01 slaTable.
            05 slaEntry occurs 200 times.
               10 slJobId        pic x(08).
               10 slStreamCode   pic x(08).
               10 slSchedStart   pic x(04).
               10 slSchedEnd     pic x(04).
               10 slEnabledFlag  pic x(01).
            05 filler        pic x(02) value spaces.
            05 dlWorstMs     pic z(09)9.
         01 summaryLine      pic x(90).
      *   every stream code in the job table, in code order, and the
      *   stream's own roll-up for its TOTAL line.
         01 streamTableMax    pic 9(04) comp-5 value 100.
         01 streamCount       pic 9(04) comp-5 value 0.
         01 streamIdx         pic 9(04) comp-5.
         01 streamScanIdx     pic 9(04) comp-5.
         01 streamInsertIdx   pic 9(04) comp-5.
         01 streamFoundFlag   pic x(01).
            88 streamFound    value "Y".
         01 droppedStreamCount pic 9(06) value 0.
         01 streamTable.
            05 streamEntry occurs 100 times.
               10 stStreamCode pic x(08).
         01 streamLabel       pic x(08).
         01 strSchedDays      pic 9(06) comp-5.
         01 strCleanDays      pic 9(06) comp-5.
         01 strFailDays       pic 9(06) comp-5.
         01 strNoRunDays      pic 9(06) comp-5.
         01 strRunDays        pic 9(06) comp-5.
         01 strOnTimeDays     pic 9(06) comp-5.
         01 strWorstDayDate   pic x(08).
         01 strWorstDayMs     pic 9(09) comp-5.
      *
       procedure division.
      *
                 if jobCount < jobTableMax
                    add 1 to jobCount
                    move jobCtlJobId       to slJobId(jobCount)
                    move jobCtlStreamCode  to slStreamCode(jobCount)
                    move jobCtlSchedStart  to slSchedStart(jobCount)
                    move jobCtlSchedEnd    to slSchedEnd(jobCount)
                    move jobCtlEnabledFlag to slEnabledFlag(jobCount)
           end-if.
      *
       6000-write-report.
           perform 6100-post-stream-code
              varying jobIdx from 1 by 1
              until jobIdx > jobCount
           perform 6300-write-one-stream
              varying streamIdx from 1 by 1
              until streamIdx > streamCount
           move spaces to reportRecord
           write reportRecord
           move jobCount to jobCountDisplay
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if
           if droppedStreamCount > zero
              move spaces to summaryLine
              string "STREAMS DROPPED - TABLE FULL: " delimited by size
                    droppedStreamCount                delimited by size
                    into summaryLine
              end-string
              write reportRecord from summaryLine
           end-if.
      *
       6100-post-stream-code.
      *   insert in code order - find the first entry that sorts
      *   after this job's stream, slide the rest down one, and drop
      *   it in.
           move "N" to streamFoundFlag
           move zero to streamInsertIdx
           perform 6150-scan-stream-entry
              varying streamScanIdx from 1 by 1
              until streamScanIdx > streamCount
                 or streamFound or streamInsertIdx > zero
           if not streamFound
              if streamCount < streamTableMax
                 if streamInsertIdx = zero
                    compute streamInsertIdx = streamCount + 1
                 end-if
                 add 1 to streamCount
                 perform 6180-slide-stream-entry
                    varying streamScanIdx from streamCount by -1
                    until streamScanIdx <= streamInsertIdx
                 move slStreamCode(jobIdx)
                   to stStreamCode(streamInsertIdx)
              else
      *          sized for every stream in the shop - if it ever
      *          fills, say so rather than lose a stream's month.
                 add 1 to droppedStreamCount
              end-if
           end-if.
      *
       6150-scan-stream-entry.
           evaluate true
              when stStreamCode(streamScanIdx) = slStreamCode(jobIdx)
                 move "Y" to streamFoundFlag
              when stStreamCode(streamScanIdx) > slStreamCode(jobIdx)
                 move streamScanIdx to streamInsertIdx
           end-evaluate.
      *
       6180-slide-stream-entry.
           move stStreamCode(streamScanIdx - 1)
             to stStreamCode(streamScanIdx).
      *
       6300-write-one-stream.
      *   a page per stream after the first, headed by the stream
      *   and the month, closed by the stream's TOTAL line.
           move zero to strSchedDays
           move zero to strCleanDays
           move zero to strFailDays
           move zero to strNoRunDays
           move zero to strRunDays
           move zero to strOnTimeDays
           move spaces to strWorstDayDate
           move zero to strWorstDayMs
           if stStreamCode(streamIdx) = spaces
              move "(NONE)" to streamLabel
           else
              move stStreamCode(streamIdx) to streamLabel
           end-if
           move spaces to summaryLine
           string "STREAM: "  delimited by size
                 streamLabel  delimited by size
                 "  MONTH "   delimited by size
                 srMonthToken delimited by size
                 into summaryLine
           end-string
           if streamIdx = 1
              write reportRecord from summaryLine
           else
              write reportRecord from summaryLine
                 after advancing page
           end-if
           move spaces to reportRecord
           write reportRecord
           write reportRecord from headingLine
           perform 6350-write-stream-job
              varying jobIdx from 1 by 1
              until jobIdx > jobCount
           perform 6400-write-stream-total.
      *
       6350-write-stream-job.
           if slStreamCode(jobIdx) = stStreamCode(streamIdx)
              perform 6200-write-one-job
              add slSchedDays(jobIdx)  to strSchedDays
              add slCleanDays(jobIdx)  to strCleanDays
              add slFailDays(jobIdx)   to strFailDays
              add slNoRunDays(jobIdx)  to strNoRunDays
              add slRunDays(jobIdx)    to strRunDays
              add slOnTimeDays(jobIdx) to strOnTimeDays
              if slWorstDayMs(jobIdx) > strWorstDayMs
                 move slWorstDayMs(jobIdx)   to strWorstDayMs
                 move slWorstDayDate(jobIdx) to strWorstDayDate
              end-if
           end-if.
      *
       6400-write-stream-total.
      *   the stream's days rolled together - on-time is weighed by
      *   days run across the stream, not averaged job by job.
           move spaces to reportRecord
           write reportRecord
           move spaces to detailLine
           move "TOTAL"       to dlJobId
           move strSchedDays  to dlSchedDays
           move strCleanDays  to dlCleanDays
           move strFailDays   to dlFailDays
           move strNoRunDays  to dlNoRunDays
           if strRunDays > zero
              compute onTimePct rounded =
                      strOnTimeDays * 100 / strRunDays
           else
              move zero to onTimePct
           end-if
           move onTimePct       to dlOnTimePct
           move strWorstDayDate to dlWorstDay
           move strWorstDayMs   to dlWorstMs
           write reportRecord from detailLine.
      *
       6200-write-one-job.
           move spaces to detailLine
