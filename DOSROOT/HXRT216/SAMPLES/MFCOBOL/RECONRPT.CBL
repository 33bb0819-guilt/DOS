      *   later when downstream balancing breaks; auditrpt can only
      *   report runs that happened, and without the calendar check
      *   every correctly-skipped holiday job would land there too.
      *
      *   the report is sectioned by jobCtlStreamCode: each stream
      *   starts a new page with its own heading and closes with a
      *   subtotal of the four buckets, so every stream owner gets a
      *   page of their own; the summary at the end covers all of
      *   them.
      *
       environment division.
       input-output section.
         01 badRcCount       pic 9(06) value 0.
         01 neverRanCount    pic 9(06) value 0.
         01 notSchedCount    pic 9(06) value 0.
      *   the same four buckets for the stream being reported,
      *   rolled into the totals above at each stream's subtotal.
         01 strCleanCount    pic 9(06) value 0.
         01 strBadRcCount    pic 9(06) value 0.
         01 strNeverRanCount pic 9(06) value 0.
         01 strNotSchedCount pic 9(06) value 0.
      *   every stream code among the enabled control records, kept
      *   in code order so the sections print the same way daily.
         01 streamTableMax   pic 9(04) comp-5 value 100.
         01 streamCount      pic 9(04) comp-5 value 0.
         01 streamIdx        pic 9(04) comp-5.
         01 streamScanIdx    pic 9(04) comp-5.
         01 streamInsertIdx  pic 9(04) comp-5.
         01 streamFoundFlag  pic x(01).
            88 streamFound   value "Y".
         01 droppedStreamCount pic 9(06) value 0.
         01 streamTable.
            05 streamEntry occurs 100 times.
               10 stStreamCode pic x(08).
         01 streamLabel      pic x(08).
      *   one entry per job seen in today's audit entries, carrying
      *   the worst return code any of its runs came in with.
         01 ranTable.
           perform 2000-open-files.
           perform 3000-load-todays-runs
              until auditEof.
           perform 4000-load-stream-list
              until jobCtlEof.
           perform 4500-reconcile-one-stream
              varying streamIdx from 1 by 1
              until streamIdx > streamCount.
           perform 7000-write-summary.
           perform 8000-close-files.
           go to 9999-exit.
           if ranJobId(ranIdx) = logJobId
              move ranIdx to ranFoundIdx
           end-if.
      *
       4000-load-stream-list.
      *   first pass over the roster: just the stream codes of the
      *   enabled records, so the report can take a stream at a time.
           read jobControlFile
              at end move "Y" to jobCtlEofFlag
              not at end
                 if jobCtlEnabled
                    perform 4100-post-stream-code
                 end-if
           end-read.
      *
       4100-post-stream-code.
      *   insert in code order - find the first entry that sorts
      *   after this code, slide the rest down one, and drop it in.
           move "N" to streamFoundFlag
           move zero to streamInsertIdx
           perform 4200-scan-stream-entry
              varying streamScanIdx from 1 by 1
              until streamScanIdx > streamCount
                 or streamFound or streamInsertIdx > zero
           if not streamFound
              if streamCount < streamTableMax
                 if streamInsertIdx = zero
                    compute streamInsertIdx = streamCount + 1
                 end-if
                 add 1 to streamCount
                 perform 4300-slide-stream-entry
                    varying streamScanIdx from streamCount by -1
                    until streamScanIdx <= streamInsertIdx
                 move jobCtlStreamCode to stStreamCode(streamInsertIdx)
              else
      *          sized for every stream in the shop - if it ever
      *          fills, say so rather than lose a stream's jobs.
                 add 1 to droppedStreamCount
              end-if
           end-if.
      *
       4200-scan-stream-entry.
           evaluate true
              when stStreamCode(streamScanIdx) = jobCtlStreamCode
                 move "Y" to streamFoundFlag
              when stStreamCode(streamScanIdx) > jobCtlStreamCode
                 move streamScanIdx to streamInsertIdx
           end-evaluate.
      *
       4300-slide-stream-entry.
           move stStreamCode(streamScanIdx - 1)
             to stStreamCode(streamScanIdx).
      *
       4500-reconcile-one-stream.
      *   each stream after the first starts a fresh page; the
      *   roster is re-read from the top for every stream.
           close jobControlFile
           open input jobControlFile
           move "N" to jobCtlEofFlag
           move zero to strCleanCount
           move zero to strBadRcCount
           move zero to strNeverRanCount
           move zero to strNotSchedCount
           if stStreamCode(streamIdx) = spaces
              move "(NONE)" to streamLabel
           else
              move stStreamCode(streamIdx) to streamLabel
           end-if
           move spaces to summaryLine
           string "STREAM: "  delimited by size
                 streamLabel  delimited by size
                 "  RUN DATE " delimited by size
                 reportDate   delimited by size
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
           perform 5000-reconcile-control-file
              until jobCtlEof
           perform 6000-write-stream-subtotal.
      *
       5000-reconcile-control-file.
           read jobControlFile
              at end move "Y" to jobCtlEofFlag
              not at end
                 if jobCtlEnabled
                       and jobCtlStreamCode = stStreamCode(streamIdx)
                    perform 5200-bucket-one-job
                 end-if
           end-read.
              when ranFoundIdx = zero
                 perform 5300-check-scheduled-today
                 if schedToday
                    add 1 to strNeverRanCount
                    move "NEVER RAN" to dlBucket
                 else
                    add 1 to strNotSchedCount
                    move "NOT SCHEDULED" to dlBucket
                 end-if
              when ranWorstRc(ranFoundIdx) = zero
                 add 1 to strCleanCount
                 move "RAN CLEAN" to dlBucket
              when other
                 add 1 to strBadRcCount
                 move spaces to dlBucket
                 string "RAN RC=" delimited by size
                       ranWorstRc(ranFoundIdx) delimited by size
           if ranJobId(ranIdx) = jobCtlJobId
              move ranIdx to ranFoundIdx
           end-if.
      *
       6000-write-stream-subtotal.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string streamLabel         delimited by size
                 "  RAN CLEAN: "      delimited by size
                 strCleanCount        delimited by size
                 "  NON-ZERO RC: "    delimited by size
                 strBadRcCount        delimited by size
                 "  NEVER RAN: "      delimited by size
                 strNeverRanCount     delimited by size
                 "  NOT SCHEDULED: "  delimited by size
                 strNotSchedCount     delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           add strCleanCount    to cleanCount
           add strBadRcCount    to badRcCount
           add strNeverRanCount to neverRanCount
           add strNotSchedCount to notSchedCount.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "ALL     "          delimited by size
                 "  RAN CLEAN: "      delimited by size
                 cleanCount           delimited by size
                 "  NON-ZERO RC: "    delimited by size
                 badRcCount           delimited by size
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
       8000-close-files.
