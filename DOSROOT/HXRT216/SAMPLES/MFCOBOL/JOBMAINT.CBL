      *       operid PRED jobid predecessor-jobid|NONE
      *       operid FREQ jobid D|W|1-7|M
      *       operid RTRY jobid maxattempts waitseconds
      *       operid STRM jobid streamcode|NONE
      *       operid BATCH
      *
      *   the operator-id must be on the OPERATOR-FILE with an
      *   authority level covering the action - 1 for LIST, 2 for
      *   ADD/UPD/PRED/FREQ/RTRY/STRM, 3 for DEL - so destructive
      *   actions need more authority than schedule maintenance.
      *   an id past its operExpiryDate is refused as not on file.
      *
      *   FREQ sets the run frequency the calendar check enforces:
      *   D every day (the ADD default), W weekdays only, a digit
      *   run: total attempts allowed (0 or 1 means no retry, the
      *   ADD default) and the seconds to wait between attempts.
      *
      *   STRM files the job under a batch stream (payroll, GL
      *   close, warehouse ...) so strmdisp can dispatch one stream
      *   at a time and the stream reports can section by it. NONE
      *   puts the job back in the unassigned stream, the ADD
      *   default.
      *
      *   BATCH reads JOBMAINT-TRANS, a file of ADD|UPD|DEL lines in
      *   the same shape as the single-shot parm (without the leading
      *   operator-id), applies them all in one pass, and writes
      *   instead of an afternoon of hand-typed runs. DEL lines still
      *   need the batch operator to hold level 3.
      *
      *   every applied ADD/UPD/DEL/PRED/FREQ/RTRY/STRM - single-shot
      *   and BATCH lines alike - also writes a CHANGE-HISTORY record
      *   carrying the operator, timestamp, action and before/after
      *   images of the record, so the maintenance that shapes the
      *   runs is as audited as the runs themselves. chghist reports
         01 jcmOperAuthLevel pic 9(02).
         01 jcmAuthOkFlag    pic x(01) value "N".
            88 jcmAuthOk     value "Y".
         01 jcmToday         pic x(08).
      *   outcome of one ADD/UPD/DEL - spaces means it applied. the
      *   single-shot path displays it, the batch path writes it to
      *   the report, so the action paragraphs stay shared.
            88 jcmRunFreqOk  value "D" "W" "M" "1" thru "7".
         01 jcmNewRetryMax   pic x(02).
         01 jcmNewRetryWait  pic x(03).
         01 jcmNewStreamCode pic x(08).
         01 jcmNotes         pic x(40).
         01 msgText          pic x(60).
         01 chgHistStatus    pic x(02).
                    perform 7600-set-run-freq
                 when "RTRY"
                    perform 7700-set-retry-policy
                 when "STRM"
                    perform 7800-set-stream-code
                 when "BATCH"
                    perform 6500-run-batch
                 when other
      *             the action list outgrew one message line.
                    move "jobmaint: action not recognized - one of"
                      to msgText
                    move 16 to return-code
                    display msgText
                    display "  ADD UPD DEL LIST PRED FREQ RTRY STRM"
                            " BATCH"
              end-evaluate
              perform 8000-close-file
           else
      *   every action needs a known operator with enough authority -
      *   1 covers inquiry, 2 schedule maintenance, 3 the destructive
      *   DEL. an unknown action falls through here as inquiry and is
      *   still rejected by the action evaluate in 0000-main. an
      *   expired id is answered exactly as one not on file.
           move "N" to jcmAuthOkFlag
           accept jcmToday from date yyyymmdd
           evaluate jcmAction
              when "DEL"
                 move 3 to jcmRequiredLevel
              when "PRED"
              when "FREQ"
              when "RTRY"
              when "STRM"
              when "BATCH"
                 move 2 to jcmRequiredLevel
              when other
                    move 16 to return-code
                    display msgText
                 not invalid key
                    evaluate true
                       when operExpiryDate not = spaces
                             and operExpiryDate < jcmToday
                          move "jobmaint: operator not on file"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when operAuthLevel < jcmRequiredLevel
                          move "jobmaint: not authorized for action"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when other
      *                   kept past the close for the per-transaction
      *                   DEL authority check in batch mode.
                          move operAuthLevel to jcmOperAuthLevel
                          move "Y" to jcmAuthOkFlag
                    end-evaluate
              end-read
              close operatorFile
           end-if.
           move "D"               to jobCtlRunFreq
           move "00"              to jobCtlRetryMax
           move "000"             to jobCtlRetryWaitSec
           move spaces            to jobCtlStreamCode
           write jobControlRecord
              invalid key
                 move "job-id already on file" to jcmResultText
                 display "RUN FREQ:    " jobCtlRunFreq
                 display "RETRY MAX:   " jobCtlRetryMax
                 display "RETRY WAIT:  " jobCtlRetryWaitSec
                 display "STREAM:      " jobCtlStreamCode
                 display "NOTES:       " jobCtlNotes
           end-read.
      *
              move jcmNewRetryWait(1:1) to jcmNewRetryWait(2:1)
              move "0" to jcmNewRetryWait(1:1)
           end-if.
      *
       7800-set-stream-code.
      *   like PRED, FREQ and RTRY, the STRM parm carries its own
      *   token shape after the job-id - re-scan the line rather
      *   than let 1000's fixed schedule tokens truncate it. NONE
      *   files the job back under the unassigned stream.
           move spaces to jcmNewStreamCode
           unstring jcmParmLine delimited by all spaces
                into jcmOperatorId
                     jcmAction
                     jobCtlJobId
                     jcmNewStreamCode
           end-unstring
           if jcmNewStreamCode = spaces
              move "jobmaint: STRM needs a stream code or NONE"
                to msgText
              move 16 to return-code
              display msgText
           else
              if jcmNewStreamCode = "NONE"
                 move spaces to jcmNewStreamCode
              end-if
              read jobControlFile
                 invalid key
                    move "jobmaint: job-id not on file" to msgText
                    move 16 to return-code
                    display msgText
                 not invalid key
                    move jobControlRecord to jcmBeforeImage
                    move jcmNewStreamCode to jobCtlStreamCode
                    rewrite jobControlRecord
                       invalid key
                          move "jobmaint: job-id not on file"
                            to msgText
                          move 16 to return-code
                          display msgText
                       not invalid key
                          move jobControlRecord to jcmAfterImage
                          perform 8500-write-change-history
                    end-rewrite
              end-read
           end-if.
      *
       8000-close-file.
           close jobControlFile.
           move jobCtlJobId    to chgKeyId
           move jcmBeforeImage to chgBeforeImage
           move jcmAfterImage  to chgAfterImage
           move "J"            to chgFileCode
           open extend changeHistFile
           if chgHistStatus not = "00"
              open output changeHistFile
