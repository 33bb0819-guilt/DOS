      *   LIST shows every open (unacknowledged) exception; ACK
      *   stamps the operator-id on all open exceptions for the named
      *   job so the morning to-do queue shrinks as it is worked.
      *
      *   an acknowledged exception does not stay on the queue: ACK
      *   moves it to EXCEPTION-HIST (see EXCHREC.CPY) stamped with
      *   the time of the acknowledgement, and takes along any
      *   exception acked before the history was kept, with no time
      *   on it. failrpt analyses the month from that history. the
      *   moved exceptions are held on EXCEPTION-HIST-NEW until the
      *   queue has been rewritten without them, and only then added
      *   to the history, so an ACK that cannot rewrite the queue
      *   leaves the history as it found it and the next ACK never
      *   moves the same exception twice.
      *
       environment division.
       input-output section.
           select workExcpFile assign "EXCEPTION-NEW"
                  organization line sequential
                  file status is workFileStatus.
           select excpHistFile assign "EXCEPTION-HIST"
                  organization line sequential
                  file status is excpHistStatus.
           select workHistFile assign "EXCEPTION-HIST-NEW"
                  organization line sequential
                  file status is workHistStatus.
      *
       data division.
       file section.
       fd  workExcpFile
           label records are standard.
         01 workExcpRecord pic x(80).
       fd  excpHistFile
           label records are standard.
           copy "EXCHREC.CPY".
       fd  workHistFile
           label records are standard.
         01 workHistRecord pic x(80).
      *
       working-storage section.
         01 excpFileStatus  pic x(02).
         01 workFileStatus  pic x(02).
         01 excpHistStatus  pic x(02).
         01 workHistStatus  pic x(02).
         01 excpEofFlag     pic x(01) value "N".
            88 excpEof      value "Y".
         01 workEofFlag     pic x(01) value "N".
            88 workEof      value "Y".
         01 workHistEofFlag pic x(01) value "N".
            88 workHistEof  value "Y".
         01 eoParmLine      pic x(80).
         01 eoAction        pic x(04).
         01 eoJobId         pic x(08).
         01 eoOperatorId    pic x(08).
         01 openCount       pic 9(06) value 0.
         01 ackedCount      pic 9(06) value 0.
         01 movedCount      pic 9(06) value 0.
      *   the moment of this ACK, in logTimestamp's shape, for every
      *   exception it moves to the history.
         01 ackDate         pic 9(08).
         01 ackDateText redefines ackDate pic x(08).
         01 ackTime         pic 9(08).
         01 ackTimeText redefines ackTime pic x(08).
         01 ackTimestamp    pic x(19).
         01 msgText         pic x(60).
         01 summaryLine     pic x(60).
      *
              close exceptionFile
              go to 9999-exit
           end-if
      *   the history is opened before anything is moved - if it
      *   cannot take the records the queue is left exactly as it
      *   was. it stays open, untouched, until the queue has been
      *   rewritten.
           open extend excpHistFile
           if excpHistStatus not = "00"
              open output excpHistFile
           end-if
           if excpHistStatus not = "00"
              move "excpoper: EXCEPTION-HIST open failed" to msgText
              move 16 to return-code
              display msgText
              close exceptionFile
              close workExcpFile
              go to 9999-exit
           end-if
           open output workHistFile
           if workHistStatus not = "00"
              move "excpoper: EXCEPTION-HIST-NEW open failed"
                to msgText
              move 16 to return-code
              display msgText
              close exceptionFile
              close workExcpFile
              close excpHistFile
              go to 9999-exit
           end-if
           perform 5100-build-ack-timestamp
           perform 5200-ack-one-exception
              until excpEof
           close exceptionFile
           close workExcpFile
           close workHistFile
           perform 5500-rewrite-exception-file
           perform 5700-post-history
           move spaces to summaryLine
           string "EXCEPTIONS ACKNOWLEDGED: " delimited by size
                 ackedCount                   delimited by size
                 into summaryLine
           end-string
           display summaryLine
           move spaces to summaryLine
           string "MOVED TO EXCEPTION-HIST: " delimited by size
                 movedCount                   delimited by size
                 into summaryLine
           end-string
           display summaryLine
           if ackedCount = zero
              move "excpoper: no open exceptions for that job"
                to msgText
              move 4 to return-code
              display msgText
           end-if.
      *
       5100-build-ack-timestamp.
           accept ackDate from date yyyymmdd
           accept ackTime from time
           move spaces to ackTimestamp
           string ackDateText(1:4) delimited by size
                 "-"               delimited by size
                 ackDateText(5:2)  delimited by size
                 "-"               delimited by size
                 ackDateText(7:2)  delimited by size
                 " "               delimited by size
                 ackTimeText(1:2)  delimited by size
                 ":"               delimited by size
                 ackTimeText(3:2)  delimited by size
                 ":"               delimited by size
                 ackTimeText(5:2)  delimited by size
                 into ackTimestamp
           end-string.
      *
       5200-ack-one-exception.
      *   open exceptions for other jobs are copied through to the
      *   work file untouched. the ones acked now go to the history
      *   with this ACK's time; any acked before the history existed
      *   go along with a blank time, since when they were worked
      *   was never kept.
           read exceptionFile
              at end move "Y" to excpEofFlag
              not at end
                 evaluate true
                    when excpOpen and excpJobId = eoJobId
                       move "Y" to excpAckFlag
                       move eoOperatorId to excpAckOperId
                       add 1 to ackedCount
                       move ackTimestamp to exchAckTimestamp
                       perform 5300-write-history-record
                    when excpAcked
                       move spaces to exchAckTimestamp
                       perform 5300-write-history-record
                    when other
                       write workExcpRecord from exceptionRecord
                 end-evaluate
           end-read.
      *
       5300-write-history-record.
           move excpJobId      to exchJobId
           move excpTimestamp  to exchTimestamp
           move excpReturnCode to exchReturnCode
           move excpResource   to exchResource
           move excpAckOperId  to exchAckOperId
           write workHistRecord from exceptionHistRecord
           add 1 to movedCount.
      *
       5500-rewrite-exception-file.
           open input workExcpFile
              move "excpoper: work file reopen failed" to msgText
              move 16 to return-code
              display msgText
              close excpHistFile
              go to 9999-exit
           end-if
           open output exceptionFile
              move 16 to return-code
              display msgText
              close workExcpFile
              close excpHistFile
              go to 9999-exit
           end-if
           perform 5600-copy-back-record
              at end move "Y" to workEofFlag
              not at end write exceptionRecord from workExcpRecord
           end-read.
      *
       5700-post-history.
      *   the queue no longer holds them - now they go to the
      *   history. should EXCEPTION-HIST-NEW not reopen, the moved
      *   exceptions are still on it to be added by hand.
           open input workHistFile
           if workHistStatus not = "00"
              move "excpoper: EXCEPTION-HIST-NEW reopen failed"
                to msgText
              move 16 to return-code
              display msgText
              close excpHistFile
              go to 9999-exit
           end-if
           perform 5800-copy-history-record
              until workHistEof
           close workHistFile
           close excpHistFile.
      *
       5800-copy-history-record.
           read workHistFile
              at end move "Y" to workHistEofFlag
              not at end
                 write exceptionHistRecord from workHistRecord
           end-read.
      *
       9999-exit.
           goback.
