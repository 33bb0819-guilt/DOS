      * MicroFocus Object Cobol utility - job event resend
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. evtsend.
      *
      *   replays the job-event feed for a night the monitoring
      *   console missed. cobsmpl and strmdisp append every event to
      *   JOB-EVENTS as it is posted (see EVNTREC.CPY); this copies
      *   the events in a sequence range, unchanged and in sequence
      *   order, to a fresh JOB-EVENTS-RESEND for the monitoring side
      *   to take. a post takes its number before it appends its
      *   line, so two jobs posting at once can land on the file a
      *   line out of order - the range is sorted on evtSequence
      *   before anything is copied.
      *   parm on the command line:
      *
      *       fromseq [toseq]
      *
      *   fromseq is the first number the console has not got - one
      *   past the last it did get - so nothing it already holds
      *   goes again. toseq defaults to the last number EVENT-CTL
      *   has handed out (the highest on JOB-EVENTS when there is no
      *   counter to read). no number is ever copied twice: a second
      *   line with a number already copied is left out and listed.
      *   numbers in the range with no line on file -
      *   taken for an event that could then not be written - are
      *   listed on EVTSEND-RPT as missing, so the console side can
      *   tell a gap in the feed from an event lost in transit.
      *   return code 4 when anything is listed, or when the range
      *   holds no events at all.
      *
       environment division.
       input-output section.
       file-control.
           select eventFile assign "JOB-EVENTS"
                  organization line sequential
                  file status is eventFileStatus.
           select resendFile assign "JOB-EVENTS-RESEND"
                  organization line sequential
                  file status is resendFileStatus.
           select sortFile assign "EVTSEND-SORT".
           select workFile assign "EVTSEND-WORK"
                  organization line sequential
                  file status is workFileStatus.
           select eventCtlFile assign "EVENT-CTL"
                  organization indexed
                  access mode dynamic
                  record key is evcKey
                  file status is eventCtlStatus.
           select reportFile assign "EVTSEND-RPT"
                  organization line sequential
                  file status is reportFileStatus.
      *
       data division.
       file section.
       fd  eventFile
           label records are standard.
           copy "EVNTREC.CPY".
       fd  resendFile
           label records are standard.
         01 resendRecord     pic x(128).
      *   the range in sequence order - the sort key is evtSequence
      *   at the front of the event record.
       sd  sortFile.
         01 sortRecord.
            05 srtSequence   pic 9(09).
            05 filler        pic x(119).
       fd  workFile
           label records are standard.
         01 workRecord       pic x(128).
       fd  eventCtlFile
           label records are standard.
           copy "EVCTREC.CPY".
       fd  reportFile
           label records are standard.
         01 reportRecord     pic x(132).
      *
       working-storage section.
         01 eventFileStatus   pic x(02).
         01 resendFileStatus  pic x(02).
         01 workFileStatus    pic x(02).
         01 workEofFlag       pic x(01) value "N".
            88 workEof        value "Y".
         01 eventCtlStatus    pic x(02).
         01 reportFileStatus  pic x(02).
         01 eventEofFlag      pic x(01) value "N".
            88 eventEof       value "Y".
         01 esParmLine        pic x(80).
         01 esFromToken       pic x(09).
         01 esToToken         pic x(09).
         01 esSeqRight        pic x(09) justified right.
         01 fromSeq           pic 9(09) value 0.
         01 toSeq             pic 9(09) value 0.
         01 toSeqGivenFlag    pic x(01) value "N".
            88 toSeqGiven     value "Y".
         01 ctlLastSeq        pic 9(09) value 0.
         01 ctlFoundFlag      pic x(01) value "N".
            88 ctlFound       value "Y".
      *   the highest number read off JOB-EVENTS, for the default
      *   toseq when there is no counter to read.
         01 fileHighSeq       pic 9(09) value 0.
      *   the last number copied - zero until the first - and the
      *   next number the sorted range still expects to see.
         01 lastSentSeq       pic 9(09) value 0.
         01 expectedSeq       pic 9(09) value 0.
         01 gapFromSeq        pic 9(09).
         01 gapToSeq          pic 9(09).
         01 sentCount         pic 9(09) value 0.
         01 skippedCount      pic 9(09) value 0.
         01 missingCount      pic 9(09) value 0.
         01 firstSentSeq      pic 9(09) value 0.
         01 msgText           pic x(60).
         01 runDate           pic 9(08).
         01 headingLine.
            05 filler        pic x(30)
               value "JOB EVENT RESEND - RUN DATE ".
            05 hlRunDate     pic x(08).
            05 filler        pic x(08) value "  FROM ".
            05 hlFromSeq     pic 9(09).
            05 filler        pic x(06) value "  TO ".
            05 hlToSeq       pic x(09).
         01 detailLine.
            05 filler        pic x(04) value spaces.
            05 dlLabel       pic x(16).
            05 filler        pic x(02) value spaces.
            05 dlFromSeq     pic 9(09).
            05 dlThru        pic x(06).
            05 dlToSeq       pic x(09).
            05 filler        pic x(02) value spaces.
            05 dlTimestamp   pic x(19).
            05 filler        pic x(02) value spaces.
            05 dlJobId       pic x(08).
            05 filler        pic x(02) value spaces.
            05 dlType        pic x(10).
         01 summaryLine      pic x(90).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 1500-read-event-counter.
           perform 2000-open-files.
           sort sortFile
                on ascending key srtSequence
                with duplicates in order
                input procedure 3000-select-range
                giving workFile.
           perform 3400-open-work-file.
           perform 3500-copy-one-event
              until workEof.
           close workFile.
           perform 4000-close-range.
           perform 7000-write-summary.
           perform 8000-close-files.
           go to 9999-exit.
      *
       1000-get-parm.
           accept runDate from date yyyymmdd
           move spaces to esParmLine
           move spaces to esFromToken
           move spaces to esToToken
           accept esParmLine from command-line
           unstring esParmLine delimited by all spaces
                into esFromToken esToToken
           end-unstring
      *   keyed left-justified - slide each number right and
      *   zero-fill it before the numeric test, as recert does for
      *   its day count.
           if esFromToken not = spaces
              move function trim(esFromToken) to esSeqRight
              inspect esSeqRight replacing leading spaces by zeros
              if esSeqRight is numeric
                 move esSeqRight to fromSeq
              end-if
           end-if
           if esToToken not = spaces
              move "Y" to toSeqGivenFlag
              move function trim(esToToken) to esSeqRight
              inspect esSeqRight replacing leading spaces by zeros
              if esSeqRight is numeric
                 move esSeqRight to toSeq
              end-if
           end-if
           if fromSeq = zero
                 or (toSeqGiven and toSeq < fromSeq)
              move "evtsend: parm is fromseq [toseq]" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move fromSeq to expectedSeq.
      *
       1500-read-event-counter.
      *   the counter says how far the numbering has really gone,
      *   which reaches past the last line on file when the newest
      *   events could not be written. only read here - the open is
      *   input, so no job posting an event is held up by it.
           open input eventCtlFile
           if eventCtlStatus = "00"
              move "JOBEVENT" to evcKey
              read eventCtlFile
                 invalid key
                    continue
                 not invalid key
                    move "Y" to ctlFoundFlag
                    move evcLastSeq to ctlLastSeq
              end-read
              close eventCtlFile
           end-if
           if not toSeqGiven and ctlFound
              move ctlLastSeq to toSeq
           end-if.
      *
       2000-open-files.
           open input eventFile
           if eventFileStatus not = "00"
              move "evtsend: JOB-EVENTS open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           open output resendFile
           if resendFileStatus not = "00"
              move "evtsend: JOB-EVENTS-RESEND open failed" to msgText
              move 16 to return-code
              display msgText
              close eventFile
              go to 9999-exit
           end-if
           open output reportFile
           if reportFileStatus not = "00"
              move "evtsend: EVTSEND-RPT open failed" to msgText
              move 16 to return-code
              display msgText
              close eventFile
              close resendFile
              go to 9999-exit
           end-if
           move runDate to hlRunDate
           move fromSeq to hlFromSeq
           if toSeq = zero
              move "END" to hlToSeq
           else
              move toSeq to hlToSeq
           end-if
           write reportRecord from headingLine
           move spaces to reportRecord
           write reportRecord.
      *
       3000-select-range.
      *   the sort's input: every line in the range, in file order.
           perform 3100-release-one-event
              until eventEof
           close eventFile.
      *
       3100-release-one-event.
      *   with no toseq and no counter the end of the range is not
      *   known until the file is read out - the top is open until
      *   4000 settles it on the highest number seen.
           read eventFile
              at end move "Y" to eventEofFlag
              not at end
                 if evtSequence > fileHighSeq
                    move evtSequence to fileHighSeq
                 end-if
                 if evtSequence >= fromSeq
                       and (toSeq = zero or evtSequence <= toSeq)
                    release sortRecord from eventRecord
                 end-if
           end-read.
      *
       3400-open-work-file.
           open input workFile
           if workFileStatus not = "00"
              move "evtsend: EVTSEND-WORK open failed" to msgText
              move 16 to return-code
              display msgText
              close resendFile
              close reportFile
              go to 9999-exit
           end-if.
      *
       3500-copy-one-event.
           read workFile into eventRecord
              at end move "Y" to workEofFlag
              not at end perform 3600-send-one-event
           end-read.
      *
       3600-send-one-event.
           if lastSentSeq not = zero and evtSequence = lastSentSeq
      *      the same number on the file twice - the first was
      *      copied, and sending the second would hand the console
      *      an event twice.
              add 1 to skippedCount
              move spaces to detailLine
              move "DUPLICATE"    to dlLabel
              move evtSequence    to dlFromSeq
              move evtTimestamp   to dlTimestamp
              move evtJobId       to dlJobId
              move evtType        to dlType
              write reportRecord from detailLine
           else
              if evtSequence > expectedSeq
                 move expectedSeq to gapFromSeq
                 compute gapToSeq = evtSequence - 1
                 perform 5000-list-missing-range
              end-if
              write resendRecord from eventRecord
              add 1 to sentCount
              if firstSentSeq = zero
                 move evtSequence to firstSentSeq
              end-if
              move evtSequence to lastSentSeq
              compute expectedSeq = evtSequence + 1
           end-if.
      *
       4000-close-range.
      *   numbers between the last line copied and the top of the
      *   range were handed out but never reached the file.
           if toSeq = zero
              move fileHighSeq to toSeq
           end-if
           if toSeq >= expectedSeq
              move expectedSeq to gapFromSeq
              move toSeq       to gapToSeq
              perform 5000-list-missing-range
           end-if.
      *
       5000-list-missing-range.
           compute missingCount = missingCount
                                + gapToSeq - gapFromSeq + 1
           move spaces to detailLine
           move "MISSING"      to dlLabel
           move gapFromSeq     to dlFromSeq
           if gapToSeq not = gapFromSeq
              move " THRU "    to dlThru
              move gapToSeq    to dlToSeq
           end-if
           write reportRecord from detailLine.
      *
       7000-write-summary.
           move spaces to reportRecord
           write reportRecord
           move spaces to summaryLine
           string "EVENTS RESENT: "  delimited by size
                 sentCount           delimited by size
                 "  FIRST: "         delimited by size
                 firstSentSeq        delimited by size
                 "  LAST: "          delimited by size
                 lastSentSeq         delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           move spaces to summaryLine
           string "MISSING NUMBERS: " delimited by size
                 missingCount         delimited by size
                 "  DUPLICATES: "     delimited by size
                 skippedCount         delimited by size
                 into summaryLine
           end-string
           write reportRecord from summaryLine
           display summaryLine
           if sentCount = zero
              move "evtsend: no events in that range" to msgText
              write reportRecord from msgText
              display msgText
           end-if
           if sentCount = zero or missingCount > zero
                 or skippedCount > zero
              move 4 to return-code
           end-if.
      *
       8000-close-files.
           close resendFile
           close reportFile.
      *
       9999-exit.
           goback.
