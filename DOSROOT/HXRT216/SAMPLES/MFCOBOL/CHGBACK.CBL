      * MicroFocus Object Cobol utility - change-history back-out
      $set mf case ans85 defaultbyte"00" noosvs nobound
      $set align"4"
      *
       identification division.
      *
       program-id. chgback.
      *
      *   puts a JOB-CONTROL-FILE or OPERATOR-FILE record back the
      *   way the CHANGE-HISTORY trail says it was, instead of
      *   rebuilding it by hand from a chghist printout after a
      *   fat-fingered window or the wrong job deleted. parm on the
      *   command line is one blank-delimited line, led by the
      *   operator's own id:
      *
      *       operid UNDO JOB|OPER keyid yyyymmdd hhmmss
      *       operid ROLL JOB|OPER keyid yyyymmdd hhmmss
      *
      *   UNDO reverses the one change logged against that record at
      *   that second, by restoring its before image - an ADD undone
      *   deletes the record, a DEL undone puts it back. ROLL undoes
      *   every change logged against the record after that moment,
      *   leaving it as it stood then.
      *
      *   nothing newer is ever overwritten unseen: the record on
      *   file must still be exactly what the trail's latest entry
      *   for it says it became, and an UNDO refuses outright when a
      *   later change to the same record is on the trail - ROLL
      *   back past that one instead. jobCtlLastStatus and
      *   jobCtlLastRunTs are cobsmpl's run stamps, not maintenance;
      *   they are left out of the comparison and kept as they stand
      *   through the restore.
      *
      *   the operator-id must be on the OPERATOR-FILE with the
      *   authority the changes being reversed needed in jobmaint:
      *   2 for schedule maintenance, 3 where a record was deleted
      *   or the restore itself deletes one. the OPERATOR-FILE's own
      *   maintenance is the security file - restoring it takes 3.
      *   an id past its operExpiryDate is refused as not on file.
      *   every restore writes its own CHANGE-HISTORY line, action
      *   UNDO or ROLL, with the record before and after, so the
      *   back-out is on the trail like the change it reverses.
      *
       environment division.
       input-output section.
       file-control.
           select jobControlFile assign "JOB-CONTROL-FILE"
                  organization indexed
                  access mode dynamic
                  record key is jobCtlJobId
                  file status is jobCtlFileStatus.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is operId
                  file status is operFileStatus.
           select changeHistFile assign "CHANGE-HISTORY"
                  organization line sequential
                  file status is chgHistStatus.
      *
       data division.
       file section.
       fd  jobControlFile
           label records are standard.
           copy "JOBCTL.CPY".
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
       fd  changeHistFile
           label records are standard.
           copy "CHGREC.CPY".
      *
       working-storage section.
         01 jobCtlFileStatus pic x(02).
         01 operFileStatus   pic x(02).
         01 chgHistStatus    pic x(02).
         01 chgEofFlag       pic x(01) value "N".
            88 chgEof        value "Y".
         01 bxParmLine       pic x(80).
         01 bxOperatorId     pic x(08).
         01 bxAction         pic x(05).
         01 bxFileToken      pic x(04).
            88 bxJobFile     value "JOB".
            88 bxOperFile    value "OPER".
         01 bxKeyId          pic x(08).
         01 bxDateToken      pic x(08).
         01 bxTimeToken      pic x(06).
      *   the parm date and time in chgTimestamp's own shape, so the
      *   trail can be compared against it directly.
         01 bxTargetTs       pic x(19).
         01 bxRequiredLevel  pic 9(02) value 2.
         01 bxToday          pic x(08).
         01 bxLineFileCode   pic x(01).
         01 msgText          pic x(60).
      *   what the trail says about the record: the entry being
      *   undone (UNDO), the state at the roll-back moment (ROLL),
      *   and the latest after image, which the record on file must
      *   still match.
         01 targetFoundFlag  pic x(01) value "N".
            88 targetFound   value "Y".
         01 laterChangeFlag  pic x(01) value "N".
            88 laterChange   value "Y".
         01 stateKnownFlag   pic x(01) value "N".
            88 stateKnown    value "Y".
         01 anyEntryFlag     pic x(01) value "N".
            88 anyEntry      value "Y".
         01 reversedCount    pic 9(06) value 0.
         01 restoreImage     pic x(120).
         01 latestImage      pic x(120).
         01 currentImage     pic x(120).
         01 compareImage     pic x(120).
         01 currentFoundFlag pic x(01) value "N".
            88 currentFound  value "Y".
      *   run stamps of the record on file, carried through a
      *   restore untouched.
         01 keepLastStatus   pic x(12).
         01 keepLastRunTs    pic x(19).
         01 bxBeforeImage    pic x(120).
         01 bxAfterImage     pic x(120).
         01 chgDateNum       pic 9(08).
         01 chgDateText redefines chgDateNum pic x(08).
         01 chgTimeNum       pic 9(08).
         01 chgTimeText redefines chgTimeNum pic x(08).
         01 summaryLine      pic x(60).
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 2000-scan-history.
           perform 3000-choose-restore-image.
           perform 4000-check-authority.
           if bxJobFile
              perform 5000-restore-job-record
           else
              perform 6000-restore-oper-record
           end-if.
           go to 9999-exit.
      *
       1000-get-parm.
           move spaces to bxParmLine
           move spaces to bxOperatorId
           move spaces to bxAction
           move spaces to bxFileToken
           move spaces to bxKeyId
           move spaces to bxDateToken
           move spaces to bxTimeToken
           accept bxParmLine from command-line
           unstring bxParmLine delimited by all spaces
                into bxOperatorId
                     bxAction
                     bxFileToken
                     bxKeyId
                     bxDateToken
                     bxTimeToken
           end-unstring
           if (bxAction not = "UNDO" and bxAction not = "ROLL")
                 or (not bxJobFile and not bxOperFile)
                 or bxOperatorId = spaces
                 or bxKeyId = spaces
                 or bxDateToken not numeric
                 or bxTimeToken not numeric
              move "chgback: parm is operid UNDO|ROLL JOB|OPER id"
                to msgText
              move 16 to return-code
              display msgText
              display "  yyyymmdd hhmmss"
              go to 9999-exit
           end-if
           move spaces to bxTargetTs
           string bxDateToken(1:4) delimited by size
                 "-"               delimited by size
                 bxDateToken(5:2)  delimited by size
                 "-"               delimited by size
                 bxDateToken(7:2)  delimited by size
                 " "               delimited by size
                 bxTimeToken(1:2)  delimited by size
                 ":"               delimited by size
                 bxTimeToken(3:2)  delimited by size
                 ":"               delimited by size
                 bxTimeToken(5:2)  delimited by size
                 into bxTargetTs
           end-string.
      *
       2000-scan-history.
      *   one pass over the whole trail, in the order it was
      *   written, keeping only the lines for this record.
           open input changeHistFile
           if chgHistStatus not = "00"
              move "chgback: no CHANGE-HISTORY on file" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move spaces to restoreImage
           move spaces to latestImage
           perform 2200-read-one-entry
              until chgEof
           close changeHistFile
           if not anyEntry
              move "chgback: no history for that record" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if.
      *
       2200-read-one-entry.
           read changeHistFile
              at end move "Y" to chgEofFlag
              not at end
                 perform 2300-classify-entry
                 if chgKeyId = bxKeyId
                       and ((bxJobFile and bxLineFileCode = "J")
                          or (bxOperFile and bxLineFileCode = "O"))
                    perform 2400-post-entry
                 end-if
           end-read.
      *
       2300-classify-entry.
      *   lines cut before chgFileCode existed came only from the
      *   two maintenance programs, so the program name says which
      *   file they touched.
           move chgFileCode to bxLineFileCode
           if bxLineFileCode = space
              evaluate chgProgram
                 when "JOBMAINT"
                    move "J" to bxLineFileCode
                 when "OPERMNT"
                    move "O" to bxLineFileCode
              end-evaluate
           end-if.
      *
       2400-post-entry.
           move "Y" to anyEntryFlag
           move chgAfterImage to latestImage
           if bxAction = "UNDO"
              evaluate true
                 when chgTimestamp = bxTargetTs
      *             two changes in the same second - the later one
      *             is the one the operator is looking at.
                    move "Y" to targetFoundFlag
                    move "N" to laterChangeFlag
                    move chgBeforeImage to restoreImage
                    perform 2600-note-action-level
                 when targetFound
                    move "Y" to laterChangeFlag
              end-evaluate
           else
              if chgTimestamp <= bxTargetTs
                 move "Y" to stateKnownFlag
                 move chgAfterImage to restoreImage
              else
      *          the first change after the moment says, in its
      *          before image, what the record was at that moment -
      *          even when nothing on the trail is older.
                 if not stateKnown and reversedCount = zero
                    move chgBeforeImage to restoreImage
                 end-if
                 add 1 to reversedCount
                 perform 2600-note-action-level
              end-if
           end-if.
      *
       2600-note-action-level.
      *   a change that left the record gone was a delete, which
      *   needed the destructive level to make - and needs it to be
      *   reversed.
           if chgAfterImage = spaces
              move 3 to bxRequiredLevel
           end-if.
      *
       3000-choose-restore-image.
           if bxAction = "UNDO"
              if not targetFound
                 move "chgback: no change logged at that time"
                   to msgText
                 move 16 to return-code
                 display msgText
                 go to 9999-exit
              end-if
              if laterChange
                 move "chgback: record changed again since - use ROLL"
                   to msgText
                 move 16 to return-code
                 display msgText
                 go to 9999-exit
              end-if
           else
              if reversedCount = zero
                 move "chgback: no changes logged after that time"
                   to msgText
                 move 16 to return-code
                 display msgText
                 go to 9999-exit
              end-if
           end-if
           if restoreImage = spaces
              move 3 to bxRequiredLevel
           end-if
           if bxOperFile
              move 3 to bxRequiredLevel
           end-if.
      *
       4000-check-authority.
           accept bxToday from date yyyymmdd
           move bxOperatorId to operId
           open input operatorFile
           if operFileStatus not = "00"
              move "chgback: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           read operatorFile
              invalid key
                 move "chgback: operator not on file" to msgText
                 move 16 to return-code
              not invalid key
                 evaluate true
                    when operExpiryDate not = spaces
                          and operExpiryDate < bxToday
                       move "chgback: operator not on file" to msgText
                       move 16 to return-code
                    when operAuthLevel < bxRequiredLevel
                       move "chgback: not authorized for action"
                         to msgText
                       move 16 to return-code
                 end-evaluate
           end-read
           close operatorFile
           if return-code not = zero
              display msgText
              go to 9999-exit
           end-if.
      *
       5000-restore-job-record.
           open i-o jobControlFile
           if jobCtlFileStatus not = "00"
              move "chgback: JOB-CONTROL-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move bxKeyId to jobCtlJobId
           move spaces to keepLastStatus
           move spaces to keepLastRunTs
           read jobControlFile
              invalid key
                 move "N" to currentFoundFlag
                 move spaces to currentImage
              not invalid key
                 move "Y" to currentFoundFlag
                 move jobControlRecord to currentImage
                 move jobCtlLastStatus to keepLastStatus
                 move jobCtlLastRunTs  to keepLastRunTs
           end-read
           move currentImage to bxBeforeImage
      *   the record on file against the trail's last word on it,
      *   run stamps aside on both sides.
           move currentImage to compareImage
           perform 5200-clear-run-stamps
           move compareImage to currentImage
           move latestImage to compareImage
           perform 5200-clear-run-stamps
           if compareImage not = currentImage
              move "chgback: record changed outside the trail"
                to msgText
              move 16 to return-code
              display msgText
              close jobControlFile
              go to 9999-exit
           end-if
           evaluate true
              when restoreImage = spaces and not currentFound
                 move "chgback: record already in that state"
                   to msgText
                 display msgText
              when restoreImage = spaces
                 delete jobControlFile
                    invalid key
                       move "chgback: delete failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move spaces to bxAfterImage
                       perform 8500-write-change-history
                 end-delete
              when not currentFound
      *          a record put back after a delete starts with no run
      *          stamps, as a fresh ADD does.
                 move restoreImage to jobControlRecord
                 move spaces to jobCtlLastStatus
                 move spaces to jobCtlLastRunTs
                 write jobControlRecord
                    invalid key
                       move "chgback: write failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move jobControlRecord to bxAfterImage
                       perform 8500-write-change-history
                 end-write
              when other
                 move restoreImage to jobControlRecord
                 move keepLastStatus to jobCtlLastStatus
                 move keepLastRunTs  to jobCtlLastRunTs
                 rewrite jobControlRecord
                    invalid key
                       move "chgback: rewrite failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move jobControlRecord to bxAfterImage
                       perform 8500-write-change-history
                 end-rewrite
           end-evaluate
           close jobControlFile.
      *
       5200-clear-run-stamps.
      *   borrows the record area to blank the run stamps in
      *   compareImage by name - an image of spaces (no record)
      *   stays spaces.
           if compareImage not = spaces
              move compareImage to jobControlRecord
              move spaces to jobCtlLastStatus
              move spaces to jobCtlLastRunTs
              move jobControlRecord to compareImage
           end-if.
      *
       6000-restore-oper-record.
           open i-o operatorFile
           if operFileStatus not = "00"
              move "chgback: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
              go to 9999-exit
           end-if
           move bxKeyId to operId
           read operatorFile
              invalid key
                 move "N" to currentFoundFlag
                 move spaces to currentImage
              not invalid key
                 move "Y" to currentFoundFlag
                 move operatorRecord to currentImage
           end-read
           move currentImage to bxBeforeImage
           if latestImage not = currentImage
              move "chgback: record changed outside the trail"
                to msgText
              move 16 to return-code
              display msgText
              close operatorFile
              go to 9999-exit
           end-if
           evaluate true
              when restoreImage = spaces and not currentFound
                 move "chgback: record already in that state"
                   to msgText
                 display msgText
              when restoreImage = spaces
                 delete operatorFile
                    invalid key
                       move "chgback: delete failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move spaces to bxAfterImage
                       perform 8500-write-change-history
                 end-delete
              when not currentFound
                 move restoreImage to operatorRecord
                 write operatorRecord
                    invalid key
                       move "chgback: write failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move operatorRecord to bxAfterImage
                       perform 8500-write-change-history
                 end-write
              when other
                 move restoreImage to operatorRecord
                 rewrite operatorRecord
                    invalid key
                       move "chgback: rewrite failed" to msgText
                       move 16 to return-code
                       display msgText
                    not invalid key
                       move operatorRecord to bxAfterImage
                       perform 8500-write-change-history
                 end-rewrite
           end-evaluate
           close operatorFile.
      *
       8500-write-change-history.
      *   the back-out goes on the trail like any other maintenance
      *   - a later UNDO or ROLL can reverse it in turn.
           accept chgDateNum from date yyyymmdd
           accept chgTimeNum from time
           move spaces to chgTimestamp
           string chgDateText(1:4) delimited by size
                 "-"               delimited by size
                 chgDateText(5:2)  delimited by size
                 "-"               delimited by size
                 chgDateText(7:2)  delimited by size
                 " "               delimited by size
                 chgTimeText(1:2)  delimited by size
                 ":"               delimited by size
                 chgTimeText(3:2)  delimited by size
                 ":"               delimited by size
                 chgTimeText(5:2)  delimited by size
                 into chgTimestamp
           end-string
           move "CHGBACK"     to chgProgram
           move bxOperatorId  to chgOperatorId
           move bxAction      to chgAction
           move bxKeyId       to chgKeyId
           move bxBeforeImage to chgBeforeImage
           move bxAfterImage  to chgAfterImage
           if bxJobFile
              move "J" to chgFileCode
           else
              move "O" to chgFileCode
           end-if
           open extend changeHistFile
           if chgHistStatus not = "00"
              open output changeHistFile
           end-if
           if chgHistStatus = "00"
              write changeRecord
              close changeHistFile
           else
              move "chgback: change history open failed" to msgText
              display msgText
           end-if
           move spaces to summaryLine
           string "chgback: "   delimited by size
                 bxAction       delimited by size
                 " applied to " delimited by size
                 bxKeyId        delimited by size
                 into summaryLine
           end-string
           display summaryLine.
      *
       9999-exit.
           goback.
