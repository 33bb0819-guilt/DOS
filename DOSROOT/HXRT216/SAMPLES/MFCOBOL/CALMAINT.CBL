      *
      *   add/update/delete records on the CALENDAR-FILE that
      *   cobsmpl and reconrpt check run days against. parm on the
      *   command line is one blank-delimited line, led by the
      *   operator's own id:
      *
      *       operid ADD|UPD yyyymmdd O|H|C Y|N Y|N description...
      *       operid DEL yyyymmdd
      *       operid LIST yyyymmdd
      *       operid LOAD
      *       operid GEN yyyy [REPLACE]
      *
      *   the day type is O (open day, carried just for its flags),
      *   H (holiday) or C (shop closed); the two Y|N flags are the
      *   pass - and writes every line to CALMAINT-RPT as APPLIED or
      *   REJECTED with the reason. a LOAD line for a date already on
      *   file replaces it, so a corrected reload just runs again.
      *
      *   GEN builds the whole year from the shop's rules in
      *   CALENDAR-RULES, one rule per line ("*" lines are comments):
      *
      *       FIX mmdd H|C O|N description...
      *           a fixed-date holiday; O observes one falling on a
      *           Saturday on the Friday before and one on a Sunday
      *           on the Monday after, N keeps the date as it falls
      *       NTH mm 1-5|L dow H|C description...
      *           the nth (or last) weekday of the month, dow
      *           1=Monday ... 7=Sunday - "NTH 05 L 1" is the last
      *           Monday of May
      *       MEND
      *           month-end on the last business day of each month -
      *           not a weekend, not a holiday or closed day
      *       FISC 445|454|544 mm dow
      *           fiscal period ends on a 4-4-5 style calendar whose
      *           year ends on the last dow of month mm; the last
      *           period takes the 53rd week when the year has one
      *
      *   every rule is edited before anything is written - one bad
      *   rule line and the whole GEN is refused, listed on
      *   CALMAINT-RPT, so a typo cannot leave half a calendar. GEN
      *   then lists each generated date on CALMAINT-RPT as ADDED,
      *   REPLACED or KEPT, and any date an earlier GEN made that
      *   the rules no longer produce as REMOVED. a date keyed by
      *   hand is KEPT as keyed - and a hand-keyed holiday or closed
      *   day moves the month-end like a generated one - unless
      *   REPLACE is given, which lets the rules overwrite it. a
      *   kept keyed month-end or fiscal end stands for its month,
      *   so GEN does not add a second one beside it; and where the
      *   generated month-end or fiscal end falls on a kept keyed
      *   day, only that flag is set on the keyed record, which
      *   stays keyed. KEPT lines show the date as it is on file.
      *
      *   the operator-id must be on the OPERATOR-FILE with the
      *   authority jobmaint asks for the same kind of action - 1
      *   for LIST, 2 for ADD/UPD/LOAD/GEN, 3 for DEL and for GEN
      *   REPLACE, which overwrites keyed dates - and an id past
      *   its operExpiryDate is refused as not on file. CALENDAR-FILE
      *   itself still wants external dataset security.
      *
       environment division.
       input-output section.
                  access mode dynamic
                  record key is calDate
                  file status is calFileStatus.
           select operatorFile assign "OPERATOR-FILE"
                  organization indexed
                  access mode dynamic
                  record key is operId
                  file status is operFileStatus.
           select tranFile assign "CALMAINT-TRANS"
                  organization line sequential
                  file status is tranFileStatus.
           select rulesFile assign "CALENDAR-RULES"
                  organization line sequential
                  file status is rulesFileStatus.
           select loadRptFile assign "CALMAINT-RPT"
                  organization line sequential
                  file status is loadRptStatus.
       fd  calendarFile
           label records are standard.
           copy "CALREC.CPY".
       fd  operatorFile
           label records are standard.
           copy "OPERREC.CPY".
       fd  tranFile
           label records are standard.
         01 tranRecord pic x(80).
       fd  rulesFile
           label records are standard.
         01 rulesRecord pic x(80).
       fd  loadRptFile
           label records are standard.
         01 loadRptRecord pic x(120).
      *
       working-storage section.
         01 calFileStatus   pic x(02).
         01 operFileStatus  pic x(02).
         01 tranFileStatus  pic x(02).
         01 loadRptStatus   pic x(02).
         01 cmParmLine      pic x(80).
         01 cmOperatorId    pic x(08).
         01 cmAction        pic x(04).
         01 cmRequiredLevel pic 9(02).
         01 cmToday         pic x(08).
         01 cmAuthOkFlag    pic x(01) value "N".
            88 cmAuthOk     value "Y".
         01 cmScanPtr       pic 9(04) comp-5.
         01 cmNewDate       pic x(08).
         01 cmNewDayType    pic x(01).
            05 ldResult     pic x(48).
         01 loadSummary     pic x(60).
         01 msgText         pic x(60).
      *   GEN - the year being built, one slot per day of it, and
      *   the rules it is built from.
         01 rulesFileStatus pic x(02).
         01 rulesEofFlag    pic x(01) value "N".
            88 rulesEof     value "Y".
         01 cmGenYear       pic x(04).
         01 cmGenOption     pic x(08).
            88 cmGenReplace value "REPLACE".
         01 genYear         pic 9(04).
         01 genJan1Int      pic 9(08) comp-5.
         01 genDec31Int     pic 9(08) comp-5.
         01 genDayCount     pic 9(04) comp-5.
         01 genDayIdx       pic 9(04) comp-5.
         01 genDayInt       pic 9(08) comp-5.
         01 genFirstInt     pic 9(08) comp-5.
         01 genLastInt      pic 9(08) comp-5.
         01 genDow          pic 9(01).
         01 genOffset       pic 9(04) comp-5.
         01 genWorkDate     pic 9(08).
         01 genWorkDateText redefines genWorkDate pic x(08).
         01 genWorkYear     pic 9(04).
         01 genWorkMonth    pic 9(02).
         01 genWorkDay      pic 9(02).
         01 genDaysInMonth  pic 9(02).
         01 genTargetDow    pic 9(01).
         01 genPass         pic 9(01).
         01 genMonth        pic 9(02).
         01 genBusinessFlag pic x(01).
            88 genBusinessDay value "Y".
         01 genMarkType     pic x(01).
         01 genMarkDesc     pic x(30).
         01 genPeriod       pic 9(02).
         01 genPeriodWeeks  pic 9(01).
         01 genPatternIdx   pic 9(01).
         01 genFiscalEndInt pic 9(08) comp-5.
         01 genPeriodEndInt pic 9(08) comp-5.
         01 genMendFlag     pic x(01) value "N".
            88 genMend      value "Y".
         01 genFiscFlag     pic x(01) value "N".
            88 genFisc      value "Y".
         01 genFiscRuleIdx  pic 9(04) comp-5.
         01 genReadEofFlag  pic x(01) value "N".
            88 genReadEof   value "Y".
      *   the months of the GEN year that already have a month-end
      *   or a fiscal end on a kept keyed date - GEN leaves those
      *   months' ends where the hand put them.
         01 genEndMonth     pic 9(02).
         01 genKeptEndTable.
            05 genKeptEndEntry occurs 12 times.
               10 kmMonthEnd   pic x(01).
               10 kmFiscalEnd  pic x(01).
         01 genFlagSetFlag  pic x(01).
            88 genFlagSet   value "Y".
         01 genAddedCount    pic 9(06) value 0.
         01 genReplacedCount pic 9(06) value 0.
         01 genKeptCount     pic 9(06) value 0.
         01 genRemovedCount  pic 9(06) value 0.
         01 genYearTable.
            05 genDayEntry occurs 366 times.
               10 dyDayType    pic x(01).
               10 dyMonthEnd   pic x(01).
               10 dyFiscalEnd  pic x(01).
               10 dyDesc       pic x(30).
      *        what is on file for the day already - K keyed by
      *        hand, G generated, space nothing - and whether a kept
      *        keyed date stops the stream, for the month-end walk.
               10 dyExisting   pic x(01).
               10 dyBlocked    pic x(01).
         01 ruleLine        pic x(80).
         01 ruleScanPtr     pic 9(04) comp-5.
         01 ruleTokens.
            05 rlType       pic x(04).
            05 rlToken1     pic x(04).
            05 rlToken2     pic x(02).
            05 rlToken3     pic x(02).
            05 rlToken4     pic x(02).
         01 ruleTableMax    pic 9(04) comp-5 value 50.
         01 ruleCount       pic 9(04) comp-5 value 0.
         01 ruleIdx         pic 9(04) comp-5.
         01 ruleRejectCount pic 9(06) value 0.
         01 ruleTable.
            05 ruleEntry occurs 50 times.
               10 ruType       pic x(04).
               10 ruMonth      pic 9(02).
               10 ruDay        pic 9(02).
               10 ruNth        pic x(01).
               10 ruDow        pic 9(01).
               10 ruDayType    pic x(01).
               10 ruObserve    pic x(01).
               10 ruPattern    pic x(03).
               10 ruDesc       pic x(30).
         01 genDetail.
            05 gdDate       pic x(08).
            05 filler       pic x(02) value spaces.
            05 gdDayType    pic x(01).
            05 filler       pic x(02) value spaces.
            05 gdMonthEnd   pic x(01).
            05 filler       pic x(02) value spaces.
            05 gdFiscalEnd  pic x(01).
            05 filler       pic x(02) value spaces.
            05 gdDesc       pic x(30).
            05 filler       pic x(02) value spaces.
            05 gdResult     pic x(40).
         01 genHeading.
            05 filler       pic x(10) value "DATE".
            05 filler       pic x(03) value "T".
            05 filler       pic x(03) value "M".
            05 filler       pic x(03) value "F".
            05 filler       pic x(32) value "DESCRIPTION".
            05 filler       pic x(06) value "RESULT".
      *
       procedure division.
      *
       0000-main.
           perform 1000-get-parm.
           perform 1200-check-authority.
           if not cmAuthOk
              goback
           end-if
           perform 2000-open-file.
           if calFileStatus = "00"
              evaluate cmAction
                    perform 6000-list-record
                 when "LOAD"
                    perform 6500-run-load
                 when "GEN"
                    perform 7000-run-generate
                 when other
                    move spaces to msgText
                    string "calmaint: action not ADD, UPD, DEL,"
                                 delimited by size
                          " LIST, LOAD or GEN" delimited by size
                          into msgText
                    end-string
                    move 16 to return-code
           goback.
      *
       1000-get-parm.
      *   only the first six tokens are fixed-width - the
      *   description is whatever text remains on the line, however
      *   many words, so it is taken by reference modification past
      *   them instead of being unstrung into a fixed target, which
           accept cmParmLine from command-line
           move 1 to cmScanPtr
           unstring cmParmLine delimited by all spaces
                into cmOperatorId
                     cmAction
                     cmNewDate
                     cmNewDayType
                     cmNewMonthEnd
              move cmParmLine(cmScanPtr:) to cmDescription
           end-if
           move function trim(cmDescription) to cmDescription
           move spaces to cmResultText
      *   GEN carries its own token shape after the action - re-scan
      *   the line rather than let the date and flag tokens above
      *   truncate it. done here, not in GEN itself, because the
      *   REPLACE option raises the authority 1200 asks for.
           if cmAction = "GEN"
              move spaces to cmGenYear
              move spaces to cmGenOption
              unstring cmParmLine delimited by all spaces
                   into cmOperatorId
                        cmAction
                        cmGenYear
                        cmGenOption
              end-unstring
           end-if.
      *
       1200-check-authority.
      *   same levels jobmaint uses - the calendar decides which
      *   nights the streams run at all, so changing it is schedule
      *   maintenance and deleting a date is destructive. an unknown
      *   action falls through as inquiry and is still rejected by
      *   the action evaluate in 0000-main.
           move "N" to cmAuthOkFlag
           accept cmToday from date yyyymmdd
           evaluate cmAction
              when "DEL"
                 move 3 to cmRequiredLevel
              when "GEN"
                 if cmGenReplace
                    move 3 to cmRequiredLevel
                 else
                    move 2 to cmRequiredLevel
                 end-if
              when "ADD"
              when "UPD"
              when "LOAD"
                 move 2 to cmRequiredLevel
              when other
                 move 1 to cmRequiredLevel
           end-evaluate
           move cmOperatorId to operId
           open input operatorFile
           if operFileStatus not = "00"
              move "calmaint: OPERATOR-FILE open failed" to msgText
              move 16 to return-code
              display msgText
           else
              read operatorFile
                 invalid key
                    move "calmaint: operator not on file" to msgText
                    move 16 to return-code
                    display msgText
                 not invalid key
                    evaluate true
                       when operExpiryDate not = spaces
                             and operExpiryDate < cmToday
                          move "calmaint: operator not on file"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when operAuthLevel < cmRequiredLevel
                          move "calmaint: not authorized for action"
                            to msgText
                          move 16 to return-code
                          display msgText
                       when other
                          move "Y" to cmAuthOkFlag
                    end-evaluate
              end-read
              close operatorFile
           end-if.
      *
       2000-open-file.
      *   create the file only when it genuinely is not there (status
           move cmNewDayType   to calDayType
           move cmNewMonthEnd  to calMonthEndFlag
           move cmNewFiscalEnd to calFiscalEndFlag
           move cmDescription  to calDescription
           move "K"            to calSourceFlag.
      *
       2800-show-single-result.
           if cmResultText not = spaces
                 display "MONTH END:   " calMonthEndFlag
                 display "FISCAL END:  " calFiscalEndFlag
                 display "DESCRIPTION: " calDescription
                 display "SOURCE:      " calSourceFlag
           end-read.
      *
       6500-run-load.
              end-string
           end-if
           write loadRptRecord from loadDetail.
      *
       7000-run-generate.
      *   rules first, all of them, before the calendar is touched;
      *   then the year is built in storage - holidays, month-ends,
      *   fiscal ends, in that order, since a month-end has to step
      *   back over the holidays - and only then written out.
           if cmGenYear not numeric or cmGenYear < "1601"
              move "calmaint: GEN needs a four-digit year" to msgText
              move 16 to return-code
              display msgText
           else
              open input rulesFile
              if rulesFileStatus not = "00"
                 move "calmaint: CALENDAR-RULES open failed"
                   to msgText
                 move 16 to return-code
                 display msgText
              else
                 open output loadRptFile
                 if loadRptStatus not = "00"
                    move "calmaint: CALMAINT-RPT open failed"
                      to msgText
                    move 16 to return-code
                    display msgText
                    close rulesFile
                 else
                    move spaces to loadSummary
                    string "CALENDAR GENERATION - " delimited by size
                          cmGenYear                 delimited by size
                          into loadSummary
                    end-string
                    write loadRptRecord from loadSummary
                    perform 7100-load-one-rule
                       until rulesEof
                    close rulesFile
                    if ruleRejectCount > zero
                       move spaces to loadSummary
                       string "RULES REJECTED: " delimited by size
                             ruleRejectCount     delimited by size
                             " - NOTHING GENERATED"
                                                 delimited by size
                             into loadSummary
                       end-string
                       write loadRptRecord from loadSummary
                       display loadSummary
                       move 16 to return-code
                    else
                       perform 7300-read-existing-year
                       perform 7400-apply-holiday-rule
                          varying ruleIdx from 1 by 1
                          until ruleIdx > ruleCount
                       if genMend
                          perform 7500-mark-month-end
                             varying genMonth from 1 by 1
                             until genMonth > 12
                       end-if
                       if genFisc
                          perform 7600-mark-fiscal-year
                       end-if
                       move spaces to loadRptRecord
                       write loadRptRecord
                       write loadRptRecord from genHeading
                       perform 7800-write-one-day
                          varying genDayIdx from 1 by 1
                          until genDayIdx > genDayCount
                       perform 7900-write-gen-summary
                    end-if
                    close loadRptFile
                 end-if
              end-if
           end-if.
      *
       7100-load-one-rule.
           read rulesFile
              at end move "Y" to rulesEofFlag
              not at end
                 move function trim(rulesRecord) to ruleLine
                 if ruleLine not = spaces and ruleLine(1:1) not = "*"
                    perform 7200-edit-rule
                 end-if
           end-read.
      *
       7200-edit-rule.
      *   the type says how many fixed tokens follow it; whatever is
      *   left after them is the description, taken by reference
      *   modification as the single-shot parm's is.
           move spaces to cmResultText
           move spaces to ruleTokens
           move 1 to ruleScanPtr
           unstring ruleLine delimited by all spaces
                into rlType
                with pointer ruleScanPtr
           end-unstring
           evaluate rlType
              when "FIX"
                 unstring ruleLine delimited by all spaces
                      into rlToken1 rlToken2 rlToken3
                      with pointer ruleScanPtr
                 end-unstring
              when "NTH"
                 unstring ruleLine delimited by all spaces
                      into rlToken1 rlToken2 rlToken3 rlToken4
                      with pointer ruleScanPtr
                 end-unstring
              when "FISC"
                 unstring ruleLine delimited by all spaces
                      into rlToken1 rlToken2 rlToken3
                      with pointer ruleScanPtr
                 end-unstring
           end-evaluate
           if ruleCount >= ruleTableMax
              move "rule table full" to cmResultText
           else
              add 1 to ruleCount
              move spaces to ruleEntry(ruleCount)
              move rlType to ruType(ruleCount)
              move zero   to ruMonth(ruleCount)
              move zero   to ruDay(ruleCount)
              move zero   to ruDow(ruleCount)
              evaluate rlType
                 when "FIX"
                    perform 7210-edit-fix-rule
                 when "NTH"
                    perform 7220-edit-nth-rule
                 when "MEND"
                    move "Y" to genMendFlag
                 when "FISC"
                    perform 7230-edit-fisc-rule
                 when other
                    move "rule type must be FIX, NTH, MEND or FISC"
                      to cmResultText
              end-evaluate
              if cmResultText = spaces
                 and (rlType = "FIX" or rlType = "NTH")
                 move spaces to ruDesc(ruleCount)
                 if ruleScanPtr <= length of ruleLine
                    move ruleLine(ruleScanPtr:) to ruDesc(ruleCount)
                 end-if
                 move function trim(ruDesc(ruleCount))
                   to ruDesc(ruleCount)
              end-if
              if cmResultText not = spaces
                 subtract 1 from ruleCount
              end-if
           end-if
           if cmResultText not = spaces
              add 1 to ruleRejectCount
              move ruleLine(1:70) to ldTranLine
              move spaces to ldResult
              string "RULE REJECTED - " delimited by size
                    cmResultText        delimited by size
                    into ldResult
              end-string
              write loadRptRecord from loadDetail
           end-if.
      *
       7210-edit-fix-rule.
      *   Feb 29 is a fair rule - it just generates nothing in a
      *   year without one.
           evaluate true
              when rlToken1 not numeric
                 or rlToken1(1:2) < "01" or rlToken1(1:2) > "12"
                 move "FIX date must be mmdd" to cmResultText
              when rlToken2(1:1) not = "H" and rlToken2(1:1) not = "C"
                 move "day type must be H or C" to cmResultText
              when rlToken3(1:1) not = "O" and rlToken3(1:1) not = "N"
                 move "weekend rule must be O or N" to cmResultText
              when other
                 move rlToken1(1:2) to ruMonth(ruleCount)
                 move rlToken1(3:2) to ruDay(ruleCount)
                 move 2000 to genWorkYear
                 move ruMonth(ruleCount) to genWorkMonth
                 perform 7700-compute-days-in-month
                 if ruDay(ruleCount) < 1
                       or ruDay(ruleCount) > genDaysInMonth
                    move "FIX date must be mmdd" to cmResultText
                 end-if
                 move rlToken2(1:1) to ruDayType(ruleCount)
                 move rlToken3(1:1) to ruObserve(ruleCount)
           end-evaluate.
      *
       7220-edit-nth-rule.
           evaluate true
              when rlToken1(1:2) not numeric
                 or rlToken1(1:2) < "01" or rlToken1(1:2) > "12"
                 move "NTH month must be 01-12" to cmResultText
              when rlToken2(1:1) not = "L"
                 and (rlToken2(1:1) < "1" or rlToken2(1:1) > "5")
                 move "NTH occurrence must be 1-5 or L" to cmResultText
              when rlToken3(1:1) < "1" or rlToken3(1:1) > "7"
                 move "weekday must be 1-7" to cmResultText
              when rlToken4(1:1) not = "H" and rlToken4(1:1) not = "C"
                 move "day type must be H or C" to cmResultText
              when other
                 move rlToken1(1:2) to ruMonth(ruleCount)
                 move rlToken2(1:1) to ruNth(ruleCount)
                 move rlToken3(1:1) to ruDow(ruleCount)
                 move rlToken4(1:1) to ruDayType(ruleCount)
           end-evaluate.
      *
       7230-edit-fisc-rule.
      *   one fiscal calendar per shop - a second FISC line would
      *   only mean two sets of period ends.
           evaluate true
              when genFisc
                 move "only one FISC rule allowed" to cmResultText
              when rlToken1(1:3) not = "445"
                 and rlToken1(1:3) not = "454"
                 and rlToken1(1:3) not = "544"
                 move "FISC pattern must be 445, 454 or 544"
                   to cmResultText
              when rlToken2(1:2) not numeric
                 or rlToken2(1:2) < "01" or rlToken2(1:2) > "12"
                 move "FISC month must be 01-12" to cmResultText
              when rlToken3(1:1) < "1" or rlToken3(1:1) > "7"
                 move "weekday must be 1-7" to cmResultText
              when other
                 move "Y" to genFiscFlag
                 move ruleCount to genFiscRuleIdx
                 move rlToken1(1:3) to ruPattern(ruleCount)
                 move rlToken2(1:2) to ruMonth(ruleCount)
                 move rlToken3(1:1) to ruDow(ruleCount)
           end-evaluate.
      *
       7300-read-existing-year.
      *   what is on file for the year already. a keyed holiday or
      *   closed day that GEN is to keep still stops the stream, so
      *   it blocks the month-end walk like a generated one.
           move cmGenYear to genYear
           compute genWorkDate = genYear * 10000 + 0101
           compute genJan1Int = function integer-of-date(genWorkDate)
           compute genWorkDate = genYear * 10000 + 1231
           compute genDec31Int = function integer-of-date(genWorkDate)
           compute genDayCount = genDec31Int - genJan1Int + 1
           move spaces to genYearTable
           move spaces to genKeptEndTable
           move cmGenYear to calDate(1:4)
           move "0101"    to calDate(5:4)
           start calendarFile key is not less than calDate
              invalid key move "Y" to genReadEofFlag
           end-start
           perform 7350-read-existing-day
              until genReadEof.
      *
       7350-read-existing-day.
           read calendarFile next record
              at end move "Y" to genReadEofFlag
              not at end
                 if calDate(1:4) not = cmGenYear
                    move "Y" to genReadEofFlag
                 else
                    move calDate to genWorkDateText
                    move zero to genDayInt
                    if calDate numeric
                       compute genDayInt =
                               function integer-of-date(genWorkDate)
                    end-if
                    perform 7360-post-existing-day
                 end-if
           end-read.
      *
       7360-post-existing-day.
      *   a hand-keyed date that is no real day of the year is left
      *   where it is - the rules cannot have produced it.
           if genDayInt >= genJan1Int and genDayInt <= genDec31Int
              compute genDayIdx = genDayInt - genJan1Int + 1
              if calGenerated
                 move "G" to dyExisting(genDayIdx)
              else
                 move "K" to dyExisting(genDayIdx)
                 if not cmGenReplace
                    if calNoRunDay
                       move "Y" to dyBlocked(genDayIdx)
                    end-if
                    move calDate(5:2) to genEndMonth
                    if calMonthEnd
                       move "Y" to kmMonthEnd(genEndMonth)
                    end-if
                    if calFiscalEnd
                       move "Y" to kmFiscalEnd(genEndMonth)
                    end-if
                 end-if
              end-if
           end-if.
      *
       7400-apply-holiday-rule.
           move ruDayType(ruleIdx) to genMarkType
           move ruDesc(ruleIdx)    to genMarkDesc
           evaluate ruType(ruleIdx)
              when "FIX"
      *          a holiday observed on a weekday can cross the year
      *          end - next New Year's Day on a Saturday is observed
      *          this 31 December - so an observed rule is worked
      *          for the following year too.
                 move 0 to genPass
                 perform 7410-fix-one-year
                 if ruObserve(ruleIdx) = "O"
                    move 1 to genPass
                    perform 7410-fix-one-year
                 end-if
              when "NTH"
                 move genYear to genWorkYear
                 move ruMonth(ruleIdx) to genWorkMonth
                 move ruDow(ruleIdx) to genTargetDow
                 if ruNth(ruleIdx) = "L"
                    perform 7460-find-last-weekday
                 else
                    perform 7450-find-first-weekday
                    move ruNth(ruleIdx) to genOffset
                    compute genDayInt =
                            genDayInt + (genOffset - 1) * 7
                 end-if
      *          a fifth Monday the month does not have generates
      *          nothing.
                 if genDayInt <= genLastInt
                    perform 7480-mark-holiday
                 end-if
           end-evaluate.
      *
       7410-fix-one-year.
           compute genWorkYear = genYear + genPass
           move ruMonth(ruleIdx) to genWorkMonth
           perform 7700-compute-days-in-month
           if ruDay(ruleIdx) <= genDaysInMonth
              compute genWorkDate = genWorkYear * 10000
                    + genWorkMonth * 100 + ruDay(ruleIdx)
              compute genDayInt = function integer-of-date(genWorkDate)
              if ruObserve(ruleIdx) = "O"
                 compute genDow = function mod(genDayInt - 1, 7) + 1
                 evaluate genDow
                    when 6
                       subtract 1 from genDayInt
                    when 7
                       add 1 to genDayInt
                 end-evaluate
              end-if
              perform 7480-mark-holiday
           end-if.
      *
       7440-compute-month-bounds.
           compute genWorkDate = genWorkYear * 10000
                 + genWorkMonth * 100 + 1
           compute genFirstInt = function integer-of-date(genWorkDate)
           perform 7700-compute-days-in-month
           compute genLastInt = genFirstInt + genDaysInMonth - 1.
      *
       7450-find-first-weekday.
      *   day 1 of the scale (1601-01-01) was a Monday, so the
      *   integer date mod 7 gives the ANSI 1=Monday..7=Sunday day.
           perform 7440-compute-month-bounds
           compute genDow = function mod(genFirstInt - 1, 7) + 1
           compute genOffset =
                   function mod(genTargetDow - genDow + 7, 7)
           compute genDayInt = genFirstInt + genOffset.
      *
       7460-find-last-weekday.
           perform 7440-compute-month-bounds
           compute genDow = function mod(genLastInt - 1, 7) + 1
           compute genOffset =
                   function mod(genDow - genTargetDow + 7, 7)
           compute genDayInt = genLastInt - genOffset.
      *
       7480-mark-holiday.
      *   the first rule to claim a day keeps it - two holidays
      *   observed on the same day are still one day off.
           if genDayInt >= genJan1Int and genDayInt <= genDec31Int
              compute genDayIdx = genDayInt - genJan1Int + 1
              if dyDayType(genDayIdx) = space
                 move genMarkType to dyDayType(genDayIdx)
                 move genMarkDesc to dyDesc(genDayIdx)
              end-if
           end-if.
      *
       7500-mark-month-end.
      *   the last business day: walk back from the last of the
      *   month over weekends and no-run days. a month whose
      *   month-end was keyed by hand and is being kept has one.
           if kmMonthEnd(genMonth) not = "Y"
              move genYear  to genWorkYear
              move genMonth to genWorkMonth
              perform 7440-compute-month-bounds
              move genLastInt to genDayInt
              perform 7550-test-business-day
              perform 7540-step-back-one-day
                 until genBusinessDay or genDayInt < genFirstInt
              if genBusinessDay
                 compute genDayIdx = genDayInt - genJan1Int + 1
                 move "Y" to dyMonthEnd(genDayIdx)
                 if dyDayType(genDayIdx) = space
                    move "O" to dyDayType(genDayIdx)
                    move "MONTH END" to dyDesc(genDayIdx)
                 end-if
              end-if
           end-if.
      *
       7540-step-back-one-day.
           subtract 1 from genDayInt
           if genDayInt >= genFirstInt
              perform 7550-test-business-day
           end-if.
      *
       7550-test-business-day.
           compute genDayIdx = genDayInt - genJan1Int + 1
           compute genDow = function mod(genDayInt - 1, 7) + 1
           if genDow > 5
                 or dyDayType(genDayIdx) = "H"
                 or dyDayType(genDayIdx) = "C"
                 or dyBlocked(genDayIdx) = "Y"
              move "N" to genBusinessFlag
           else
              move "Y" to genBusinessFlag
           end-if.
      *
       7600-mark-fiscal-year.
      *   a fiscal year ends on the last dow of its closing month.
      *   the period ends of the fiscal year closing in the GEN
      *   year, and of the one after (whose early periods fall in
      *   the GEN year when it does not close in December), are
      *   laid off week by week from the day after the previous
      *   year-end; the twelfth period runs to the year-end itself,
      *   taking the 53rd week in the years that have one.
           move 0 to genPass
           perform 7610-mark-one-fiscal-year
           move 1 to genPass
           perform 7610-mark-one-fiscal-year.
      *
       7610-mark-one-fiscal-year.
           move ruMonth(genFiscRuleIdx) to genWorkMonth
           move ruDow(genFiscRuleIdx)   to genTargetDow
           compute genWorkYear = genYear + genPass - 1
           perform 7460-find-last-weekday
           move genDayInt to genPeriodEndInt
           compute genWorkYear = genYear + genPass
           perform 7460-find-last-weekday
           move genDayInt to genFiscalEndInt
           perform 7620-mark-one-period
              varying genPeriod from 1 by 1
              until genPeriod > 12.
      *
       7620-mark-one-period.
           compute genPatternIdx = function mod(genPeriod - 1, 3) + 1
           move ruPattern(genFiscRuleIdx)(genPatternIdx:1)
             to genPeriodWeeks
           if genPeriod = 12
              move genFiscalEndInt to genPeriodEndInt
           else
              compute genPeriodEndInt =
                      genPeriodEndInt + genPeriodWeeks * 7
           end-if
      *   a period ending in a month whose fiscal end was keyed by
      *   hand and is being kept already has its end on file.
           if genPeriodEndInt >= genJan1Int
                 and genPeriodEndInt <= genDec31Int
              compute genWorkDate =
                      function date-of-integer(genPeriodEndInt)
              move genWorkDateText(5:2) to genEndMonth
              if kmFiscalEnd(genEndMonth) not = "Y"
                 compute genDayIdx = genPeriodEndInt - genJan1Int + 1
                 move "Y" to dyFiscalEnd(genDayIdx)
                 if dyDayType(genDayIdx) = space
                    move "O" to dyDayType(genDayIdx)
                    move spaces to dyDesc(genDayIdx)
                    string "FISCAL PERIOD " delimited by size
                          genPeriod         delimited by size
                          " END"            delimited by size
                          into dyDesc(genDayIdx)
                    end-string
                 end-if
              end-if
           end-if.
      *
       7700-compute-days-in-month.
           evaluate genWorkMonth
              when 01
              when 03
              when 05
              when 07
              when 08
              when 10
              when 12
                 move 31 to genDaysInMonth
              when 04
              when 06
              when 09
              when 11
                 move 30 to genDaysInMonth
              when other
                 if function mod(genWorkYear, 4) = zero
                       and (function mod(genWorkYear, 100) not = zero
                          or function mod(genWorkYear, 400) = zero)
                    move 29 to genDaysInMonth
                 else
                    move 28 to genDaysInMonth
                 end-if
           end-evaluate.
      *
       7800-write-one-day.
      *   a day the rules produced goes on file unless it was keyed
      *   by hand and REPLACE was not given; a day an earlier GEN
      *   made that the rules no longer produce comes off.
           move spaces to genDetail
           compute genWorkDate =
                   function date-of-integer(genJan1Int + genDayIdx - 1)
           evaluate true
              when dyDayType(genDayIdx) not = space
                 move genWorkDateText to calDate
                 move dyDayType(genDayIdx) to calDayType
                 move "N" to calMonthEndFlag
                 move "N" to calFiscalEndFlag
                 if dyMonthEnd(genDayIdx) = "Y"
                    move "Y" to calMonthEndFlag
                 end-if
                 if dyFiscalEnd(genDayIdx) = "Y"
                    move "Y" to calFiscalEndFlag
                 end-if
                 move dyDesc(genDayIdx) to calDescription
                 move "G" to calSourceFlag
                 move calDate          to gdDate
                 move calDayType       to gdDayType
                 move calMonthEndFlag  to gdMonthEnd
                 move calFiscalEndFlag to gdFiscalEnd
                 move calDescription   to gdDesc
                 evaluate true
                    when dyExisting(genDayIdx) = "K"
                          and not cmGenReplace
                       perform 7850-keep-keyed-day
                    when dyExisting(genDayIdx) = space
                       write calendarRecord
                          invalid key
                             move "REJECTED - date write failed"
                               to gdResult
                          not invalid key
                             move "ADDED" to gdResult
                             add 1 to genAddedCount
                       end-write
                    when other
                       rewrite calendarRecord
                          invalid key
                             move "REJECTED - date rewrite failed"
                               to gdResult
                          not invalid key
                             if dyExisting(genDayIdx) = "K"
                                move "REPLACED KEYED DATE"
                                  to gdResult
                             else
                                move "REPLACED" to gdResult
                             end-if
                             add 1 to genReplacedCount
                       end-rewrite
                 end-evaluate
                 write loadRptRecord from genDetail
              when dyExisting(genDayIdx) = "G"
                 move genWorkDateText to calDate
                 move calDate to gdDate
                 delete calendarFile
                    invalid key
                       move "REJECTED - date delete failed"
                         to gdResult
                    not invalid key
                       move "REMOVED - NO LONGER GENERATED"
                         to gdResult
                       add 1 to genRemovedCount
                 end-delete
                 write loadRptRecord from genDetail
           end-evaluate.
      *
       7850-keep-keyed-day.
      *   the keyed record stays as keyed, except that a month-end
      *   or fiscal end the rules put on this day is set on it - a
      *   month left without its month-end would skip every "M" job
      *   without a word. the line shows the record as it is on
      *   file afterwards, not what the rules would have made.
           move genWorkDateText to calDate
           read calendarFile
              invalid key
                 move "REJECTED - keyed date not found" to gdResult
              not invalid key
                 move "N" to genFlagSetFlag
                 if dyMonthEnd(genDayIdx) = "Y" and not calMonthEnd
                    move "Y" to calMonthEndFlag
                    move "Y" to genFlagSetFlag
                 end-if
                 if dyFiscalEnd(genDayIdx) = "Y" and not calFiscalEnd
                    move "Y" to calFiscalEndFlag
                    move "Y" to genFlagSetFlag
                 end-if
                 if genFlagSet
                    rewrite calendarRecord
                       invalid key
                          move "REJECTED - keyed date rewrite failed"
                            to gdResult
                       not invalid key
                          move "KEPT - PERIOD END SET ON KEYED DATE"
                            to gdResult
                          add 1 to genKeptCount
                    end-rewrite
                 else
                    move "KEPT - KEYED BY HAND" to gdResult
                    add 1 to genKeptCount
                 end-if
                 move calDayType       to gdDayType
                 move calMonthEndFlag  to gdMonthEnd
                 move calFiscalEndFlag to gdFiscalEnd
                 move calDescription   to gdDesc
           end-read.
      *
       7900-write-gen-summary.
           move spaces to loadRptRecord
           write loadRptRecord
           move spaces to loadSummary
           string "ADDED: "         delimited by size
                 genAddedCount      delimited by size
                 "  REPLACED: "     delimited by size
                 genReplacedCount   delimited by size
                 "  KEPT: "         delimited by size
                 genKeptCount       delimited by size
                 into loadSummary
           end-string
           write loadRptRecord from loadSummary
           display loadSummary
           move spaces to loadSummary
           string "REMOVED: "       delimited by size
                 genRemovedCount    delimited by size
                 into loadSummary
           end-string
           write loadRptRecord from loadSummary
           display loadSummary.
      *
       8000-close-file.
           close calendarFile.
