      *   blank-delimited line, led by the acting operator's own id:
      *
      *       operid ADD|UPD|DEL targetoperid authlevel name...
      *       operid EXP targetoperid yyyymmdd|NONE
      *       operid REV targetoperid [yyyymmdd]
      *
      *   authlevel is 1 (inquiry), 2 (schedule maintenance) or
      *   3 (destructive actions); DEL ignores it. EXP sets the last
      *   day the id is good for - past it, every program that
      *   checks the OPERATOR-FILE treats the id as not on file -
      *   and NONE takes the expiry off. REV records that the id's
      *   access was recertified, today unless a date is given. ADD
      *   starts a new id with no expiry, reviewed the day it is
      *   granted; UPD leaves both dates as they stand. this utility is
      *   the bootstrap for the security file, so it cannot gate
      *   itself against that file - protect it, and OPERATOR-FILE,
      *   with external dataset security. the leading operator-id is
         01 omScanPtr       pic 9(04) comp-5.
         01 omNewAuthLevel  pic x(02).
         01 omName          pic x(30).
         01 omDateToken     pic x(08).
         01 omToday         pic 9(08).
         01 msgText         pic x(60).
      *   before/after images of the record an action touched, held
      *   here because the file record area is busy being written.
                    perform 4000-update-record
                 when "DEL"
                    perform 5000-delete-record
                 when "EXP"
                    perform 6000-set-expiry-date
                 when "REV"
                    perform 6500-set-review-date
                 when other
                    move spaces to msgText
                    string "opermnt: action must be ADD, UPD, DEL,"
                                 delimited by size
                          " EXP or REV" delimited by size
                          into msgText
                    end-string
                    move 16 to return-code
                    display msgText
              end-evaluate
           if omScanPtr <= length of omParmLine
              move omParmLine(omScanPtr:) to omName
           end-if
           move function trim(omName) to omName
           accept omToday from date yyyymmdd.
      *
       2000-open-file.
      *   create the file only when it genuinely is not there (status
           if return-code = zero
              move omName         to operName
              move omNewAuthLevel to operAuthLevel
              move spaces         to operExpiryDate
              move omToday        to operReviewDate
              write operatorRecord
                 invalid key
                    move "opermnt: operator already on file"
                       perform 7000-write-change-history
                 end-delete
           end-read.
      *
       6000-set-expiry-date.
      *   like jobmaint's PRED and STRM, EXP carries its own token
      *   shape after the target id - re-scan the line rather than
      *   let 1000's two-byte level token truncate the date.
           move spaces to omDateToken
           unstring omParmLine delimited by all spaces
                into omOperatorId
                     omAction
                     operId
                     omDateToken
           end-unstring
           evaluate omDateToken
              when spaces
                 move "opermnt: EXP needs a date or NONE" to msgText
                 move 16 to return-code
                 display msgText
              when "NONE"
                 move spaces to omDateToken
              when other
                 perform 6800-check-date-token
           end-evaluate
           if return-code = zero
              read operatorFile
                 invalid key
                    move "opermnt: operator not on file" to msgText
                    move 16 to return-code
                    display msgText
                 not invalid key
                    move operatorRecord to omBeforeImage
                    move omDateToken    to operExpiryDate
                    perform 6900-rewrite-dated-record
              end-read
           end-if.
      *
       6500-set-review-date.
      *   the review date defaults to today - the usual case is the
      *   reviewer signing the id off as the report is worked.
           move spaces to omDateToken
           unstring omParmLine delimited by all spaces
                into omOperatorId
                     omAction
                     operId
                     omDateToken
           end-unstring
           if omDateToken = spaces
              move omToday to omDateToken
           else
              perform 6800-check-date-token
           end-if
           if return-code = zero
              read operatorFile
                 invalid key
                    move "opermnt: operator not on file" to msgText
                    move 16 to return-code
                    display msgText
                 not invalid key
                    move operatorRecord to omBeforeImage
                    move omDateToken    to operReviewDate
                    perform 6900-rewrite-dated-record
              end-read
           end-if.
      *
       6800-check-date-token.
           if omDateToken not numeric
                 or omDateToken(5:2) < "01"
                 or omDateToken(5:2) > "12"
                 or omDateToken(7:2) < "01"
                 or omDateToken(7:2) > "31"
              move spaces to msgText
              string "opermnt: " delimited by size
                    omAction    delimited by size
                    " date must be yyyymmdd" delimited by size
                    into msgText
              end-string
              move 16 to return-code
              display msgText
           end-if.
      *
       6900-rewrite-dated-record.
           rewrite operatorRecord
              invalid key
                 move "opermnt: operator not on file" to msgText
                 move 16 to return-code
                 display msgText
              not invalid key
                 move operatorRecord to omAfterImage
                 perform 7000-write-change-history
           end-rewrite.
      *
       7000-write-change-history.
      *   every applied action leaves one change-history line behind
           move operId        to chgKeyId
           move omBeforeImage to chgBeforeImage
           move omAfterImage  to chgAfterImage
           move "O"           to chgFileCode
           open extend changeHistFile
           if chgHistStatus not = "00"
              open output changeHistFile
