      *     3  destructive actions (DEL)
      *
      * a level authorizes its own actions and everything below it.
      *
      * operExpiryDate (yyyymmdd) is the last day the id is good
      * for; once it has passed, cobsmpl, jobmaint, calmaint and
      * chgback treat the id exactly as if it were not on file.
      * blank means the access does not lapse. operReviewDate is
      * the day the id's access was last recertified - recert
      * reports both for the quarterly review.
      * opermnt maintains this file; protect it, and OPERATOR-FILE
      * itself, with external dataset security.
         01 operatorRecord.
            05 operId        pic x(08).
            05 operName      pic x(30).
            05 operAuthLevel pic 9(02).
            05 operExpiryDate pic x(08).
            05 operReviewDate pic x(08).
