      * PROMREC.CPY - one PROMO-UNLOAD line, the portable image of a
      * JOB-CONTROL-FILE record jobpromo UNLOAD writes in one
      * environment for COMPARE and APPLY to carry into another.
      * only the fields that are the schedule travel - window,
      * enabled flag, notes, predecessor, run frequency, retry
      * policy and stream. jobCtlLastStatus and jobCtlLastRunTs are
      * the environment's own run stamps and are never unloaded.
      * the file opens with an "H" header saying when, by whom and
      * for which streams it was unloaded, carries the "D" detail
      * lines in job-id order, and closes with a "T" trailer
      * holding the detail count, so a file cut short in transfer
      * is refused instead of read as a schedule with jobs missing.
         01 promoRecord.
            05 pmRecordType       pic x(01).
               88 pmHeader        value "H".
               88 pmDetail        value "D".
               88 pmTrailer       value "T".
            05 pmDetailArea.
               10 pmJobId         pic x(08).
               10 pmSchedStart    pic x(04).
               10 pmSchedEnd      pic x(04).
               10 pmEnabledFlag   pic x(01).
               10 pmNotes         pic x(40).
               10 pmPredJobId     pic x(08).
               10 pmRunFreq       pic x(01).
               10 pmRetryMax      pic x(02).
               10 pmRetryWaitSec  pic x(03).
               10 pmStreamCode    pic x(08).
            05 pmHeaderArea redefines pmDetailArea.
               10 pmUnloadTs      pic x(19).
               10 pmScopeFlag     pic x(01).
                  88 pmScopeAll   value "A".
               10 pmScopeCode     pic x(08).
               10 pmUnloadOperId  pic x(08).
               10 filler          pic x(43).
            05 pmTrailerArea redefines pmDetailArea.
               10 pmRecordCount   pic 9(06).
               10 filler          pic x(73).
