      * resource whose failure drove the outcome (console write,
      * audit open, restart open, banner fallback). excpoper lists
      * the open records and stamps the acknowledging operator-id on
      * each when it is worked off, moving it to EXCEPTION-HIST (see
      * EXCHREC.CPY) with the time of the acknowledgement.
         01 exceptionRecord.
            05 excpJobId       pic x(08).
            05 excpTimestamp   pic x(19).
