      * EVNTREC.CPY - one JOB-EVENTS line per key point in a job's
      * night, for the enterprise monitoring console: cobsmpl posts
      * START, COMPLETE, FAILED, RETRYING, OVERRIDE for an honored
      * FORCE or CLEAR, HOLD for a start turned away that may yet
      * run (evtStatus PRED-WAIT, OUT-WNDW or IN-FLIGHT) and NOT-RUN
      * for one that will not run today (SKIPPED, CAL-SKIP,
      * ALREADY-RUN, FORCE-DENIED); strmdisp posts BLOCKED and
      * UNRESOLVED. the file is only ever appended to. each post
      * takes its number before it appends its line, so two posts
      * made at once can land a line out of order - evtsend sorts.
      * evtSequence comes off the EVENT-CTL counter (see EVCTREC.CPY)
      * and never repeats - a number taken for an event that then
      * could not be written leaves a gap, never a reuse. evtsend
      * replays the file from a given sequence number to
      * JOB-EVENTS-RESEND for a night the monitoring side missed.
         01 eventRecord.
            05 evtSequence    pic 9(09).
            05 evtTimestamp   pic x(19).
            05 evtSourcePgm   pic x(08).
            05 evtType        pic x(10).
            05 evtJobId       pic x(08).
            05 evtStreamCode  pic x(08).
            05 evtStatus      pic x(12).
            05 evtReturnCode  pic 9(04).
            05 evtAttemptNum  pic x(02).
            05 evtOperatorId  pic x(08).
            05 evtDetail      pic x(40).
