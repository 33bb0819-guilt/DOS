      * SASTREC.CPY - the one SCHED-AUDIT-STATUS line schdaudt leaves
      * behind for strmdisp, in a file of its own per stream label -
      * SCHED-AUDIT-STATUS-PAYROLL, SCHED-AUDIT-STATUS-ALL,
      * SCHED-AUDIT-STATUS-NONE: when the audit ran, which stream it
      * covered, how many severe findings and warnings it made and
      * the return code it came down with. strmdisp AUDIT runs the
      * audit ahead of the night and reads this line back, the way
      * it reads a job's outcome back off the control record, so a
      * severe finding stops the stream before anything starts.
      * a stream's file is rewritten whole on every audit of that
      * stream and is never touched by an audit of any other.
         01 schedAuditStatus.
            05 sasRunTs         pic x(19).
            05 sasStreamLabel   pic x(08).
            05 sasJobCount      pic 9(06).
            05 sasSevereCount   pic 9(06).
            05 sasWarningCount  pic 9(06).
            05 sasReturnCode    pic 9(04).
