      * non-numeric means one attempt, no retry) and the seconds to
      * wait between them, so a transient failure gets another try
      * before the exception queue hears about it.
      * jobCtlStreamCode names the batch stream (application) the
      * job belongs to - payroll, GL close, warehouse - so strmdisp
      * can start, rerun or hold back one stream without touching
      * the others, and the stream reports can give each stream
      * owner a section of their own. blank (records keyed before
      * the field existed) is the unassigned stream, which an
      * all-streams dispatch still runs.
         01 jobControlRecord.
            05 jobCtlJobId       pic x(08).
            05 jobCtlSchedStart  pic x(04).
               88 jobCtlRunMonthEnd value "M".
            05 jobCtlRetryMax     pic x(02).
            05 jobCtlRetryWaitSec pic x(03).
            05 jobCtlStreamCode   pic x(08).
