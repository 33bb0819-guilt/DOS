      * EXCHREC.CPY - one EXCEPTION-HIST line per acknowledged
      * exception. excpoper ACK moves an exception here off the
      * EXCEPTION-FILE queue the moment it is worked, stamped with
      * the acknowledging operator and the time of the ACK, so the
      * queue holds only what is still open and the history says
      * how long each failure sat before anyone answered it.
      * exchAckTimestamp is blank for the exceptions acked before
      * the time was kept - they still count as failures, but say
      * nothing about time-to-acknowledge. failrpt reports from it.
         01 exceptionHistRecord.
            05 exchJobId        pic x(08).
            05 exchTimestamp    pic x(19).
            05 exchReturnCode   pic 9(04).
            05 exchResource     pic x(16).
            05 exchAckOperId    pic x(08).
            05 exchAckTimestamp pic x(19).
