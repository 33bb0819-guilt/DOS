      * spaces after a DEL. jobmaint and opermnt append here for
      * every applied action, single-shot and batch alike; chghist
      * reports the history for one job or one operator across a
      * date range, and chgback restores a record from it.
      * chgFileCode says which master the line belongs to, since a
      * job-id and an operator-id can be the same eight characters:
      * "J" the JOB-CONTROL-FILE, "O" the OPERATOR-FILE. lines
      * written before the field existed read back blank and are
      * known by chgProgram instead (JOBMAINT or OPERMNT).
         01 changeRecord.
            05 chgTimestamp   pic x(19).
            05 chgProgram     pic x(08).
            05 chgKeyId       pic x(08).
            05 chgBeforeImage pic x(120).
            05 chgAfterImage  pic x(120).
            05 chgFileCode    pic x(01).
               88 chgJobCtlFile   value "J".
               88 chgOperatorFile value "O".
