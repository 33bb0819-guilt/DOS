      * PRDFREC.CPY - one PROMO-DIFF line per difference jobpromo
      * COMPARE finds between a PROMO-UNLOAD file and the target
      * environment's JOB-CONTROL-FILE. pdAction is ADD (job only in
      * the unload), UPD (schedule fields differ) or DEL (job only
      * in the target, within the unloaded streams). every line is
      * written with pdApproveFlag "N"; the reviewer changes it to
      * "Y" on the lines to be promoted, and APPLY acts on those
      * alone. pdSource is the unload detail line as compared,
      * pdTargetImage the target record as it stood - APPLY refuses
      * a line whose target record has changed since.
         01 promoDiffRecord.
            05 pdApproveFlag       pic x(01).
               88 pdApproved       value "Y".
            05 filler              pic x(01).
            05 pdAction            pic x(03).
            05 filler              pic x(01).
            05 pdJobId             pic x(08).
            05 filler              pic x(01).
            05 pdSource.
               10 pdsRecordType    pic x(01).
               10 pdsJobId         pic x(08).
               10 pdsSchedStart    pic x(04).
               10 pdsSchedEnd      pic x(04).
               10 pdsEnabledFlag   pic x(01).
               10 pdsNotes         pic x(40).
               10 pdsPredJobId     pic x(08).
               10 pdsRunFreq       pic x(01).
               10 pdsRetryMax      pic x(02).
               10 pdsRetryWaitSec  pic x(03).
               10 pdsStreamCode    pic x(08).
            05 pdTargetImage       pic x(110).
