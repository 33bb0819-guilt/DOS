       program-id. jctlconv.
      *
      *   one-time conversion for the jobControlRecord layout change
      *   that added jobCtlStreamCode, grouping the control records
      *   into the batch streams strmdisp dispatches one at a time.
      *   (the earlier conversions - widening jobCtlLastStatus and
      *   adding jobCtlPredJobId, then adding jobCtlRunFreq and the
      *   retry policy - are retired; every file in the shop has
      *   been through them.) a file built before the change opens
      *   with status 39 everywhere else, so: rename the live file
      *   to JOB-CONTROL-OLD, run this once, and it rebuilds
      *   JOB-CONTROL-FILE in the current layout with every field
      *   carried over and a blank stream code on each record - the
      *   unassigned stream, which an all-streams dispatch runs
      *   exactly as the whole file ran before. jobmaint STRM then
      *   files each job under its stream.
      *
       environment division.
       input-output section.
            05 oldJobCtlLastRunTs   pic x(19).
            05 oldJobCtlNotes       pic x(40).
            05 oldJobCtlPredJobId   pic x(08).
            05 oldJobCtlRunFreq     pic x(01).
            05 oldJobCtlRetryMax    pic x(02).
            05 oldJobCtlRetryWaitSec pic x(03).
       fd  jobControlFile
           label records are standard.
           copy "JOBCTL.CPY".
                 move oldJobCtlLastRunTs   to jobCtlLastRunTs
                 move oldJobCtlNotes       to jobCtlNotes
                 move oldJobCtlPredJobId   to jobCtlPredJobId
                 move oldJobCtlRunFreq     to jobCtlRunFreq
                 move oldJobCtlRetryMax    to jobCtlRetryMax
                 move oldJobCtlRetryWaitSec to jobCtlRetryWaitSec
                 move spaces               to jobCtlStreamCode
                 add 1 to convertedCount
                 write jobControlRecord
                    invalid key
