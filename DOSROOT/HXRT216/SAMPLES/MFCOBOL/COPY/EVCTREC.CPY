      * EVCTREC.CPY - the EVENT-CTL counter record that hands out
      * evtSequence numbers for JOB-EVENTS (see EVNTREC.CPY). one
      * record, keyed "JOBEVENT", holding the last number handed out
      * and when. the file is opened i-o just long enough to take
      * the next number and rewrite it, which holds it to that one
      * run for the moment, so two jobs posting at once never draw
      * the same number. a file that is not there yet is created
      * with the counter at zero.
         01 eventCtlRecord.
            05 evcKey         pic x(08).
            05 evcLastSeq     pic 9(09).
            05 evcLastTs      pic x(19).
