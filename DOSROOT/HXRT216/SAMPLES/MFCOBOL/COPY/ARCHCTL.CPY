      * ARCHCTL.CPY - one AUDIT-ARCH-CTL line per archive segment
      * audarch writes: the records one sweep appended to one dated
      * AUDIT-ARCH-yyyymmdd file, counted, their logElapsedMs
      * totalled, and a running check value folded over every byte
      * of every record in the order written. a second sweep into
      * the same day's archive continues that day's check value
      * from the segment before, so the last segment for a date
      * carries the check for the whole file, while counts and
      * totals add up across segments. a day the sweep passed over
      * with nothing to archive gets a zero-count line, so a day
      * with no line at all is a day that went missing. audvrfy
      * re-reads the archives against these lines.
         01 archCtlRecord.
            05 actArchiveDate pic x(08).
            05 actSweepTs     pic x(19).
            05 actRecordCount pic 9(09).
            05 actTotalMs     pic 9(15).
            05 actCheckValue  pic 9(09).
            05 actFirstTs     pic x(19).
            05 actLastTs      pic x(19).
