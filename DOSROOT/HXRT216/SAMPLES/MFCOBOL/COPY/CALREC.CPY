      * reports can say why nothing ran. calMonthEndFlag marks the
      * date the month-end-only jobs run on, calFiscalEndFlag the
      * fiscal-period close, which is not always the same day.
      * calSourceFlag says where the record came from: "K" keyed by
      * hand (ADD, UPD, LOAD) or "G" generated from the
      * CALENDAR-RULES by calmaint GEN, which replaces its own
      * records on a rerun but leaves hand-keyed dates alone unless
      * told otherwise. calmaint maintains this file, one year at a
      * time or one date at a time; cobsmpl and reconrpt read it.
         01 calendarRecord.
            05 calDate          pic x(08).
            05 calDayType       pic x(01).
            05 calFiscalEndFlag pic x(01).
               88 calFiscalEnd  value "Y".
            05 calDescription   pic x(30).
            05 calSourceFlag    pic x(01).
               88 calKeyedByHand value "K".
               88 calGenerated  value "G".
