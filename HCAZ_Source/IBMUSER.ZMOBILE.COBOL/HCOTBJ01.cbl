      *  stay over the last four weeks, admissions and discharges     *
      *  by weekday over the same period, and a simple forward view   *
      *  of beds expected free over the next week - each current      *
      *  occupant out on their planned expected discharge date, or   *
      *  assumed to stay the average when none is planned; a patient *
      *  held by a delayed discharge is not expected out until the   *
      *  delay clears.  The numbers the bed managers build in a      *
      *  spreadsheet today.  Run weekly.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-FORECAST-FIELDS.
           03 DB2-DAY-OFFSET           PIC S9(4) COMP.
           03 DB2-EXPECTED-FREE        PIC S9(9) COMP.
           03 DB2-PLANNED              PIC S9(9) COMP.
           03 DB2-DELAYED              PIC S9(9) COMP.

       01  WS-PLANNED-LINE.
           03 FILLER                   PIC X(26)
                VALUE 'OCCUPANTS WITH PLANNED EDD'.
           03 FILLER                   PIC X(2) VALUE ': '.
           03 WS-PL-PLANNED            PIC ZZZZ9.
           03 FILLER                   PIC X(12)
                VALUE '   DELAYED: '.
           03 WS-PL-DELAYED            PIC ZZZZ9.

       01  WS-NULL-INDICATORS.
           03 IND-ALOS                 PIC S9(4) COMP.

           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE 'BEDS EXPECTED FREE (PLANNED DATE, ELSE AVERAGE STAY)'
             TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE

           EXEC SQL
               SELECT SUM(CASE WHEN EXPDISCHDATE IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALUE(DELAYREASON, ' ') <> ' '
                               THEN 1 ELSE 0 END)
                 INTO :DB2-PLANNED, :DB2-DELAYED
                 FROM OCCUPANCY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO DB2-PLANNED
              MOVE ZERO TO DB2-DELAYED
           END-IF

           MOVE DB2-PLANNED TO WS-PL-PLANNED
           MOVE DB2-DELAYED TO WS-PL-DELAYED
           MOVE WS-PLANNED-LINE TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE

           MOVE ZERO TO WS-FORECAST-DAY
           PERFORM FORECAST-ONE-DAY 7 TIMES.

       FORECAST-ONE-DAY.
      *    an occupant is expected out on their planned discharge
      *    date, else the day their stay reaches the four-week
      *    average; a delayed discharge stays put until it clears
           ADD 1 TO WS-FORECAST-DAY
           MOVE WS-FORECAST-DAY TO DB2-DAY-OFFSET
           MOVE ZERO TO DB2-EXPECTED-FREE
               SELECT COUNT(*)
                 INTO :DB2-EXPECTED-FREE
                 FROM OCCUPANCY
                WHERE VALUE(EXPDISCHDATE,
                            DATE(ADMITDATETIME) + :DB2-ALOS DAYS)
                      <= CURRENT DATE + :DB2-DAY-OFFSET DAYS
                  AND VALUE(DELAYREASON, ' ') = ' '
           END-EXEC

           IF SQLCODE NOT EQUAL 0
