           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CON-PHONE             PIC X(19).

       01  WS-SOCIAL-LINE.
           03 FILLER                   PIC X(12) VALUE 'Social:     '.
           03 WS-SOC-SMOKING           PIC X(14).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SOC-PACK-YEARS        PIC ZZ9.
           03 FILLER                   PIC X(4) VALUE ' py '.
           03 WS-SOC-ALCOHOL           PIC ZZ9.
           03 FILLER                   PIC X(6) VALUE ' u/wk '.
           03 WS-SOC-LIVING            PIC X(14).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SOC-OCCUPATION        PIC X(20).

       01  WS-MEDICATION-LINE.
           03 FILLER                   PIC X(12) VALUE SPACES.
           03 WS-MED-DRUG-NAME         PIC X(20).
           03 DB2-REF-TO-NAME          PIC X(20).
           03 DB2-REF-REASON           PIC X(40).

       01  WS-SOCIAL-ROW.
           03 DB2-SMOKING              PIC X(1).
           03 DB2-PACK-YEARS           PIC S9(4) COMP.
           03 DB2-ALCOHOL-UNITS        PIC S9(4) COMP.
           03 DB2-LIVING               PIC X(1).
           03 DB2-OCCUPATION           PIC X(30).

       01  WS-THRESHOLD-ROW.
           03 DB2-HR-THRESHOLD         PIC X(10).
           03 DB2-BP-THRESHOLD         PIC X(10).
       WRITE-PATIENT-SUMMARY.
           PERFORM WRITE-DEMOGRAPHICS-LINE.
           PERFORM WRITE-CONTACT-LINE.
           PERFORM WRITE-SOCIAL-LINE.
           PERFORM WRITE-PROBLEM-LINES.
           PERFORM WRITE-MEDICATION-LINES.
           PERFORM WRITE-VITALS-LINE.
               WRITE SUMM-RPT-LINE
           END-EVALUATE.

      *----------------------------------------------------------------*
       WRITE-SOCIAL-LINE.
      * The latest social history assessment, when one was taken
           EXEC SQL
               SELECT SMOKING, VALUE(PACKYEARS, 0),
                      VALUE(ALCOHOLUNITS, 0), VALUE(LIVING, ' '),
                      VALUE(OCCUPATION, ' ')
                 INTO :DB2-SMOKING, :DB2-PACK-YEARS,
                      :DB2-ALCOHOL-UNITS, :DB2-LIVING,
                      :DB2-OCCUPATION
                 FROM SOCIALHIST
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ASSESSEDDATE DESC, RECORDED DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               EVALUATE DB2-SMOKING
                 WHEN 'C'
                   MOVE 'Current smoker' TO WS-SOC-SMOKING
                 WHEN 'E'
                   MOVE 'Ex-smoker'      TO WS-SOC-SMOKING
                 WHEN OTHER
                   MOVE 'Never smoked'   TO WS-SOC-SMOKING
               END-EVALUATE
               EVALUATE DB2-LIVING
                 WHEN 'A'
                   MOVE 'Lives alone'    TO WS-SOC-LIVING
                 WHEN 'F'
                   MOVE 'With family'    TO WS-SOC-LIVING
                 WHEN 'S'
                   MOVE 'Sheltered'      TO WS-SOC-LIVING
                 WHEN 'C'
                   MOVE 'Care home'      TO WS-SOC-LIVING
                 WHEN 'H'
                   MOVE 'No fixed abode' TO WS-SOC-LIVING
                 WHEN OTHER
                   MOVE SPACES           TO WS-SOC-LIVING
               END-EVALUATE
               MOVE DB2-PACK-YEARS    TO WS-SOC-PACK-YEARS
               MOVE DB2-ALCOHOL-UNITS TO WS-SOC-ALCOHOL
               MOVE DB2-OCCUPATION    TO WS-SOC-OCCUPATION
               MOVE WS-SOCIAL-LINE    TO SUMM-RPT-LINE
               WRITE SUMM-RPT-LINE
             WHEN OTHER
               MOVE '  (no social history on file)'
                 TO SUMM-RPT-LINE
               WRITE SUMM-RPT-LINE
           END-EVALUATE.

      *----------------------------------------------------------------*
       WRITE-PROBLEM-LINES.
      * The patient's active coded problems, capped at 3 lines
