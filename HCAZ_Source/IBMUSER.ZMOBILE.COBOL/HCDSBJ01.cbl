      *                                                                *
      *   Formats one summary document for every discharge HCWBDB01   *
      *  has queued (DISCHQ status P): admission and discharge        *
      *  timestamps from MOVEMENT, the resuscitation decision and any *
      *  advance directive, active problems, the pharmacy-verified    *
      *  discharge medication (TTO) list from HCTODB01 - or, where    *
      *  nothing has been verified for the stay, the active           *
      *  medications - the latest vitals and visit note, the current  *
      *  social history (smoking, alcohol, living situation,          *
      *  occupation), and any lab orders still unanswered.  The       *
      *  output file distributes through the usual RPTDIST routing,   *
      *  so the registered provider's copy is a routing row, not a    *
      *  phone call.  Run at least daily; processed entries move to   *
      *  status D so a rerun never re-sends.                          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-DT-TEXT               PIC X(80).

       01  WS-SOCIAL-TEXT.
           03 WS-SO-SMOKING            PIC X(14).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SO-PACK-YEARS         PIC ZZ9.
           03 FILLER                   PIC X(12)
                                        VALUE ' PACK-YEARS '.
           03 WS-SO-ALCOHOL            PIC ZZ9.
           03 FILLER                   PIC X(13)
                                        VALUE ' UNITS/WEEK  '.
           03 WS-SO-LIVING             PIC X(14).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-SO-OCCUPATION         PIC X(19).

       01  WS-TTO-QTY-TEXT             PIC ZZZZ9.
       01  WS-TTO-PENDING-TEXT         PIC ZZ9.
       01  WS-TTO-LINES                PIC 9(3) VALUE ZERO.

       01  WS-DISCHQ-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-DISCHARGED           PIC X(19).
           03 DB2-NOTE-TEXT            PIC X(60).
           03 DB2-TEST-CODE            PIC X(10).
           03 DB2-ORDERED              PIC X(19).
           03 DB2-RESUS-CODE           PIC X(1).
           03 DB2-DIRECTIVE            PIC X(1).
           03 DB2-DIRECTIVE-NOTE       PIC X(40).
           03 DB2-REVIEW-DATE          PIC X(10).
           03 DB2-SMOKING              PIC X(1).
           03 DB2-PACK-YEARS           PIC S9(4) COMP.
           03 DB2-ALCOHOL-UNITS        PIC S9(4) COMP.
           03 DB2-LIVING               PIC X(1).
           03 DB2-OCCUPATION           PIC X(30).
           03 DB2-TTO-QTY              PIC S9(9) COMP.
           03 DB2-TTO-STATUS           PIC X(1).
           03 DB2-TTO-PENDING          PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA

       BUILD-ONE-SUMMARY.
           PERFORM WRITE-SUMMARY-HEADER
           PERFORM WRITE-RESUS-SECTION
           PERFORM WRITE-PROBLEM-SECTION
           PERFORM WRITE-TTO-SECTION
           IF WS-TTO-LINES EQUAL ZERO
              PERFORM WRITE-MEDICATION-SECTION
           END-IF
           PERFORM WRITE-VITALS-SECTION
           PERFORM WRITE-SOCIAL-SECTION
           PERFORM WRITE-PENDING-LAB-SECTION

           MOVE SPACES TO SUMMARY-OUT-LINE
           MOVE WS-DISCH-LINE       TO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE.

       WRITE-RESUS-SECTION.
      *    The resuscitation decision travels with the patient - the
      *    receiving provider must not have to ask for it
           MOVE SPACES TO DB2-RESUS-CODE DB2-DIRECTIVE
                          DB2-DIRECTIVE-NOTE DB2-REVIEW-DATE
           EXEC SQL
               SELECT RESUSCODE, DIRECTIVE, DIRECTIVENOTE,
                      CHAR(REVIEWDATE, ISO)
                 INTO :DB2-RESUS-CODE, :DB2-DIRECTIVE,
                      :DB2-DIRECTIVE-NOTE, :DB2-REVIEW-DATE
                 FROM RESUSSTATUS
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE 'RESUS:   ' TO WS-DT-TAG
           MOVE SPACES      TO WS-DT-TEXT
           IF SQLCODE NOT EQUAL 0
              MOVE 'NOT RECORDED' TO WS-DT-TEXT
           ELSE
              IF DB2-RESUS-CODE EQUAL 'D'
                 STRING 'DNACPR - REVIEW BY ' DELIMITED BY SIZE
                        DB2-REVIEW-DATE DELIMITED BY SIZE
                   INTO WS-DT-TEXT
              ELSE
                 STRING 'FULL RESUSCITATION - REVIEW BY '
                          DELIMITED BY SIZE
                        DB2-REVIEW-DATE DELIMITED BY SIZE
                   INTO WS-DT-TEXT
              END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE

           IF SQLCODE EQUAL 0 AND DB2-DIRECTIVE EQUAL 'Y'
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'ADV DIR: '   TO WS-DT-TAG
              MOVE DB2-DIRECTIVE-NOTE TO WS-DT-TEXT
              MOVE WS-DETAIL-LINE TO SUMMARY-OUT-LINE
              WRITE SUMMARY-OUT-LINE
           END-IF.

       WRITE-PROBLEM-SECTION.
           EXEC SQL
               DECLARE DSPCSR CURSOR FOR
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-TTO-SECTION.
      *    What the patient went home with - the lines pharmacy has
      *    verified or issued on this stay's discharge list; lines
      *    still awaiting verification are only counted.  With no
      *    verified line the active medications are listed instead
           MOVE ZERO TO WS-TTO-LINES
           EXEC SQL
               DECLARE DSTCSR CURSOR FOR
               SELECT DRUGNAME, STRENGTH, FREQUENCY, SUPPLYQTY, STATUS
                 FROM DISCHMED
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS IN ('V', 'I')
                  AND DISCHDATETIME =
                      ( SELECT MAX(D2.DISCHDATETIME)
                          FROM DISCHMED D2
                         WHERE D2.PATIENTID = :DB2-PATIENT-ID
                           AND D2.DISCHDATETIME >= :DB2-ADMITTED )
                ORDER BY DRUGNAME
           END-EXEC

           EXEC SQL OPEN DSTCSR END-EXEC
           MOVE 'N' TO WS-SECTION-EOF
           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF
           PERFORM WRITE-TTO-LINE
             UNTIL WS-SECTION-EOF EQUAL 'Y'
           EXEC SQL CLOSE DSTCSR END-EXEC

           MOVE ZERO TO DB2-TTO-PENDING
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-TTO-PENDING
                 FROM DISCHMED
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS = 'P'
                  AND DISCHDATETIME >= :DB2-ADMITTED
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-TTO-PENDING > ZERO
              MOVE DB2-TTO-PENDING TO WS-TTO-PENDING-TEXT
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'TTO:     '   TO WS-DT-TAG
              MOVE SPACES        TO WS-DT-TEXT
              STRING WS-TTO-PENDING-TEXT DELIMITED BY SIZE
                     ' LINE(S) STILL AWAITING PHARMACY VERIFICATION'
                       DELIMITED BY SIZE
                INTO WS-DT-TEXT
              MOVE WS-DETAIL-LINE TO SUMMARY-OUT-LINE
              WRITE SUMMARY-OUT-LINE
           END-IF.

       WRITE-TTO-LINE.
           EXEC SQL
               FETCH DSTCSR
                INTO :DB2-DRUG-NAME, :DB2-STRENGTH, :DB2-FREQUENCY,
                     :DB2-TTO-QTY, :DB2-TTO-STATUS
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE DB2-TTO-QTY   TO WS-TTO-QTY-TEXT
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'TTO:     '   TO WS-DT-TAG
              MOVE SPACES        TO WS-DT-TEXT
              STRING DB2-DRUG-NAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     DB2-STRENGTH DELIMITED BY '  '
                     ' FREQ ' DELIMITED BY SIZE
                     DB2-FREQUENCY DELIMITED BY '  '
                     ' QTY ' DELIMITED BY SIZE
                     WS-TTO-QTY-TEXT DELIMITED BY SIZE
                INTO WS-DT-TEXT
              IF DB2-TTO-STATUS EQUAL 'I'
                 MOVE 'SUPPLIED' TO WS-DT-TEXT(73:8)
              END-IF
              ADD 1 TO WS-TTO-LINES
              MOVE WS-DETAIL-LINE TO SUMMARY-OUT-LINE
              WRITE SUMMARY-OUT-LINE
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-VITALS-SECTION.
           MOVE SPACES TO DB2-BP-VALUE DB2-BP-WHEN DB2-HR-VALUE

              WRITE SUMMARY-OUT-LINE
           END-IF.

       WRITE-SOCIAL-SECTION.
      *    The latest social history assessment - who the patient is
      *    going home to matters as much as what they go home on
           MOVE SPACES TO DB2-SMOKING DB2-LIVING DB2-OCCUPATION
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
           END-EXEC

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE 'SOCIAL:  ' TO WS-DT-TAG
           IF SQLCODE NOT EQUAL 0
              MOVE 'NOT RECORDED' TO WS-DT-TEXT
           ELSE
              EVALUATE DB2-SMOKING
                WHEN 'C'
                  MOVE 'CURRENT SMOKER' TO WS-SO-SMOKING
                WHEN 'E'
                  MOVE 'EX-SMOKER'      TO WS-SO-SMOKING
                WHEN OTHER
                  MOVE 'NEVER SMOKED'   TO WS-SO-SMOKING
              END-EVALUATE
              EVALUATE DB2-LIVING
                WHEN 'A'
                  MOVE 'LIVES ALONE'    TO WS-SO-LIVING
                WHEN 'F'
                  MOVE 'WITH FAMILY'    TO WS-SO-LIVING
                WHEN 'S'
                  MOVE 'SHELTERED'      TO WS-SO-LIVING
                WHEN 'C'
                  MOVE 'CARE HOME'      TO WS-SO-LIVING
                WHEN 'H'
                  MOVE 'NO FIXED ABODE' TO WS-SO-LIVING
                WHEN OTHER
                  MOVE SPACES           TO WS-SO-LIVING
              END-EVALUATE
              MOVE DB2-PACK-YEARS    TO WS-SO-PACK-YEARS
              MOVE DB2-ALCOHOL-UNITS TO WS-SO-ALCOHOL
              MOVE DB2-OCCUPATION    TO WS-SO-OCCUPATION
              MOVE WS-SOCIAL-TEXT    TO WS-DT-TEXT
           END-IF
           MOVE WS-DETAIL-LINE TO SUMMARY-OUT-LINE
           WRITE SUMMARY-OUT-LINE.

       WRITE-PENDING-LAB-SECTION.
           EXEC SQL
               DECLARE DSLCSR CURSOR FOR
