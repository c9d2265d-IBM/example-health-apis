
      * Weight/BMI working fields - height comes off the patient
      * record, the gain check off the patient's own threshold and
      * previous weight reading.  A weight may carry one decimal
      * place - a child's 7.4 kg is not rounded to 7
       01  WS-WEIGHT-FIELDS.
           03 WS-WEIGHT-VALUE       PIC 9(5)V9 VALUE ZERO.
           03 WS-PREV-WEIGHT        PIC 9(5)V9 VALUE ZERO.
           03 WS-WT-THRESHOLD       PIC 9(5) VALUE ZERO.
           03 WS-WEIGHT-GAIN        PIC S9(5)V9 VALUE ZERO.
           03 WS-BMI                PIC 9(3) VALUE ZERO.

       01  DB2-WEIGHT-VARS.
           03 DB2-PREV-WEIGHT       PIC X(10).
           03 DB2-WT-THRESHOLD      PIC X(10).

      * A keyed weight taken apart - whole kilograms, then the one
      * digit after the point if there is one
       01  WS-WT-PARSE-FIELDS.
           03 WS-WT-TEXT            PIC X(10).
           03 WS-WT-POINTS          PIC S9(4) COMP VALUE +0.
           03 WS-WT-WHOLE-TEXT      PIC X(10).
           03 WS-WT-TENTH-TEXT      PIC X(10).
           03 WS-WT-TENTH           PIC 9(1).
           03 WS-WT-PARSED          PIC 9(5)V9 VALUE ZERO.
       01  WS-WT-PARSE-SWITCH       PIC X VALUE 'N'.
           88 WS-WT-PARSE-GOOD      VALUE 'Y'.

       01  WS-WEIGHT-ALERT-SWITCH   PIC X VALUE 'N'.
           88 WS-WEIGHT-ALERT       VALUE 'Y'.
      * Whether both the previous weight and the threshold came back
       01  WS-GAIN-DATA-SWITCH      PIC X VALUE 'N'.
           88 WS-GAIN-DATA-GOOD     VALUE 'Y'.

      * Paediatric growth - a child's weight, height and BMI are
      * each placed against the nine GROWTHREF centile lines (0.4th,
      * 2nd, 9th, 25th, 50th, 75th, 91st, 98th, 99.6th) for their
      * sex and age in months.  The band is the number of lines the
      * measurement reaches - 0 below the 0.4th, 9 above the 99.6th
      * - and -1 when the measurement or reference is missing
       01  WS-GROWTH-FIELDS.
           03 WS-GROWTH-AGE-LIMIT   PIC S9(4) COMP VALUE +216.
           03 WS-GR-SUB             PIC S9(4) COMP VALUE +0.
           03 WS-GR-BAND            PIC S9(4) COMP VALUE +0.
           03 WS-GR-VALUE           PIC S9(3)V9 COMP-3 VALUE +0.

       01  DB2-GROWTH-VARS.
           03 DB2-ADMIN-SEX         PIC X(1).
           03 DB2-AGE-MONTHS        PIC S9(4) COMP.
           03 DB2-GR-MEASURE        PIC X(3).
           03 DB2-WT-BAND           PIC S9(4) COMP.
           03 DB2-HT-BAND           PIC S9(4) COMP.
           03 DB2-BMI-BAND          PIC S9(4) COMP.
           03 DB2-GR-BMI            PIC S9(3)V9 COMP-3.

       01  DB2-GROWTH-REF.
           03 DB2-GR-C004           PIC S9(3)V9 COMP-3.
           03 DB2-GR-C02            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C09            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C25            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C50            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C75            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C91            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C98            PIC S9(3)V9 COMP-3.
           03 DB2-GR-C996           PIC S9(3)V9 COMP-3.
       01  WS-GROWTH-REF REDEFINES DB2-GROWTH-REF.
           03 WS-GR-LINE            PIC S9(3)V9 COMP-3 OCCURS 9.

      * Antenatal pre-eclampsia line - a reading at or over either
      * limit, on a patient with an open pregnancy episode, goes on
      * the alert worklist escalated whatever the patient's own
      * threshold is
       01  WS-PRE-ECLAMPSIA-FIELDS.
           03 WS-PE-SYS-LIMIT       PIC 9(5) VALUE 140.
           03 WS-PE-DIA-LIMIT       PIC 9(5) VALUE 90.
           03 WS-PE-SYSTOLIC        PIC 9(5) VALUE ZERO.
           03 WS-PE-DIASTOLIC       PIC 9(5) VALUE ZERO.
           03 DB2-PREG-COUNT        PIC S9(9) COMP VALUE +0.

       01  WS-PE-ALERT-SWITCH       PIC X VALUE 'N'.
           88 WS-PE-ALERT           VALUE 'Y'.

      * Host variable for the automatic visit charge
       01  DB2-CHARGE-AMOUNT        PIC S9(5)V99 COMP-3.

       01  DB2-DOD-DATE             PIC X(10).

       COPY HCRJWS.
       COPY HCFAWS.
       01  DB2-FACILITY             PIC X(4).
      *----------------------------------------------------------------*

      *    A weight is optional on a visit - when one is keyed it
      *    gets its own row, a derived BMI, and a sudden-gain check
      *    against the patient's weight threshold
           MOVE CA-WEIGHT TO WS-WT-TEXT
           PERFORM PARSE-WEIGHT THRU PARSE-WEIGHT-EXIT
           IF WS-WT-PARSE-GOOD AND WS-WT-PARSED > 0
              MOVE WS-WT-PARSED TO WS-WEIGHT-VALUE
              PERFORM INSERT-WEIGHT
              PERFORM CHECK-WEIGHT-GAIN
              PERFORM RECORD-GROWTH-CENTILES THRU RECORD-GROWTH-EXIT
           END-IF

      *    Every recorded visit is billable - the standard visit
           PERFORM INSERT-VISIT-CHARGE

      *    A breached threshold also lands on the alert worklist, not
      *    just the flag on the reading itself.  An antenatal reading
      *    over the pre-eclampsia line is raised escalated instead
           PERFORM CHECK-PRE-ECLAMPSIA THRU CHECK-PRE-ECLAMPSIA-EXIT

           IF WS-PE-ALERT
              PERFORM INSERT-PRE-ECLAMPSIA-ALERT
           ELSE
              IF CA-THRESHOLD-FLAG EQUAL 'Y' OR WS-WEIGHT-ALERT
                 PERFORM INSERT-ALERT
              END-IF
           END-IF

      *    A score rising across consecutive visits is its own
           PERFORM QUEUE-SUBSCRIBER-EVENT.

      *    Return to caller
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
              IF SQLCODE EQUAL 0
                 MOVE DB2-RATE-AMOUNT TO DB2-CHARGE-AMOUNT
              END-IF
      *       priced at the discounted rate while a financial
      *       assistance award covers the visit date
              MOVE DB2-PATIENT-ID    TO WS-FA-PATIENT-ID
              MOVE CA-VISIT-DATE     TO WS-FA-SERVICE-DATE
              MOVE DB2-CHARGE-AMOUNT TO WS-FA-GROSS
              PERFORM APPLY-ASSIST-DISCOUNT
              MOVE WS-FA-NET         TO DB2-CHARGE-AMOUNT
              MOVE ' INSERT CHARGE' TO EM-SQLREQ
              EXEC SQL
                  INSERT INTO CHARGE
                              CHARGEDATETIME,
                              CHARGECODE,
                              AMOUNT,
                              PAID,
                              DISCOUNTAMT,
                              FABAND )
                     VALUES ( :DB2-PATIENT-ID,
                              :DB2-TIMESTAMP,
                              'VISIT',
                              :DB2-CHARGE-AMOUNT,
                              'N',
                              :WS-FA-DISCOUNT,
                              :WS-FA-BAND )
              END-EXEC

              IF SQLCODE NOT EQUAL 0

           EXIT.

      *================================================================*
       PARSE-WEIGHT.
      *================================================================*
      * WS-WT-TEXT as whole kilograms or with one decimal place -     *
      * anything else leaves WS-WT-PARSE-GOOD off                     *
      *================================================================*
           MOVE 'N'  TO WS-WT-PARSE-SWITCH
           MOVE ZERO TO WS-WT-PARSED
           MOVE ZERO TO WS-WT-POINTS
           INSPECT WS-WT-TEXT TALLYING WS-WT-POINTS FOR ALL '.'

           IF WS-WT-POINTS > 1
              GO TO PARSE-WEIGHT-EXIT
           END-IF

           MOVE SPACES TO WS-WT-WHOLE-TEXT WS-WT-TENTH-TEXT
           UNSTRING WS-WT-TEXT DELIMITED BY '.'
               INTO WS-WT-WHOLE-TEXT WS-WT-TENTH-TEXT
           END-UNSTRING

           MOVE WS-WT-WHOLE-TEXT TO RJ-VALUE-IN
           PERFORM RIGHT-JUSTIFY-VALUE
           MOVE RJ-VALUE-OUT TO WS-EDIT-JUST
           IF WS-EDIT-JUST NOT NUMERIC OR WS-EDIT-NUM > 99999
              GO TO PARSE-WEIGHT-EXIT
           END-IF
           MOVE WS-EDIT-NUM TO WS-WT-PARSED

           IF WS-WT-POINTS EQUAL 1
              IF WS-WT-TENTH-TEXT(1:1) NOT NUMERIC OR
                 WS-WT-TENTH-TEXT(2:) NOT EQUAL SPACES
                 GO TO PARSE-WEIGHT-EXIT
              END-IF
              MOVE WS-WT-TENTH-TEXT(1:1) TO WS-WT-TENTH
              COMPUTE WS-WT-PARSED = WS-WT-PARSED + WS-WT-TENTH / 10
           END-IF

           MOVE 'Y' TO WS-WT-PARSE-SWITCH.

       PARSE-WEIGHT-EXIT.
           EXIT.

      *================================================================*
       CHECK-WEIGHT-GAIN.
      *================================================================*
              END-EXEC

              IF SQLCODE EQUAL 0
                 MOVE DB2-PREV-WEIGHT TO WS-WT-TEXT
                 PERFORM PARSE-WEIGHT THRU PARSE-WEIGHT-EXIT
                 IF WS-WT-PARSE-GOOD
                    MOVE WS-WT-PARSED TO WS-PREV-WEIGHT
                    MOVE DB2-WT-THRESHOLD TO RJ-VALUE-IN
                    PERFORM RIGHT-JUSTIFY-VALUE
                    MOVE RJ-VALUE-OUT TO WS-EDIT-JUST

           EXIT.

      *================================================================*
       RECORD-GROWTH-CENTILES.
      *================================================================*
      * A child under 18 with a known sex gets a GROWTH row carrying *
      * the weight, height and BMI centile bands for this visit -    *
      * a problem here never fails the visit add                      *
      *================================================================*
           MOVE SPACES TO DB2-ADMIN-SEX
           MOVE ZERO   TO DB2-AGE-MONTHS

           EXEC SQL
               SELECT VALUE(ADMINSEX, ' '),
                      INTEGER((DATE(SUBSTR(:DB2-TIMESTAMP, 1, 10))
                               - DOB) / 10000) * 12 +
                      MOD(INTEGER((DATE(SUBSTR(:DB2-TIMESTAMP, 1, 10))
                               - DOB) / 100), 100)
                 INTO :DB2-ADMIN-SEX, :DB2-AGE-MONTHS
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              GO TO RECORD-GROWTH-EXIT
           END-IF

           IF DB2-AGE-MONTHS < 0 OR
              DB2-AGE-MONTHS NOT < WS-GROWTH-AGE-LIMIT
              GO TO RECORD-GROWTH-EXIT
           END-IF

           IF DB2-ADMIN-SEX NOT EQUAL 'M' AND
              DB2-ADMIN-SEX NOT EQUAL 'F'
              GO TO RECORD-GROWTH-EXIT
           END-IF

           MOVE 'WT'             TO DB2-GR-MEASURE
           MOVE WS-WEIGHT-VALUE  TO WS-GR-VALUE
           PERFORM FIND-GROWTH-BAND
           MOVE WS-GR-BAND       TO DB2-WT-BAND

      *    height and BMI both come off the height on the patient
      *    record, which INSERT-WEIGHT has just read.  A child's BMI
      *    is worked to one decimal place - the whole-number BMI on
      *    the WEIGHT row is too coarse to place on a centile line
           MOVE -1 TO DB2-HT-BAND
           MOVE -1 TO DB2-BMI-BAND
           MOVE ZERO TO DB2-GR-BMI
           IF DB2-HEIGHT-CM > 0
              MOVE 'HT'          TO DB2-GR-MEASURE
              MOVE DB2-HEIGHT-CM TO WS-GR-VALUE
              PERFORM FIND-GROWTH-BAND
              MOVE WS-GR-BAND    TO DB2-HT-BAND
              MOVE 'BMI'         TO DB2-GR-MEASURE
              COMPUTE WS-GR-VALUE ROUNDED =
                      (WS-WEIGHT-VALUE * 10000)
                    / (DB2-HEIGHT-CM * DB2-HEIGHT-CM)
              MOVE WS-GR-VALUE   TO DB2-GR-BMI
              PERFORM FIND-GROWTH-BAND
              MOVE WS-GR-BAND    TO DB2-BMI-BAND
           END-IF

           MOVE ' INSERT GROWTH' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO GROWTH
                         ( PATIENTID,
                           GRDATETIME,
                           AGEMONTHS,
                           ADMINSEX,
                           WEIGHTKG,
                           HEIGHTCM,
                           BMI,
                           WTBAND,
                           HTBAND,
                           BMIBAND )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-TIMESTAMP,
                           :DB2-AGE-MONTHS,
                           :DB2-ADMIN-SEX,
                           :CA-WEIGHT,
                           :DB2-HEIGHT-CM,
                           :DB2-GR-BMI,
                           NULLIF(:DB2-WT-BAND, -1),
                           NULLIF(:DB2-HT-BAND, -1),
                           NULLIF(:DB2-BMI-BAND, -1) )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

       RECORD-GROWTH-EXIT.
           EXIT.

      *================================================================*
       FIND-GROWTH-BAND.
      *================================================================*
      * The reference row is the latest at or below the child's age  *
      * - the table is monthly for infants and sparser after that    *
      *================================================================*
           MOVE -1 TO WS-GR-BAND
           MOVE ' SELECT GROWREF' TO EM-SQLREQ

           EXEC SQL
               SELECT C004, C02, C09, C25, C50, C75, C91, C98, C996
                 INTO :DB2-GR-C004, :DB2-GR-C02, :DB2-GR-C09,
                      :DB2-GR-C25,  :DB2-GR-C50, :DB2-GR-C75,
                      :DB2-GR-C91,  :DB2-GR-C98, :DB2-GR-C996
                 FROM GROWTHREF
                WHERE SEX       = :DB2-ADMIN-SEX
                  AND MEASURE   = :DB2-GR-MEASURE
                  AND AGEMONTHS <= :DB2-AGE-MONTHS
                ORDER BY AGEMONTHS DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE ZERO TO WS-GR-BAND
               MOVE 1    TO WS-GR-SUB
               PERFORM COUNT-GROWTH-LINE
                 UNTIL WS-GR-SUB > 9
             WHEN 100
               CONTINUE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *================================================================*
       COUNT-GROWTH-LINE.
      *================================================================*
      * One of the nine centile lines, lowest first - a reading at or *
      * above it puts the child one band higher                       *
      *================================================================*
           IF WS-GR-VALUE NOT < WS-GR-LINE(WS-GR-SUB)
              ADD 1 TO WS-GR-BAND
           END-IF
           ADD 1 TO WS-GR-SUB.

           EXIT.

      *================================================================*
       QUEUE-SUBSCRIBER-EVENT.
      *================================================================*

           EXIT.

      *================================================================*
       CHECK-PRE-ECLAMPSIA.
      *================================================================*
      * Systolic 140 or over, or diastolic 90 or over, while the      *
      * patient has an open pregnancy episode - a problem here never  *
      * fails the visit add                                           *
      *================================================================*
           MOVE 'N'  TO WS-PE-ALERT-SWITCH
           MOVE ZERO TO WS-PE-SYSTOLIC
           MOVE ZERO TO WS-PE-DIASTOLIC

           IF CA-SYSTOLIC NOT EQUAL ZERO
              MOVE CA-SYSTOLIC       TO WS-PE-SYSTOLIC
              MOVE CA-DIASTOLIC      TO WS-PE-DIASTOLIC
           ELSE
              IF WS-EDIT-SYS-VALUE NOT EQUAL ZERO
                 MOVE WS-EDIT-SYS-VALUE TO WS-PE-SYSTOLIC
                 MOVE WS-EDIT-DIA-VALUE TO WS-PE-DIASTOLIC
              ELSE
                 MOVE CA-BLOOD-PRESSURE TO RJ-VALUE-IN
                 PERFORM RIGHT-JUSTIFY-VALUE
                 MOVE RJ-VALUE-OUT TO WS-EDIT-JUST
                 IF WS-EDIT-JUST NUMERIC
                    MOVE WS-EDIT-NUM TO WS-PE-SYSTOLIC
                 END-IF
              END-IF
           END-IF

           IF WS-PE-SYSTOLIC < WS-PE-SYS-LIMIT AND
              WS-PE-DIASTOLIC < WS-PE-DIA-LIMIT
              GO TO CHECK-PRE-ECLAMPSIA-EXIT
           END-IF

           MOVE ' SELECT PREGNANCY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PREG-COUNT
                 FROM PREGNANCY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
              GO TO CHECK-PRE-ECLAMPSIA-EXIT
           END-IF

           IF DB2-PREG-COUNT > 0
              SET WS-PE-ALERT TO TRUE
           END-IF.

       CHECK-PRE-ECLAMPSIA-EXIT.
           EXIT.

      *================================================================*
       INSERT-PRE-ECLAMPSIA-ALERT.
      *================================================================*
      * Escalated alert for an antenatal reading over the line       *
      *================================================================*
           MOVE ' INSERT ALERTQ' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO ALERTQ
                         ( PATIENTID,
                           ALERTDATETIME,
                           HEARTRATE,
                           BLOODPRESSURE,
                           WEIGHT,
                           STATUS,
                           SEVERITY,
                           FACILITY )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-TIMESTAMP,
                           :CA-HEART-RATE,
                           :CA-BLOOD-PRESSURE,
                           :CA-WEIGHT,
                           'O',
                           'E',
                           :DB2-FACILITY )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       INSERT-ALERT.
      *================================================================*
       COPY HCRJPD.

      *----------------------------------------------------------------*
       COPY HCERRSDB.

      *----------------------------------------------------------------*
       COPY HCFAPD.
