      * sits above the drug's configured limit
       01  DB2-RENAL-COUNT             PIC S9(9) COMP VALUE +0.

      * Count for the pregnancy check - nonzero when the drug is
      * flagged pregnancy-unsafe and the patient has an open
      * pregnancy episode
       01  DB2-PREG-UNSAFE-COUNT       PIC S9(9) COMP VALUE +0.

      * Counts for the therapeutic-class checks - a class-level
      * allergy match is a hard stop like a direct one, a second
      * active drug of the same class is a warning the prescriber
       01  DB2-CTL-COUNT               PIC S9(9) COMP VALUE +0.
       01  DB2-CTL-AUTH                PIC X(1)  VALUE 'N'.

      * Count for the restricted-antimicrobial check - nonzero when
      * the drug is one only started with stewardship approval
       01  DB2-RESTRICTED-COUNT        PIC S9(9) COMP VALUE +0.

       01  WS-ABX-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'MED '.
           03 WS-AAK-PATIENT-ID        PIC 9(10).
           03 FILLER                   PIC X(9) VALUE ' ABX APPR'.

       01  WS-CONTRA-AUDIT-KEY.
           03 FILLER                   PIC X(4) VALUE 'MED '.
           03 WS-CAK-PATIENT-ID        PIC 9(10).
              EXEC CICS RETURN END-EXEC
           END-IF

      * a restricted antimicrobial is only started with an approval
      * code from the stewardship team, which is audited
           PERFORM CHECK-RESTRICTED-DRUG.

           IF DB2-RESTRICTED-COUNT > 0
              IF CA-ABX-APPROVAL EQUAL SPACES OR LOW-VALUES
                 MOVE '84' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              ELSE
                 PERFORM WRITE-APPROVAL-AUDIT
              END-IF
           END-IF

           PERFORM CHECK-ALLERGY-LIST.

           IF NOT WS-ALLERGY-FOUND
              END-IF
           END-IF

           PERFORM CHECK-PREGNANCY-SAFETY.

           IF DB2-PREG-UNSAFE-COUNT > 0
              IF CA-OVERRIDE-REASON EQUAL SPACES OR LOW-VALUES
                 MOVE '75' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              ELSE
                 PERFORM WRITE-OVERRIDE-AUDIT
              END-IF
           END-IF

           PERFORM CHECK-DUPLICATE-ORDER.

           IF WS-DUPLICATE-FOUND
           PERFORM INSERT-MEDICATION.

      *    Return to caller
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.

           EXIT.

      *================================================================*
       CHECK-RESTRICTED-DRUG.
      *================================================================*
      * Is the drug/strength/route a restricted antimicrobial        *
      * (STEWARDSHIP R on FORMULARY)?                                  *
      *================================================================*
           MOVE ' SELECT FORMULARY' TO EM-SQLREQ
           MOVE ZERO TO DB2-RESTRICTED-COUNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-RESTRICTED-COUNT
                 FROM FORMULARY
                WHERE DRUGNAME = :CA-DRUG-NAME
                  AND STRENGTH = :CA-STRENGTH
                  AND ROUTE    = :CA-ROUTE
                  AND VALUE(STEWARDSHIP, 'N') = 'R'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       CHECK-CONTROLLED-DRUG.
      *================================================================*

           EXIT.

      *================================================================*
       CHECK-PREGNANCY-SAFETY.
      *================================================================*
      * A drug flagged pregnancy-unsafe (PREGUNSAFE on FORMULARY) is *
      * warned off while the patient has an open pregnancy episode - *
      * the prescriber can push through with an override reason,     *
      * audited like a contraindication override                      *
      *================================================================*
           MOVE ' SELECT FORMULARY' TO EM-SQLREQ
           MOVE ZERO TO DB2-PREG-UNSAFE-COUNT

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PREG-UNSAFE-COUNT
                 FROM FORMULARY F
                WHERE F.DRUGNAME = :CA-DRUG-NAME
                  AND F.STRENGTH = :CA-STRENGTH
                  AND F.ROUTE    = :CA-ROUTE
                  AND VALUE(F.PREGUNSAFE, 'N') = 'Y'
                  AND EXISTS
                      ( SELECT 1 FROM PREGNANCY P
                         WHERE P.PATIENTID = :DB2-PATIENT-ID
                           AND P.STATUS    = 'O' )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO DB2-PREG-UNSAFE-COUNT
           END-IF.

           EXIT.

      *================================================================*
       CHECK-ALLERGY-LIST.
      *================================================================*

           EXIT.

      *================================================================*
       WRITE-APPROVAL-AUDIT.
      *================================================================*
      * A restricted antimicrobial started - the patient, the drug   *
      * and the stewardship approval code keyed land on the audit    *
      * trail, the same as an override                                *
      *================================================================*
           MOVE 'HCMADB01' TO AUD-PROGRAM
           MOVE DB2-PATIENT-ID TO WS-AAK-PATIENT-ID
           MOVE WS-ABX-AUDIT-KEY TO AUD-KEY
           MOVE CA-DRUG-NAME(1:50) TO AUD-BEFORE
           MOVE SPACES TO AUD-AFTER
           STRING 'RESTRICTED ANTIMICROBIAL APPROVAL: '
                  CA-ABX-APPROVAL
              DELIMITED BY SIZE INTO AUD-AFTER
           PERFORM WRITE-AUDIT-LOG.

           EXIT.

      *================================================================*
       CHECK-DUPLICATE-ORDER.
      *================================================================*
      *================================================================*

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
