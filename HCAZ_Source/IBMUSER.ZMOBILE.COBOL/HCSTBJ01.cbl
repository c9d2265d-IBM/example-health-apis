      *   Month end: one statement block per patient with unpaid      *
      *  charges - each charge with its date, code, description and   *
      *  amount, the insurance card number from the patient record -  *
      *  a charge discounted under a financial assistance award shows *
      *  at the full rate with the discount on a line beneath it -    *
      *  closing with the prior balance, the payments and             *
      *  adjustments posted in the last month (HCCPDB01), and the     *
      *  balance now due - followed by a summary totals register      *
      *  line for reconciliation with the finance office.             *
      *   No statement is printed for a patient whose letters have    *
      *  come back gone away - their unpaid total is shown on a held  *
      *  line under the register so the two still reconcile.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-AMOUNT             PIC Z(5)9.99.

       01  WS-DISCOUNT-LINE.
           03 FILLER                   PIC X(22) VALUE SPACES.
           03 FILLER                   PIC X(26)
                       VALUE 'FINANCIAL ASSISTANCE BAND '.
           03 WS-DL-BAND               PIC X(1).
           03 FILLER                   PIC X(5) VALUE SPACES.
           03 WS-DL-AMOUNT             PIC Z(5)9.99-.

       01  WS-PRIOR-LINE.
           03 FILLER                   PIC X(18)
                       VALUE '  PRIOR BALANCE   '.
                       VALUE ' STATEMENTS '.
           03 WS-RG-STATEMENTS         PIC Z(6)9.

       01  WS-HELD-LINE.
           03 FILLER                   PIC X(26)
                       VALUE 'HELD - GONE AWAY          '.
           03 WS-HL-TOTAL              PIC Z(8)9.99.
           03 FILLER                   PIC X(12)
                       VALUE ' PATIENTS   '.
           03 WS-HL-PATIENTS           PIC Z(6)9.

       01  WS-HELD-FIELDS.
           03 DB2-HELD-PATIENTS        PIC S9(9) COMP.
           03 DB2-HELD-TOTAL           PIC S9(9)V99 COMP-3.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-CHARGE-CODE          PIC X(6).
           03 DB2-CHARGE-DESC          PIC X(30).
           03 DB2-CHARGE-AMOUNT        PIC S9(5)V99 COMP-3.
           03 DB2-DISCOUNT-AMOUNT      PIC S9(5)V99 COMP-3.
           03 DB2-FA-BAND              PIC X(1).

           EXEC SQL
               INCLUDE SQLCA
               DECLARE STMCSR CURSOR FOR
               SELECT C.PATIENTID, P.LASTNAME, P.INSCARDNUM,
                      CHAR(C.CHARGEDATETIME), C.CHARGECODE,
                      R.DESCRIPTION, C.AMOUNT,
                      VALUE(C.DISCOUNTAMT, 0), VALUE(C.FABAND, ' ')
                 FROM CHARGE C, PATIENT P, CHARGECODE R
                WHERE C.PATIENTID = P.PATIENTID
                  AND C.CHARGECODE = R.CODE
                  AND C.PAID = 'N'
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND VALUE(P.ADDRSTATUS, ' ') <> 'G'
                ORDER BY C.PATIENTID, C.CHARGEDATETIME
           END-EXEC.

               FETCH STMCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-INS-CARD,
                     :DB2-CHARGE-DATETIME, :DB2-CHARGE-CODE,
                     :DB2-CHARGE-DESC, :DB2-CHARGE-AMOUNT,
                     :DB2-DISCOUNT-AMOUNT, :DB2-FA-BAND
           END-EXEC.

           EVALUATE SQLCODE
           MOVE DB2-CHARGE-DATETIME(1:10) TO WS-CL-DATE
           MOVE DB2-CHARGE-CODE           TO WS-CL-CODE
           MOVE DB2-CHARGE-DESC           TO WS-CL-DESC
           COMPUTE WS-CL-AMOUNT =
                   DB2-CHARGE-AMOUNT + DB2-DISCOUNT-AMOUNT
           MOVE WS-CHARGE-LINE            TO STMT-RPT-LINE
           WRITE STMT-RPT-LINE

      *    the discount the patient was given shows against the
      *    charge it came off - the amount owed is already net of it
           IF DB2-DISCOUNT-AMOUNT > ZERO
              MOVE DB2-FA-BAND            TO WS-DL-BAND
              COMPUTE WS-DL-AMOUNT = 0 - DB2-DISCOUNT-AMOUNT
              MOVE WS-DISCOUNT-LINE       TO STMT-RPT-LINE
              WRITE STMT-RPT-LINE
           END-IF

           ADD DB2-CHARGE-AMOUNT TO WS-PATIENT-BALANCE
           ADD DB2-CHARGE-AMOUNT TO WS-REGISTER-TOTAL
           ADD 1 TO WS-CHARGES-LISTED
           MOVE WS-REGISTER-TOTAL      TO WS-RG-TOTAL
           MOVE WS-STATEMENTS-PRINTED  TO WS-RG-STATEMENTS
           MOVE WS-REGISTER-LINE       TO STMT-RPT-LINE
           WRITE STMT-RPT-LINE

           PERFORM WRITE-HELD-LINE.

       WRITE-HELD-LINE.
      *    unpaid charges of patients marked gone away - not stated
           EXEC SQL
               SELECT COUNT(DISTINCT C.PATIENTID),
                      VALUE(SUM(C.AMOUNT), 0)
                 INTO :DB2-HELD-PATIENTS, :DB2-HELD-TOTAL
                 FROM CHARGE C, PATIENT P
                WHERE C.PATIENTID = P.PATIENTID
                  AND C.PAID = 'N'
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND P.ADDRSTATUS = 'G'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE ZERO TO DB2-HELD-PATIENTS
              MOVE ZERO TO DB2-HELD-TOTAL
           END-IF

           MOVE DB2-HELD-TOTAL     TO WS-HL-TOTAL
           MOVE DB2-HELD-PATIENTS  TO WS-HL-PATIENTS
           MOVE WS-HELD-LINE       TO STMT-RPT-LINE
           WRITE STMT-RPT-LINE.

       TERMINATE-JOB.
