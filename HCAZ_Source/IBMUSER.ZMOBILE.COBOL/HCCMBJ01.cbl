      *  the fixed-format claims file (CLAIMOUT) for the              *
      *  clearinghouse - patient, insurance card number, charge and   *
      *  diagnosis codes and service date - and records each on the   *
      *  CLAIMSTAT table as submitted, with the payer billed, where   *
      *  HCRMBJ01 posts the remittances back and the contract         *
      *  variance report (HCCRBJ02) checks them.  The diagnosis is    *
      *  the one charge entry linked to the line; a charge with no    *
      *  linked diagnosis and no active problem to fall back on is    *
      *  held out of the extract and counted, not claimed as GENERAL  *
      *  and denied.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  DB2-CLAIM-ID                PIC S9(9) COMP.
       01  DB2-AUTH-NUM                PIC X(20).
       01  DB2-COV-MEMBERNUM           PIC X(10).
       01  DB2-COV-PAYER               PIC X(20).

      * Secondary-billing pass - balances a primary remittance left
      * open go to the priority-2 coverage active on the service date

       GET-COVERAGE-CARD.
      *    the priority-1 coverage active on the service date wins
      *    over the single legacy card number on PATIENT - its payer
      *    is kept on the claim to price it against the contract
           MOVE SPACES TO DB2-COV-PAYER
           EXEC SQL
               SELECT MEMBERNUM, PAYER
                 INTO :DB2-COV-MEMBERNUM, :DB2-COV-PAYER
                 FROM COVERAGE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND PRIORITY  = 1
                           DENIALCODE,
                           PAIDAMOUNT,
                           SUBDATE,
                           AUTHNUM,
                           PAYER )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-CHARGE-DATETIME,
                           ' ',
                           0,
                           CHAR(CURRENT DATE, ISO),
                           :DB2-AUTH-NUM,
                           :DB2-COV-PAYER )
           END-EXEC

           IF SQLCODE EQUAL 0
