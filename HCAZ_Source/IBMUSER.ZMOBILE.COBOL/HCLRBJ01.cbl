      *  limit (3 days unless overridden on SYSIN), and results      *
      *  loaded in the last week for tests we never ordered.  The    *
      *  order/result match itself is stamped by HCLBBJ01 as each    *
      *  result loads.  Run daily after the result load.  An aged    *
      *  order shows when its specimen was drawn (HCLOPL01 action C), *
      *  or NOT DRAWN, so the clerk chases the ward for a specimen    *
      *  never taken and the lab for one taken and not resulted.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-AG-ORDERED            PIC X(19).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-DAYS               PIC ZZZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-AG-DRAWN              PIC X(19).

       01  WS-UNMATCHED-LINE.
           03 WS-UM-PATIENT-ID         PIC Z(9)9.
           03 DB2-PRIORITY             PIC X(1).
           03 DB2-ORDERED              PIC X(19).
           03 DB2-AGE                  PIC S9(9) COMP.
           03 DB2-COLLECTED            PIC X(19).

       01  WS-UNMATCHED-ROW.
           03 DB2-UM-PATIENT-ID        PIC S9(9) COMP.
           MOVE 'ORDERS WITH NO RESULT' TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE 'Order Id    Patient Id  Test        P  '
             &  'Ordered              DaysO  Drawn'
             TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.

           EXEC SQL
               SELECT ORDERID, PATIENTID, TESTCODE, PRIORITY,
                      ORDERDATETIME,
                      DAYS(CURRENT DATE) -
                      DAYS(DATE(SUBSTR(ORDERDATETIME, 1, 10))),
                      VALUE(COLLECTEDDATETIME, ' ')
                 FROM LABORDER
                WHERE STATUS IN ('O', 'S')
                  AND DATE(SUBSTR(ORDERDATETIME, 1, 10)) <
               FETCH AGECSR
                INTO :DB2-ORDER-ID, :DB2-PATIENT-ID,
                     :DB2-TEST-CODE, :DB2-PRIORITY,
                     :DB2-ORDERED, :DB2-AGE, :DB2-COLLECTED
           END-EXEC.

           EVALUATE SQLCODE
           MOVE DB2-PRIORITY   TO WS-AG-PRIORITY
           MOVE DB2-ORDERED    TO WS-AG-ORDERED
           MOVE DB2-AGE        TO WS-AG-DAYS
           IF DB2-COLLECTED EQUAL SPACES
              MOVE 'NOT DRAWN'    TO WS-AG-DRAWN
           ELSE
              MOVE DB2-COLLECTED  TO WS-AG-DRAWN
           END-IF
           MOVE WS-AGED-LINE   TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

