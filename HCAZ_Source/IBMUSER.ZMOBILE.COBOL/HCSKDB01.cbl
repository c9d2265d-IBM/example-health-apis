      *  mark-dose-taken transaction - takes one off hand and adds    *
      *  to the dispensed running total.  The running totals are      *
      *  what the reconciliation report (HCSKBJ01) balances against.  *
      *  A discharge supply issued by pharmacy (HCTODB01) takes its    *
      *  whole quantity off hand in one movement, earliest-expiry lots *
      *  first.                                                        *
      *  A lot receipt may carry the price paid per unit, kept on the  *
      *  lot for the monthly medication cost analysis (HCMXBJ01).      *
      *  The adjustment also keeps the shelf the drug lives on, which  *
      *  orders the stocktake count sheets; an approved stocktake      *
      *  variance (HCTKDB01) posts the counted difference against the  *
      *  drug/strength and its lot, and on the register if controlled. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-REORDER              PIC S9(5) COMP-3.
           03 DB2-MED-ID               PIC S9(9) COMP.
           03 DB2-DOSE-PATIENT-ID      PIC S9(9) COMP.
           03 DB2-SHELF                PIC X(6).
           03 DB2-VARIANCE             PIC S9(7) COMP-3.

      * Controlled-drug register controls - every movement of a
      * schedule-flagged drug is written to CTLREGISTER with who,
           03 DB2-LOT-QTY              PIC S9(9) COMP.
           03 DB2-LOT-ROWS             PIC S9(9) COMP.
           03 DB2-LOT-USABLE           PIC S9(9) COMP.
           03 DB2-LOT-TAKE             PIC S9(9) COMP.
           03 WS-ISSUE-REMAINING       PIC S9(9) COMP.
           03 WS-LOT-SUB               PIC S9(4) COMP VALUE +0.

      * Unit cost keyed on a receipt - whole cents, digits only,
      * justified and zero-filled before the NUMERIC test
       COPY HCRJWS.
       01  WS-COST-JUST                PIC X(10) JUSTIFIED RIGHT.
       01  WS-COST-NUM REDEFINES WS-COST-JUST
                                       PIC 9(10).
       01  DB2-UNIT-COST               PIC S9(5)V99 COMP-3.

       01  WS-CTL-FIELDS.
           03 WS-CTL-MOVETYPE          PIC X(1).
           03 WS-CTL-QTY               PIC S9(9) COMP.
               PERFORM GET-STOCK-LOTS
             WHEN '01GSTK'
               PERFORM GOODS-RECEIPT-ORDER
             WHEN '01TSTK'
               PERFORM ISSUE-DISCHARGE-SUPPLY
             WHEN '01CSTK'
               PERFORM POST-COUNT-VARIANCE
             WHEN OTHER
               MOVE '98' TO CA-RETURN-CODE
           END-EVALUATE.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
      *================================================================*
      * A counted correction - the on-hand figure is set to what was *
      * actually counted; the keyed quantity also becomes the         *
      * reorder level when one is keyed, and a keyed shelf becomes   *
      * where the drug is kept.  The register entry records          *
      * the signed difference from the previous on-hand, so the      *
      * running balance on the monthly register stays the physical   *
      * count                                                         *
           MOVE ' UPDATE STOCK' TO EM-SQLREQ
           MOVE CA-STK-REORDER TO DB2-REORDER
           MOVE CA-STK-ONHAND  TO DB2-ONHAND
           MOVE CA-STK-SHELF   TO DB2-SHELF
           IF DB2-SHELF EQUAL LOW-VALUES
              MOVE SPACES TO DB2-SHELF
           END-IF

           EXEC SQL
               UPDATE STOCK
                  SET ONHAND = :DB2-ONHAND,
                      REORDERLEVEL = :DB2-REORDER,
                      SHELFLOC = CASE WHEN :DB2-SHELF <> ' '
                                      THEN :DB2-SHELF
                                      ELSE SHELFLOC END
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
           END-EXEC
           MOVE ' SELECT STOCK' TO EM-SQLREQ

           EXEC SQL
               SELECT ONHAND, REORDERLEVEL, VALUE(SHELFLOC, ' ')
                 INTO :DB2-ONHAND, :DB2-REORDER, :DB2-SHELF
                 FROM STOCK
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
             When 0
               MOVE DB2-ONHAND  TO CA-STK-ONHAND
               MOVE DB2-REORDER TO CA-STK-REORDER
               MOVE DB2-SHELF   TO CA-STK-SHELF
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE

           EXIT.

      *================================================================*
       ISSUE-DISCHARGE-SUPPLY.
      *================================================================*
      * A discharge (TTO) supply - the keyed quantity of the drug/    *
      * strength goes out to the patient in one movement.  As with a  *
      * dose, a lot-tracked drug must issue from in-date lots: when   *
      * they cannot cover the whole quantity the issue is refused     *
      * ('84') before anything moves.  A drug the dispensary has      *
      * never stocked has no ledger to move, which is not an error.   *
      *================================================================*
           IF DB2-QTY NOT > ZERO
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT STOCKLOT' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE WHEN DATE(EXPIRYDATE) >=
                                          CURRENT DATE
                                     THEN QTYONHAND ELSE 0 END), 0)
                 INTO :DB2-LOT-ROWS, :DB2-LOT-USABLE
                 FROM STOCKLOT
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
                  AND QTYONHAND > 0
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-LOT-ROWS > 0 AND DB2-LOT-USABLE < DB2-QTY
              MOVE '84' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE STOCK' TO EM-SQLREQ
           EXEC SQL
               UPDATE STOCK
                  SET ONHAND = ONHAND - :DB2-QTY,
                      DISPENSEDTOTAL = DISPENSEDTOTAL + :DB2-QTY
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE DB2-QTY TO WS-ISSUE-REMAINING
           IF DB2-LOT-ROWS EQUAL ZERO
              MOVE ZERO TO WS-ISSUE-REMAINING
           END-IF
           PERFORM CONSUME-LOT-FOR-ISSUE
             UNTIL WS-ISSUE-REMAINING NOT > ZERO

           MOVE 'I' TO WS-CTL-MOVETYPE
           MOVE DB2-QTY TO WS-CTL-QTY
           MOVE CA-PATIENT-ID TO DB2-CTL-PATIENT
           PERFORM WRITE-CTL-REGISTER THRU WRITE-CTL-EXIT.

           EXIT.

      *================================================================*
       CONSUME-LOT-FOR-ISSUE.
      *================================================================*
      * The earliest in-date lot still holding stock gives what it   *
      * can towards the issue; the next lot gives the rest.  STOCK   *
      * has already moved, so a lot that cannot be read or moved     *
      * fails the whole issue ('90')                                 *
      *================================================================*
           MOVE ' SELECT STOCKLOT' TO EM-SQLREQ
           EXEC SQL
               SELECT LOTNUMBER, QTYONHAND
                 INTO :DB2-LOT, :DB2-LOT-QTY
                 FROM STOCKLOT
                WHERE DRUGNAME  = :DB2-DRUG-NAME
                  AND STRENGTH  = :DB2-STRENGTH
                  AND QTYONHAND > 0
                  AND DATE(EXPIRYDATE) >= CURRENT DATE
                ORDER BY EXPIRYDATE
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF SQLCODE EQUAL 100
              MOVE ZERO TO WS-ISSUE-REMAINING
           ELSE
              IF DB2-LOT-QTY > WS-ISSUE-REMAINING
                 MOVE WS-ISSUE-REMAINING TO DB2-LOT-TAKE
              ELSE
                 MOVE DB2-LOT-QTY TO DB2-LOT-TAKE
              END-IF

              MOVE ' UPDATE STOCKLOT' TO EM-SQLREQ
              EXEC SQL
                  UPDATE STOCKLOT
                     SET QTYONHAND = QTYONHAND - :DB2-LOT-TAKE
                   WHERE DRUGNAME  = :DB2-DRUG-NAME
                     AND STRENGTH  = :DB2-STRENGTH
                     AND LOTNUMBER = :DB2-LOT
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 MOVE '90' TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
              END-IF
              SUBTRACT DB2-LOT-TAKE FROM WS-ISSUE-REMAINING
           END-IF.

           EXIT.

      *================================================================*
       POST-COUNT-VARIANCE.
      *================================================================*
      * An approved stocktake variance - the counted less the         *
      * snapshot figure moves on-hand, so issues and receipts made   *
      * while the count was under way are not lost.  A counted lot   *
      * moves by the same amount (never below zero); the register    *
      * takes it as a counted adjustment (J) for a controlled drug.  *
      *   '01' drug/strength not stocked   '88' no variance keyed    *
      *================================================================*
           MOVE CA-STK-VARIANCE TO DB2-VARIANCE
           IF DB2-VARIANCE EQUAL ZERO
              MOVE '88' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE STOCK' TO EM-SQLREQ
           EXEC SQL
               UPDATE STOCK
                  SET ONHAND = ONHAND + :DB2-VARIANCE
                WHERE DRUGNAME = :DB2-DRUG-NAME
                  AND STRENGTH = :DB2-STRENGTH
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '01' TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE '90' TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-STK-LOT NOT EQUAL SPACES AND
              CA-STK-LOT NOT EQUAL LOW-VALUES
              MOVE ' UPDATE STOCKLOT' TO EM-SQLREQ
              EXEC SQL
                  UPDATE STOCKLOT
                     SET QTYONHAND =
                         CASE WHEN QTYONHAND + :DB2-VARIANCE < 0
                              THEN 0
                              ELSE QTYONHAND + :DB2-VARIANCE END
                   WHERE DRUGNAME  = :DB2-DRUG-NAME
                     AND STRENGTH  = :DB2-STRENGTH
                     AND LOTNUMBER = :CA-STK-LOT
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF

           MOVE 'J' TO WS-CTL-MOVETYPE
           MOVE DB2-VARIANCE TO WS-CTL-QTY
           MOVE ZERO TO DB2-CTL-PATIENT
           PERFORM WRITE-CTL-REGISTER THRU WRITE-CTL-EXIT

           PERFORM GET-STOCK.

           EXIT.

      *================================================================*
       GOODS-RECEIPT-ORDER.
      *================================================================*
               CA-STK-EXPIRY EQUAL LOW-VALUES)
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    the unit cost is optional - blank leaves the lot's price
      *    as it was; anything keyed must be whole cents
           MOVE ZERO TO DB2-UNIT-COST
           IF CA-STK-UNIT-COST NOT EQUAL SPACES AND
              CA-STK-UNIT-COST NOT EQUAL LOW-VALUES
              MOVE CA-STK-UNIT-COST TO RJ-VALUE-IN
              PERFORM RIGHT-JUSTIFY-VALUE
              MOVE RJ-VALUE-OUT TO WS-COST-JUST
              IF WS-COST-JUST NOT NUMERIC
                 MOVE '88' TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
              END-IF
              COMPUTE DB2-UNIT-COST = WS-COST-NUM / 100
           END-IF.

           EXIT.
      * The received quantity lands on the keyed lot - a lot seen    *
      * before adds on, a new one opens with its expiry.  The lot/   *
      * expiry edit itself runs up front (CHECK-RECEIPT-LOT) before  *
      * any total moves.  A keyed unit cost becomes the lot's price;  *
      * a receipt without one leaves the price as it was.             *
      *================================================================*
           EXEC SQL
               UPDATE STOCKLOT
                  SET QTYONHAND = QTYONHAND + :DB2-QTY,
                      UNITCOST  = CASE WHEN :DB2-UNIT-COST > 0
                                       THEN :DB2-UNIT-COST
                                       ELSE UNITCOST END
                WHERE DRUGNAME  = :DB2-DRUG-NAME
                  AND STRENGTH  = :DB2-STRENGTH
                  AND LOTNUMBER = :CA-STK-LOT
               EXEC SQL
                   INSERT INTO STOCKLOT
                             ( DRUGNAME, STRENGTH, LOTNUMBER,
                               EXPIRYDATE, QTYONHAND, UNITCOST )
                      VALUES ( :DB2-DRUG-NAME, :DB2-STRENGTH,
                               :CA-STK-LOT, :CA-STK-EXPIRY,
                               :DB2-QTY, :DB2-UNIT-COST )
               END-EXEC
               IF SQLCODE NOT EQUAL 0
                  MOVE '90' TO CA-RETURN-CODE
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRJPD.
      *----------------------------------------------------------------*
       COPY HCERRSDB.
