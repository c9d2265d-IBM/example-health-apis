      *   Action R receipts the keyed quantity of a drug/strength     *
      *  into stock (opening the ledger row if need be), J posts a    *
      *  counted adjustment - on-hand and reorder level set to the    *
      *  keyed figures - and I shows the current position.  A         *
      *  receipt may carry the unit cost paid, in whole cents.  A      *
      *  shelf keyed with J records where the drug is kept - the       *
      *  stocktake count sheets run in shelf order.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           Move HCSKQTYI   To CA-STK-QTY
           Move HCSKLOTI   To CA-STK-LOT
           Move HCSKEXPI   To CA-STK-EXPIRY
           Move HCSKUCTI   To CA-STK-UNIT-COST

           EXEC CICS LINK PROGRAM('HCSKDB01')
                     COMMAREA(COMM-AREA)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 88
              Move 'Unit cost must be whole cents' To HCSKMSGO
              Move -1 To HCSKUCTL
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error receipting stock' To HCSKMSGO
              GO TO ERROR-OUT
           Move HCSKSTRI   To CA-STK-STRENGTH
           Move HCSKONHI   To CA-STK-ONHAND
           Move HCSKROLI   To CA-STK-REORDER
           Move HCSKSHFI   To CA-STK-SHELF

           EXEC CICS LINK PROGRAM('HCSKDB01')
                     COMMAREA(COMM-AREA)

           Move CA-STK-ONHAND  To HCSKONHO
           Move CA-STK-REORDER To HCSKROLO
           Move CA-STK-SHELF   To HCSKSHFO
           Move 'Stock position displayed' To HCSKMSGO.

       GOODS-RECEIPT.
           Move HCSKLOTI   To CA-STK-LOT
           Move HCSKEXPI   To CA-STK-EXPIRY
           Move HCSKPOII   To CA-STK-PO-ID
           Move HCSKUCTI   To CA-STK-UNIT-COST

           EXEC CICS LINK PROGRAM('HCSKDB01')
                     COMMAREA(COMM-AREA)
                   To HCSKMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 88
              Move 'Unit cost must be whole cents' To HCSKMSGO
              Move -1 To HCSKUCTL
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error booking goods receipt' To HCSKMSGO
              GO TO ERROR-OUT
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCSKMSGO
           End-If.
           EXEC CICS SEND MAP ('HCSKMAP')
                     FROM(HCSKMAPO)
                     MAPSET ('HCMAPS2')
