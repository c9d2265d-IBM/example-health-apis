      *   Maintain charge codes through HCCGDB01.  Action A adds the  *
      *  keyed code/description/amount (auth flag Y/N), R retires a   *
      *  code, P adds a price row from the keyed effective date, I    *
      *  shows the code with the rate in force today, G points the    *
      *  code at the keyed revenue GL account.  Price changes stop    *
      *  going in through ad-hoc SQL.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               PERFORM ADD-PRICE
             WHEN 'I'
               PERFORM INQUIRE-CODE
             WHEN 'G'
               PERFORM SET-GL-ACCOUNT
             WHEN OTHER
               Move 'Action must be A, R, P, I or G' To HCCGMSGO
               Move -1 To HCCGACTL
               GO TO ERROR-OUT
           END-EVALUATE
           Move HCCGDSCI   To CA-CM-DESC
           Move HCCGAMTI   To CA-CM-AMOUNT
           Move HCCGAUTI   To CA-CM-AUTHREQ
           Move FUNCTION UPPER-CASE(HCCGGLAI) To CA-CM-GL-ACCOUNT
           IF HCCGGLAI EQUAL LOW-VALUES
              Move SPACES To CA-CM-GL-ACCOUNT
           END-IF

           EXEC CICS LINK PROGRAM('HCCGDB01')
                     COMMAREA(COMM-AREA)
           Move CA-CM-EFF-DATE To HCCGEFFO
           Move CA-CM-AUTHREQ  To HCCGAUTO
           Move CA-CM-RETIRED  To HCCGRETO
           Move CA-CM-GL-ACCOUNT To HCCGGLAO
           Move 'Rate in force today displayed' To HCCGMSGO.

       SET-GL-ACCOUNT.
           Initialize COMM-AREA
           Move '01GCMC'   To CA-REQUEST-ID
           Move FUNCTION UPPER-CASE(HCCGCODI) To CA-CM-CODE
           Move FUNCTION UPPER-CASE(HCCGGLAI) To CA-CM-GL-ACCOUNT
           IF HCCGGLAI EQUAL LOW-VALUES
              Move SPACES To CA-CM-GL-ACCOUNT
           END-IF

           EXEC CICS LINK PROGRAM('HCCGDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CODE
           END-IF

           Move 'Revenue GL account changed' To HCCGMSGO.

       CLEARIT.

           Initialize HCCGMAPI.
               Move 'Charge code not on the reference'  To HCCGMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check code, amount in cents, dates, GL'
                                                        To HCCGMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error maintaining charge master'   To HCCGMSGO
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCGMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCGMAP')
                     FROM(HCCGMAPO)
                     MAPSET ('HCMAPS2')
