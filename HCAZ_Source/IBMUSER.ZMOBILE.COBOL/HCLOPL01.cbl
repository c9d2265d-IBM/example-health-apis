      *  under the ordering provider, X cancels the order id keyed,   *
      *  I lists the patient's outstanding orders.  The nightly       *
      *  HCLOBJ01 extract carries placed orders to the reference      *
      *  lab.  C marks the order id keyed collected once the          *
      *  phlebotomist has drawn it (D shows against it on the list),  *
      *  under the signed-on staff user.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
          03 WS-OL-ORDERED             PIC X(19).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-OL-STATUS              PIC X(1).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-OL-DRAWN               PIC X(1).

       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

       COPY HCMAPS2.

               PERFORM CANCEL-ORDER
             WHEN 'I'
               PERFORM INQUIRE-ORDERS
             WHEN 'C'
               PERFORM COLLECT-ORDER
             WHEN OTHER
               Move 'Action must be A, X, I or C' To HCLOMSGO
               Move -1 To HCLOACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move 'Order cancelled' To HCLOMSGO.

       COLLECT-ORDER.
      * The specimen has been drawn - stamp it under the staff user
           MOVE EIBTRMID TO WS-STAFF-SESSION-TERM
           MOVE SPACES TO WS-STAFF-SESSION-DATA

           EXEC CICS READQ TS
                     QUEUE(WS-STAFF-SESSION-NAME)
                     INTO(WS-STAFF-SESSION-DATA)
                     LENGTH(LENGTH OF WS-STAFF-SESSION-DATA)
                     ITEM(1)
                     RESP(WS-STAFF-RESP)
           END-EXEC

           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCLOMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01CLBO'      To CA-REQUEST-ID
           Move HCLOOIDI      To CA-LBO-ID
           Move WS-STAFF-USER To CA-LBO-COLLECTED-BY

           EXEC CICS LINK PROGRAM('HCLODB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ORDER
           END-IF

           Move 'Specimen marked collected' To HCLOMSGO.

       INQUIRE-ORDERS.
           Initialize COMM-AREA
           Move '01ILBO'   To CA-REQUEST-ID
           Move CA-LBOL-PRIORITY(WS-ORDER-SUB)  To WS-OL-PRIORITY
           Move CA-LBOL-ORDERED(WS-ORDER-SUB)   To WS-OL-ORDERED
           Move CA-LBOL-STATUS(WS-ORDER-SUB)    To WS-OL-STATUS
           IF CA-LBOL-COLLECTED(WS-ORDER-SUB) EQUAL 'Y'
              Move 'D' To WS-OL-DRAWN
           ELSE
              Move SPACE To WS-OL-DRAWN
           END-IF

           EVALUATE WS-ORDER-SUB
             WHEN 1
             When 87
               Move 'Key test code and priority R or U' To  HCLOMSGO
               Go To ERROR-OUT
             When 88
               Move 'Specimen already marked collected'  To  HCLOMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing lab order'        To  HCLOMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCLOMSGO
           End-If.
           EXEC CICS SEND MAP ('HCLOMAP')
                     FROM(HCLOMAPO)
                     MAPSET ('HCMAPS2')
