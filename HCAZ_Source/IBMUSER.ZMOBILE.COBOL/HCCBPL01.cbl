      ******************************************************************
      * Copyright 2014 IBM Corp. All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      * http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied.
      * See the License for the specific language governing permissions
      * and limitations under the License.
      ******************************************************************
      *                                                                *
      *              Patient Refund Screen                             *
      *                                                                *
      *   Refund a patient's credit balance through HCCBDB01.  Action  *
      *  I shows the credit, refunds pending and the keyed refund or   *
      *  the patient's latest; R requests a refund of the keyed        *
      *  amount (whole cents) with a reason, under the staff sign-on   *
      *  at this terminal; A approves and X rejects a requested        *
      *  refund - supervisor sign-on only, and never the requester.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCBPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

       COPY HCMAPS2.

       01 COMM-AREA.
       COPY HCCMAREA.
       COPY HCTVLWS.
      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           IF EIBCALEN > 0
              GO TO A-GAIN.

           Initialize HCCBMAPI.
           Initialize HCCBMAPO.
           Initialize COMM-AREA.
           Move -1 To HCCBACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCCBMAP')
                     MAPSET ('HCMAPS2')
                     ERASE
                     CURSOR
                     END-EXEC.

       A-GAIN.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(ENDIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('HCCBMAP')
                     INTO(HCCBMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCCBACTI
             WHEN 'I'
               Move '01ICBR' To CA-REQUEST-ID
               PERFORM REFUND-REQUEST
               Move 'Credit balance displayed' To HCCBMSGO
             WHEN 'R'
               PERFORM CHECK-STAFF-SESSION
               IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
                  Move 'Staff sign-on required' To HCCBMSGO
                  GO TO ERROR-OUT
               END-IF
               Move '01RCBR' To CA-REQUEST-ID
               PERFORM REFUND-REQUEST
               Move 'Refund requested - awaits supervisor approval'
                 To HCCBMSGO
             WHEN 'A'
               PERFORM CHECK-SUPERVISOR
               Move '01ACBR' To CA-REQUEST-ID
               PERFORM REFUND-REQUEST
               Move 'Refund approved - goes on next AP refund file'
                 To HCCBMSGO
             WHEN 'X'
               PERFORM CHECK-SUPERVISOR
               Move '01XCBR' To CA-REQUEST-ID
               PERFORM REFUND-REQUEST
               Move 'Refund rejected' To HCCBMSGO
             WHEN OTHER
               Move 'Action must be I, R, A or X' To HCCBMSGO
               Move -1 To HCCBACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCCBACTL
           EXEC CICS SEND MAP ('HCCBMAP')
                     FROM(HCCBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCCB')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ENDIT.
           EXEC CICS SEND TEXT
                     FROM(MSGEND)
                     LENGTH(LENGTH OF MSGEND)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       CANCELIT.

           EXEC CICS RETURN
                TRANSID('HCAZ')
                IMMEDIATE
                END-EXEC.

       CHECK-STAFF-SESSION.
           MOVE EIBTRMID TO WS-STAFF-SESSION-TERM
           MOVE SPACES TO WS-STAFF-SESSION-DATA

           EXEC CICS READQ TS
                     QUEUE(WS-STAFF-SESSION-NAME)
                     INTO(WS-STAFF-SESSION-DATA)
                     LENGTH(LENGTH OF WS-STAFF-SESSION-DATA)
                     ITEM(1)
                     RESP(WS-STAFF-RESP)
           END-EXEC.

       CHECK-SUPERVISOR.
      * Approving money out is a supervisor act
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCCBMSGO
              GO TO ERROR-OUT
           END-IF.

       REFUND-REQUEST.
           Move HCCBPNOI   To CA-PATIENT-ID
           Move ZERO       To CA-CB-REFUND-ID
           IF HCCBRIDI NOT EQUAL LOW-VALUES
            AND HCCBRIDI NOT EQUAL SPACES
              Move HCCBRIDI To CA-CB-REFUND-ID
           END-IF
           Move HCCBAMTI   To CA-CB-AMOUNT
           Move HCCBRSNI   To CA-CB-REASON
           Move WS-STAFF-USER To CA-CB-STAFF-USER
           Inspect CA-CB-AMOUNT Replacing All x'00' by x'40'
           Inspect CA-CB-REASON Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCCBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-REFUND
           END-IF

           Move CA-PATIENT-ID        To HCCBPNOO
           Move CA-CB-CREDIT         To HCCBCRBO
           Move CA-CB-PENDING        To HCCBPNDO
           Move SPACES               To HCCBRIDO
           IF CA-CB-STATUS NOT EQUAL SPACES
              Move CA-CB-REFUND-ID   To HCCBRIDO
           END-IF
           Move CA-CB-AMOUNT         To HCCBAMTO
           Move CA-CB-REASON         To HCCBRSNO
           Move CA-CB-STATUS         To HCCBSTSO
           Move CA-CB-REQUESTED-BY   To HCCBRQBO
           Move CA-CB-REQUESTED-DATE To HCCBRQDO
           Move CA-CB-APPROVED-BY    To HCCBAPBO.

       CLEARIT.

           Initialize HCCBMAPI.
           EXEC CICS SEND MAP ('HCCBMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCCB')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-REFUND.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such refund for that patient'     To  HCCBMSGO
               Go To ERROR-OUT
             When 02
               Move 'Refund not at that status / over credit'
                                                          To  HCCBMSGO
               Go To ERROR-OUT
             When 03
               Move 'Requester may not approve own refund' To  HCCBMSGO
               Go To ERROR-OUT
             When 04
               Move 'Credit no longer covers this refund' To  HCCBMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key amount (whole cents) and reason' To  HCCBMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing refund'             To  HCCBMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCBMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCBMAP')
                     FROM(HCCBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCCBMAPI.
           Initialize HCCBMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
