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
      *               Fluid Balance Chart Screen                       *
      *                                                                *
      *   Front end to HCFBDB01.  Action A charts an intake (route OR *
      *  oral, IV) or output (UR urine, DR drain, VO vomit) volume in *
      *  ml for the keyed patient's current admission, signed by the  *
      *  nurse signed on at this terminal; I shows the intake, output *
      *  and net balance since midnight against the ward limit; L     *
      *  sets a ward's limit ('****' for the site default) and is     *
      *  restricted to a supervisor sign-on.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFBPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-BALANCE-EDIT.
          03 WS-BAL-INTAKE             PIC ZZZZZZ9.
          03 WS-BAL-OUTPUT             PIC ZZZZZZ9.
          03 WS-BAL-NET                PIC -ZZZZZ9.
          03 WS-BAL-LIMIT              PIC ZZZZ9.

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

           Initialize HCFBMAPI.
           Initialize HCFBMAPO.
           Initialize COMM-AREA.
           Move -1 To HCFBACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCFBMAP')
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

           EXEC CICS RECEIVE MAP('HCFBMAP')
                     INTO(HCFBMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCFBACTI
             WHEN 'A'
               PERFORM CHART-FLUID
             WHEN 'I'
               PERFORM SHOW-BALANCE
             WHEN 'L'
               PERFORM SET-WARD-LIMIT
             WHEN OTHER
               Move 'Action must be A, I or L' To HCFBMSGO
               Move -1 To HCFBACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCFBACTL
           EXEC CICS SEND MAP ('HCFBMAP')
                     FROM(HCFBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCFB')
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

       CHART-FLUID.
      * Charting is a nursing act - nurse, clinician or supervisor
      * sign-on at this terminal, recorded against the entry
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'N' AND NOT EQUAL 'D'
                                          AND NOT EQUAL 'S')
              Move 'Nursing sign-on required' To HCFBMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01AFBE'        To CA-REQUEST-ID
           Move HCFBPNOI        To CA-PATIENT-ID
           Move Function UPPER-CASE(HCFBRTEI) To CA-FB-ROUTE
           Move HCFBVOLI        To CA-FB-VOLUME
           Move WS-STAFF-USER   To CA-FB-RECORDED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCFBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-BALANCE
           END-IF

           PERFORM FORMAT-BALANCE
           If CA-FB-FLAG EQUAL SPACE
              Move 'Entry charted - balance updated' To HCFBMSGO
           Else
              Move 'Entry charted - BALANCE BEYOND LIMIT'
                                                        To HCFBMSGO
           End-If.

       SHOW-BALANCE.
           Initialize COMM-AREA
           Move '01IFBE'   To CA-REQUEST-ID
           Move HCFBPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCFBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-BALANCE
           END-IF

           PERFORM FORMAT-BALANCE
           If CA-FB-FLAG EQUAL SPACE
              Move 'Balance since midnight displayed' To HCFBMSGO
           Else
              Move 'Balance since midnight BEYOND LIMIT'
                                                        To HCFBMSGO
           End-If.

       FORMAT-BALANCE.
           Move CA-FB-INTAKE    To WS-BAL-INTAKE
           Move CA-FB-OUTPUT    To WS-BAL-OUTPUT
           Move CA-FB-NET       To WS-BAL-NET
           Move CA-FB-LIMIT     To WS-BAL-LIMIT
           Move WS-BAL-INTAKE   To HCFBINTO
           Move WS-BAL-OUTPUT   To HCFBOUTO
           Move WS-BAL-NET      To HCFBNETO
           Move WS-BAL-LIMIT    To HCFBLIMO
           Move CA-FB-WARD      To HCFBWRDO
           Move CA-FB-FLAG      To HCFBFLGO.

       SET-WARD-LIMIT.
      * Ward limits are set by the nurse in charge only
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCFBMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01LFBW'        To CA-REQUEST-ID
           Move Function UPPER-CASE(HCFBWRDI) To CA-FB-WARD
           Move HCFBLIMI        To CA-FB-LIMIT
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCFBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-BALANCE
           END-IF

           Move 'Ward balance limit set' To HCFBMSGO.

       NO-BALANCE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Patient is not in a bed'             To HCFBMSGO
               Go To ERROR-OUT
             When 71
               Move 'No beds on that ward'                To HCFBMSGO
               Go To ERROR-OUT
             When 87
               If HCFBACTI EQUAL 'L'
                  Move 'Enter ward and limit in ml'       To HCFBMSGO
               Else
                  Move 'Route OR IV UR DR VO and volume ml'
                                                          To HCFBMSGO
               End-If
               Go To ERROR-OUT
             When Other
               Move 'Error processing fluid balance'      To HCFBMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCFBMAPI.
           EXEC CICS SEND MAP ('HCFBMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCFB')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCFBMSGO
           End-If.
           EXEC CICS SEND MAP ('HCFBMAP')
                     FROM(HCFBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCFBMAPI.
           Initialize HCFBMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
