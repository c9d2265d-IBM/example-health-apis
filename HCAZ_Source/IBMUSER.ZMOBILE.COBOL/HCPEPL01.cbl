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
      *              Accounting Period Screen                          *
      *                                                                *
      *   Show or reopen an accounting period (YYYY-MM) through        *
      *  HCPEDB01.  Action I shows the period's dates, whether it is   *
      *  open or closed, and who closed and last reopened it; R        *
      *  reopens a closed period for a correction, with a reason -     *
      *  supervisor sign-on only, newest period first.  The month is   *
      *  closed again by the next run of the close job (HCPEBJ01).     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPEPL01.
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

           Initialize HCPEMAPI.
           Initialize HCPEMAPO.
           Initialize COMM-AREA.
           Move -1 To HCPEACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCPEMAP')
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

           EXEC CICS RECEIVE MAP('HCPEMAP')
                     INTO(HCPEMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCPEACTI
             WHEN 'I'
               Move '01IPER' To CA-REQUEST-ID
               PERFORM PERIOD-REQUEST
               Move 'Accounting period displayed' To HCPEMSGO
             WHEN 'R'
               PERFORM CHECK-SUPERVISOR
               Move '01RPER' To CA-REQUEST-ID
               PERFORM PERIOD-REQUEST
               Move 'Period reopened - recloses at next close run'
                 To HCPEMSGO
             WHEN OTHER
               Move 'Action must be I or R' To HCPEMSGO
               Move -1 To HCPEACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCPEACTL
           EXEC CICS SEND MAP ('HCPEMAP')
                     FROM(HCPEMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCPE')
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
      * Reopening a reported month is a supervisor act
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCPEMSGO
              GO TO ERROR-OUT
           END-IF.

       PERIOD-REQUEST.
           Move HCPEPERI   To CA-PE-PERIOD
           Move HCPERSNI   To CA-PE-REASON
           Move WS-STAFF-USER To CA-PE-STAFF-USER
           Inspect CA-PE-PERIOD Replacing All x'00' by x'40'
           Inspect CA-PE-REASON Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCPEDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-PERIOD
           END-IF

           Move CA-PE-PERIOD        To HCPEPERO
           Move CA-PE-START-DATE    To HCPESTDO
           Move CA-PE-END-DATE      To HCPEENDO
           Move CA-PE-STATUS        To HCPESTAO
           Move CA-PE-CLOSED-BY     To HCPECLBO
           Move CA-PE-CLOSED-DATE   To HCPECLDO
           Move CA-PE-REOPENED-BY   To HCPEROBO
           Move CA-PE-REOPENED-DATE To HCPERODO
           Move CA-PE-REASON        To HCPERSNO.

       CLEARIT.

           Initialize HCPEMAPI.
           EXEC CICS SEND MAP ('HCPEMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCPE')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-PERIOD.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such accounting period'           To  HCPEMSGO
               Go To ERROR-OUT
             When 02
               Move 'Period is not closed'                To  HCPEMSGO
               Go To ERROR-OUT
             When 03
               Move 'A later period is closed - reopen it first'
                                                          To  HCPEMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key period (YYYY-MM) and reason'     To  HCPEMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing accounting period'  To  HCPEMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCPEMSGO
           End-If.
           EXEC CICS SEND MAP ('HCPEMAP')
                     FROM(HCPEMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCPEMAPI.
           Initialize HCPEMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
