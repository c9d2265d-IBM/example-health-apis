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
      *              Inpatient Episode Coding Screen                   *
      *                                                                *
      *   Clinical coding of discharged stays through HCEPDB01.        *
      *  Action I shows the keyed episode, or the patient's latest     *
      *  discharge, with its ward, dates, diagnoses, procedures and    *
      *  case-mix group; C records the primary diagnosis, up to six    *
      *  secondary diagnoses and four procedures under the staff       *
      *  sign-on at this terminal and groups the episode.  The         *
      *  secondaries arrive seeded from the active problem list.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCEPPL01.
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

           Initialize HCEPMAPI.
           Initialize HCEPMAPO.
           Initialize COMM-AREA.
           Move -1 To HCEPACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCEPMAP')
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

           EXEC CICS RECEIVE MAP('HCEPMAP')
                     INTO(HCEPMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCEPACTI
             WHEN 'I'
               Move '01IEPI' To CA-REQUEST-ID
               PERFORM EPISODE-REQUEST
               Move 'Episode displayed' To HCEPMSGO
             WHEN 'C'
               PERFORM CHECK-STAFF-SESSION
               IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
                  Move 'Staff sign-on required' To HCEPMSGO
                  GO TO ERROR-OUT
               END-IF
               Move '01CEPI' To CA-REQUEST-ID
               PERFORM EPISODE-REQUEST
               Move 'Episode coded and grouped' To HCEPMSGO
             WHEN OTHER
               Move 'Action must be I or C' To HCEPMSGO
               Move -1 To HCEPACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCEPACTL
           EXEC CICS SEND MAP ('HCEPMAP')
                     FROM(HCEPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCEP')
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

       EPISODE-REQUEST.
           Move ZERO       To CA-PATIENT-ID
           IF HCEPPNOI NOT EQUAL LOW-VALUES
            AND HCEPPNOI NOT EQUAL SPACES
              Move HCEPPNOI To CA-PATIENT-ID
           END-IF
           Move ZERO       To CA-EP-EPISODE-ID
           IF HCEPEIDI NOT EQUAL LOW-VALUES
            AND HCEPEIDI NOT EQUAL SPACES
              Move HCEPEIDI To CA-EP-EPISODE-ID
           END-IF
           Move FUNCTION UPPER-CASE(HCEPPDXI) To CA-EP-PRIMARY-DIAG
           Move FUNCTION UPPER-CASE(HCEPSD1I)
             To CA-EP-SECONDARY-DIAG (1)
           Move FUNCTION UPPER-CASE(HCEPSD2I)
             To CA-EP-SECONDARY-DIAG (2)
           Move FUNCTION UPPER-CASE(HCEPSD3I)
             To CA-EP-SECONDARY-DIAG (3)
           Move FUNCTION UPPER-CASE(HCEPSD4I)
             To CA-EP-SECONDARY-DIAG (4)
           Move FUNCTION UPPER-CASE(HCEPSD5I)
             To CA-EP-SECONDARY-DIAG (5)
           Move FUNCTION UPPER-CASE(HCEPSD6I)
             To CA-EP-SECONDARY-DIAG (6)
           Move FUNCTION UPPER-CASE(HCEPPR1I) To CA-EP-PROCEDURE (1)
           Move FUNCTION UPPER-CASE(HCEPPR2I) To CA-EP-PROCEDURE (2)
           Move FUNCTION UPPER-CASE(HCEPPR3I) To CA-EP-PROCEDURE (3)
           Move FUNCTION UPPER-CASE(HCEPPR4I) To CA-EP-PROCEDURE (4)
           Move WS-STAFF-USER To CA-EP-STAFF-USER
           Inspect CA-EP-PRIMARY-DIAG Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (1) Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (2) Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (3) Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (4) Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (5) Replacing All x'00' by x'40'
           Inspect CA-EP-SECONDARY-DIAG (6) Replacing All x'00' by x'40'
           Inspect CA-EP-PROCEDURE (1) Replacing All x'00' by x'40'
           Inspect CA-EP-PROCEDURE (2) Replacing All x'00' by x'40'
           Inspect CA-EP-PROCEDURE (3) Replacing All x'00' by x'40'
           Inspect CA-EP-PROCEDURE (4) Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCEPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

      *    04 - coded but ungrouped - still shows what was saved
           IF CA-RETURN-CODE > 0
            AND CA-RETURN-CODE NOT EQUAL 04
              GO TO NO-EPISODE
           END-IF

           Move CA-PATIENT-ID              To HCEPPNOO
           Move CA-EP-EPISODE-ID           To HCEPEIDO
           Move CA-EP-WARD                 To HCEPWRDO
           Move CA-EP-ADMIT-DATE           To HCEPADMO
           Move CA-EP-DISCH-DATE           To HCEPDISO
           Move CA-EP-STATUS               To HCEPSTAO
           Move CA-EP-PRIMARY-DIAG         To HCEPPDXO
           Move CA-EP-SECONDARY-DIAG (1)   To HCEPSD1O
           Move CA-EP-SECONDARY-DIAG (2)   To HCEPSD2O
           Move CA-EP-SECONDARY-DIAG (3)   To HCEPSD3O
           Move CA-EP-SECONDARY-DIAG (4)   To HCEPSD4O
           Move CA-EP-SECONDARY-DIAG (5)   To HCEPSD5O
           Move CA-EP-SECONDARY-DIAG (6)   To HCEPSD6O
           Move CA-EP-PROCEDURE (1)        To HCEPPR1O
           Move CA-EP-PROCEDURE (2)        To HCEPPR2O
           Move CA-EP-PROCEDURE (3)        To HCEPPR3O
           Move CA-EP-PROCEDURE (4)        To HCEPPR4O
           Move CA-EP-GROUP                To HCEPGRPO
           Move CA-EP-GROUP-DESC           To HCEPGDSO
           Move CA-EP-CODED-BY             To HCEPCDBO
           Move CA-EP-CODED-DATE           To HCEPCDDO

           IF CA-RETURN-CODE EQUAL 04
              Move 'Coded - no case-mix group fits, recode'
                To HCEPMSGO
              Move -1 To HCEPPDXL
              GO TO ERROR-OUT
           END-IF.

       CLEARIT.

           Initialize HCEPMAPI.
           EXEC CICS SEND MAP ('HCEPMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCEP')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-EPISODE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such episode for that patient'    To  HCEPMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key episode and primary diagnosis'   To  HCEPMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing episode'            To  HCEPMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCEPMSGO
           End-If.
           EXEC CICS SEND MAP ('HCEPMAP')
                     FROM(HCEPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCEPMAPI.
           Initialize HCEPMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
