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
      *              Financial Assistance Screen                       *
      *                                                                *
      *   Financial assistance awards through HCFADB01.  Action I      *
      *  shows the keyed application or the patient's latest; A        *
      *  records an application - household size and annual income     *
      *  (whole cents) - under the staff sign-on at this terminal,     *
      *  with the band the sliding scale suggests; D records the       *
      *  decision (A approve / D decline) with band and effective      *
      *  dates - supervisor sign-on only.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFAPL01.
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

      * a one-digit household keyed left in the field still goes
      * down as a number
       01  WS-HOUSEHOLD-IN             PIC X(2) JUSTIFIED RIGHT.

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

           Initialize HCFAMAPI.
           Initialize HCFAMAPO.
           Initialize COMM-AREA.
           Move -1 To HCFAACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCFAMAP')
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

           EXEC CICS RECEIVE MAP('HCFAMAP')
                     INTO(HCFAMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCFAACTI
             WHEN 'I'
               Move '01IFAP' To CA-REQUEST-ID
               PERFORM ASSIST-REQUEST
               Move 'Financial assistance displayed' To HCFAMSGO
             WHEN 'A'
               PERFORM CHECK-STAFF-SESSION
               IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
                  Move 'Staff sign-on required' To HCFAMSGO
                  GO TO ERROR-OUT
               END-IF
               Move '01AFAP' To CA-REQUEST-ID
               PERFORM ASSIST-REQUEST
               Move 'Application recorded - awaits decision'
                 To HCFAMSGO
             WHEN 'D'
               PERFORM CHECK-SUPERVISOR
               Move '01DFAP' To CA-REQUEST-ID
               PERFORM ASSIST-REQUEST
               Move 'Decision recorded' To HCFAMSGO
             WHEN OTHER
               Move 'Action must be I, A or D' To HCFAMSGO
               Move -1 To HCFAACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCFAACTL
           EXEC CICS SEND MAP ('HCFAMAP')
                     FROM(HCFAMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCFA')
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
      * Awarding a discount is a supervisor act
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCFAMSGO
              GO TO ERROR-OUT
           END-IF.

       ASSIST-REQUEST.
           Move HCFAPNOI   To CA-PATIENT-ID
           Move ZERO       To CA-FA-APP-ID
           IF HCFAAIDI NOT EQUAL LOW-VALUES
            AND HCFAAIDI NOT EQUAL SPACES
              Move HCFAAIDI To CA-FA-APP-ID
           END-IF
           Move ZERO       To CA-FA-HOUSEHOLD
           IF HCFAHHSI NOT EQUAL LOW-VALUES
            AND HCFAHHSI NOT EQUAL SPACES
              Inspect HCFAHHSI Replacing All x'00' by x'40'
              Unstring HCFAHHSI Delimited By SPACE
                  Into WS-HOUSEHOLD-IN
              Inspect WS-HOUSEHOLD-IN Replacing Leading SPACE By '0'
              Move WS-HOUSEHOLD-IN To CA-FA-HOUSEHOLD
           END-IF
           Move HCFAINCI   To CA-FA-INCOME
           Move HCFADECI   To CA-FA-DECISION
           Move HCFABNDI   To CA-FA-BAND
           Move HCFAEFFI   To CA-FA-EFF-FROM
           Move HCFAEFTI   To CA-FA-EFF-TO
           Move WS-STAFF-USER To CA-FA-STAFF-USER
           Inspect CA-FA-INCOME Replacing All x'00' by x'40'
           Inspect CA-FA-BAND Replacing All x'00' by x'40'
           Inspect CA-FA-EFF-FROM Replacing All x'00' by x'40'
           Inspect CA-FA-EFF-TO Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCFADB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ASSIST
           END-IF

           Move CA-PATIENT-ID        To HCFAPNOO
           Move SPACES               To HCFAAIDO
           Move SPACES               To HCFAHHSO
           IF CA-FA-DECISION NOT EQUAL SPACES
              Move CA-FA-APP-ID      To HCFAAIDO
              Move CA-FA-HOUSEHOLD   To HCFAHHSO
           END-IF
           Move CA-FA-INCOME         To HCFAINCO
           Move CA-FA-DECISION       To HCFADECO
           Move CA-FA-BAND           To HCFABNDO
           Move CA-FA-DISCOUNT-PCT   To HCFAPCTO
           Move CA-FA-EFF-FROM       To HCFAEFFO
           Move CA-FA-EFF-TO         To HCFAEFTO
           Move CA-FA-APPLIED-BY     To HCFAAPBO
           Move CA-FA-APPLIED-DATE   To HCFAAPDO
           Move CA-FA-DECIDED-BY     To HCFADCBO.

       CLEARIT.

           Initialize HCFAMAPI.
           EXEC CICS SEND MAP ('HCFAMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCFA')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-ASSIST.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such application for that patient' To HCFAMSGO
               Go To ERROR-OUT
             When 02
               Move 'Application already awaiting decision'
                                                           To HCFAMSGO
               Go To ERROR-OUT
             When 03
               Move 'No such discount band'                To HCFAMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check household, income, decision, dates'
                                                           To HCFAMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing financial assistance' To HCFAMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCFAMSGO
           End-If.
           EXEC CICS SEND MAP ('HCFAMAP')
                     FROM(HCFAMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCFAMAPI.
           Initialize HCFAMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
