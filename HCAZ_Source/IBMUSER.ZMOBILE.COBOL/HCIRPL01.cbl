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
      *            Patient Safety Incident Register Screen             *
      *                                                                *
      *   Front end to HCIRDB01.  Action A reports an incident - type *
      *  FAL/MED/WPT/EQP/OTH, severity N/L/M/S/D, the ward or clinic, *
      *  the patient where there is one and what happened - by any   *
      *  signed-on member of staff, who is recorded as the reporter;  *
      *  I shows the incident keyed by number; U assigns the          *
      *  investigation owner, moves the status on (O open, I under    *
      *  investigation, C closed) and regrades the severity, and is   *
      *  restricted to a supervisor sign-on.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIRPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-NARRATIVE.
          03 WS-NARR-1                 PIC X(60).
          03 WS-NARR-2                 PIC X(60).

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

           Initialize HCIRMAPI.
           Initialize HCIRMAPO.
           Initialize COMM-AREA.
           Move -1 To HCIRACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCIRMAP')
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

           EXEC CICS RECEIVE MAP('HCIRMAP')
                     INTO(HCIRMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCIRACTI
             WHEN 'A'
               PERFORM REPORT-INCIDENT
             WHEN 'I'
               PERFORM SHOW-INCIDENT
             WHEN 'U'
               PERFORM UPDATE-INVESTIGATION
             WHEN OTHER
               Move 'Action must be A, I or U' To HCIRMSGO
               Move -1 To HCIRACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCIRACTL
           EXEC CICS SEND MAP ('HCIRMAP')
                     FROM(HCIRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCIR')
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

       REPORT-INCIDENT.
      * Anyone on the staff may report - the report is signed with
      * the user signed on at this terminal
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCIRMSGO
              GO TO ERROR-OUT
           END-IF

           Move HCIRNR1I        To WS-NARR-1
           Move HCIRNR2I        To WS-NARR-2

           Initialize COMM-AREA
           Move '01AINC'        To CA-REQUEST-ID
           Move HCIRPNOI        To CA-PATIENT-ID
           Move Function UPPER-CASE(HCIRTYPI) To CA-IR-TYPE
           Move Function UPPER-CASE(HCIRSEVI) To CA-IR-SEVERITY
           Move Function UPPER-CASE(HCIRLOCI) To CA-IR-LOCATION
           Move WS-NARRATIVE    To CA-IR-NARRATIVE
           Move WS-STAFF-USER   To CA-IR-REPORTER
           Move 'S'             To CA-IR-SOURCE
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCIRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-INCIDENT
           END-IF

           Move CA-IR-ID        To HCIRIIDO
           Move CA-IR-STATUS    To HCIRSTAO
           Move WS-STAFF-USER   To HCIRRPTO
           Move 'Incident reported - note the number' To HCIRMSGO.

       SHOW-INCIDENT.
           Initialize COMM-AREA
           Move '01IINC'   To CA-REQUEST-ID
           Move HCIRIIDI   To CA-IR-ID

           EXEC CICS LINK PROGRAM('HCIRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-INCIDENT
           END-IF

           Move CA-IR-NARRATIVE  To WS-NARRATIVE
           Move CA-IR-TYPE       To HCIRTYPO
           Move CA-IR-SEVERITY   To HCIRSEVO
           Move CA-IR-LOCATION   To HCIRLOCO
           Move CA-PATIENT-ID    To HCIRPNOO
           Move WS-NARR-1        To HCIRNR1O
           Move WS-NARR-2        To HCIRNR2O
           Move CA-IR-OWNER      To HCIROWNO
           Move CA-IR-STATUS     To HCIRSTAO
           Move CA-IR-REPORTER   To HCIRRPTO
           Move CA-IR-REPORTED   To HCIRRDTO
           If CA-IR-SOURCE EQUAL 'M'
              Move 'Incident displayed - raised by the MAR'
                                                      To HCIRMSGO
           Else
              Move 'Incident displayed'               To HCIRMSGO
           End-If.

       UPDATE-INVESTIGATION.
      * Investigation is governance work - supervisor sign-on only
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCIRMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01UINC'        To CA-REQUEST-ID
           Move HCIRIIDI        To CA-IR-ID
           Move HCIROWNI        To CA-IR-OWNER
           Move Function UPPER-CASE(HCIRSTAI) To CA-IR-STATUS
           Move Function UPPER-CASE(HCIRSEVI) To CA-IR-SEVERITY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCIRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-INCIDENT
           END-IF

           Move 'Investigation updated' To HCIRMSGO.

       NO-INCIDENT.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Incident number not found'           To HCIRMSGO
               Move -1 To HCIRIIDL
               Go To ERROR-OUT
             When 70
               Move 'Patient not found - leave blank if none'
                                                          To HCIRMSGO
               Move -1 To HCIRPNOL
               Go To ERROR-OUT
             When 87
               If HCIRACTI EQUAL 'U'
                  Move 'Status O, I or C and severity NLMSD'
                                                          To HCIRMSGO
               Else
                  Move 'Type FAL MED WPT EQP OTH, sev NLMSD'
                                                          To HCIRMSGO
               End-If
               Go To ERROR-OUT
             When 88
               Move 'Describe what happened'              To HCIRMSGO
               Move -1 To HCIRNR1L
               Go To ERROR-OUT
             When 89
               Move 'Assign an investigation owner first' To HCIRMSGO
               Move -1 To HCIROWNL
               Go To ERROR-OUT
             When Other
               Move 'Error processing the incident'       To HCIRMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCIRMAPI.
           EXEC CICS SEND MAP ('HCIRMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCIR')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCIRMSGO
           End-If.
           EXEC CICS SEND MAP ('HCIRMAP')
                     FROM(HCIRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCIRMAPI.
           Initialize HCIRMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
