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
      *          Resuscitation Status / Advance Directive Screen       *
      *                                                                *
      *   Front end to HCDNDB01.  Action I shows the keyed patient's  *
      *  resuscitation decision (F full, D DNACPR), advance directive *
      *  and review date; U records or changes it.  A change is a     *
      *  prescribing-level act - clinician or supervisor sign-on      *
      *  only - and HCDNDB01 audits every one.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDNPL01.
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

           Initialize HCDNMAPI.
           Initialize HCDNMAPO.
           Initialize COMM-AREA.
           Move -1 To HCDNACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCDNMAP')
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

           EXEC CICS RECEIVE MAP('HCDNMAP')
                     INTO(HCDNMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCDNACTI
             WHEN 'I'
               PERFORM SHOW-RESUS-STATUS
             WHEN 'U'
               PERFORM RECORD-RESUS-STATUS
             WHEN OTHER
               Move 'Action must be I or U' To HCDNMSGO
               Move -1 To HCDNACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCDNACTL
           EXEC CICS SEND MAP ('HCDNMAP')
                     FROM(HCDNMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCDN')
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

       SHOW-RESUS-STATUS.
           Initialize COMM-AREA
           Move '01IDNR'   To CA-REQUEST-ID
           Move HCDNPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCDNDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-RESUS
           END-IF

           Move CA-RS-STATUS          To HCDNSTAO
           Move CA-RS-DIRECTIVE       To HCDNADVO
           Move CA-RS-DIRECTIVE-NOTE  To HCDNNOTO
           Move CA-RS-DECISION-DATE   To HCDNDDTO
           Move CA-RS-CLINICIAN-ID    To HCDNCLNO
           Move CA-RS-CLINICIAN-NAME  To HCDNCNMO
           Move CA-RS-REVIEW-DATE     To HCDNRDTO
           If CA-RS-REVIEW-OVERDUE EQUAL 'Y'
              Move 'OVERDUE' To HCDNOVDO
              Move 'Decision is past its review date' To HCDNMSGO
           Else
              Move SPACES    To HCDNOVDO
              If CA-RS-STATUS EQUAL 'D'
                 Move 'DNACPR - do not attempt resuscitation'
                                                      To HCDNMSGO
              Else
                 Move 'For full resuscitation'        To HCDNMSGO
              End-If
           End-If.

       RECORD-RESUS-STATUS.
      * A resuscitation decision is a prescribing act - clinician or
      * supervisor sign-on at this terminal
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'D' AND NOT EQUAL 'S')
              Move 'Clinician sign-on required' To HCDNMSGO
              GO TO ERROR-OUT
           END-IF

           IF HCDNCLNI NOT NUMERIC
              Move 'Clinician id must be entered and numeric'
                                                      To HCDNMSGO
              Move -1 To HCDNCLNL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01UDNR'        To CA-REQUEST-ID
           Move HCDNPNOI        To CA-PATIENT-ID
           Move Function UPPER-CASE(HCDNSTAI) To CA-RS-STATUS
           Move Function UPPER-CASE(HCDNADVI) To CA-RS-DIRECTIVE
           Move HCDNNOTI        To CA-RS-DIRECTIVE-NOTE
           Move HCDNDDTI        To CA-RS-DECISION-DATE
           Move HCDNCLNI        To CA-RS-CLINICIAN-ID
           Move HCDNRDTI        To CA-RS-REVIEW-DATE
           Move WS-STAFF-USER   To CA-RS-RECORDED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCDNDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-RESUS
           END-IF

           Move SPACES To HCDNOVDO
           Move 'Resuscitation status recorded' To HCDNMSGO.

       NO-RESUS.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No resuscitation decision recorded'  To HCDNMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                   To HCDNMSGO
               Go To ERROR-OUT
             When 73
               Move 'Clinician not active on the registry'
                                                          To HCDNMSGO
               Move -1 To HCDNCLNL
               Go To ERROR-OUT
             When 87
               Move 'Status F or D, directive Y or N'     To HCDNMSGO
               Go To ERROR-OUT
             When 88
               Move 'Dates YYYY-MM-DD, review after decision'
                                                          To HCDNMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing resuscitation status'
                                                          To HCDNMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCDNMAPI.
           EXEC CICS SEND MAP ('HCDNMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCDN')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCDNMSGO
           End-If.
           EXEC CICS SEND MAP ('HCDNMAP')
                     FROM(HCDNMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCDNMAPI.
           Initialize HCDNMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
