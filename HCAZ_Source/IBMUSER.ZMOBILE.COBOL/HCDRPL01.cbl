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
      *             Adverse Drug Reaction Screen                       *
      *                                                                *
      *   Front end to HCDRDB01.  Action A records a suspected        *
      *  reaction against a prescription (MEDICATION) number - the    *
      *  reaction, severity M/O/S/L/F, onset date and outcome         *
      *  R/G/N/S/F/U; I shows a reaction keyed by number; C confirms  *
      *  it, updating the outcome, and with Add to allergies Y puts   *
      *  the drug on the patient's allergy list.  Recording and       *
      *  confirming are prescribing acts - clinician or supervisor    *
      *  sign-on, which is recorded against the reaction.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDRPL01.
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

           Initialize HCDRMAPI.
           Initialize HCDRMAPO.
           Initialize COMM-AREA.
           Move -1 To HCDRACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCDRMAP')
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

           EXEC CICS RECEIVE MAP('HCDRMAP')
                     INTO(HCDRMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCDRACTI
             WHEN 'A'
               PERFORM RECORD-REACTION
             WHEN 'I'
               PERFORM SHOW-REACTION
             WHEN 'C'
               PERFORM CONFIRM-REACTION
             WHEN OTHER
               Move 'Action must be A, I or C' To HCDRMSGO
               Move -1 To HCDRACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCDRACTL
           EXEC CICS SEND MAP ('HCDRMAP')
                     FROM(HCDRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCDR')
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

       CHECK-PRESCRIBER.
      * Recording and confirming a reaction is a prescribing act
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'D' AND
                  WS-STAFF-ROLE NOT EQUAL 'S')
              Move 'Clinician sign-on required' To HCDRMSGO
              GO TO ERROR-OUT
           END-IF.

       RECORD-REACTION.
           PERFORM CHECK-PRESCRIBER

           Initialize COMM-AREA
           Move '01ADRX'        To CA-REQUEST-ID
           Move HCDRPNOI        To CA-PATIENT-ID
           Move HCDRMIDI        To CA-DR-MEDICATION-ID
           Move HCDRRXNI        To CA-DR-REACTION
           Move Function UPPER-CASE(HCDRSEVI) To CA-DR-SEVERITY
           Move HCDRONSI        To CA-DR-ONSET-DATE
           Move Function UPPER-CASE(HCDROUTI) To CA-DR-OUTCOME
           Move WS-STAFF-USER   To CA-DR-REPORTED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCDRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-REACTION
           END-IF

           Move CA-DR-ID            To HCDRRIDO
           Move CA-DR-DRUG-NAME     To HCDRDRGO
           Move CA-DR-CONFIRMED     To HCDRCNFO
           Move WS-STAFF-USER       To HCDRRBYO
           Move 'Reaction recorded - confirm when known' To HCDRMSGO.

       SHOW-REACTION.
           Initialize COMM-AREA
           Move '01IDRX'   To CA-REQUEST-ID
           Move HCDRRIDI   To CA-DR-ID

           EXEC CICS LINK PROGRAM('HCDRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-REACTION
           END-IF

           PERFORM SHOW-REACTION-FIELDS
           If CA-DR-SUBMITTED NOT EQUAL SPACES
              Move 'Reaction displayed - sent to regulator'
                                                      To HCDRMSGO
           Else
              Move 'Reaction displayed'               To HCDRMSGO
           End-If.

       SHOW-REACTION-FIELDS.
           Move CA-PATIENT-ID       To HCDRPNOO
           Move CA-DR-MEDICATION-ID To HCDRMIDO
           Move CA-DR-DRUG-NAME     To HCDRDRGO
           Move CA-DR-REACTION      To HCDRRXNO
           Move CA-DR-SEVERITY      To HCDRSEVO
           Move CA-DR-ONSET-DATE    To HCDRONSO
           Move CA-DR-OUTCOME       To HCDROUTO
           Move CA-DR-CONFIRMED     To HCDRCNFO
           Move CA-DR-ALLERGY-ADDED To HCDRALGO
           Move CA-DR-REPORTED-BY   To HCDRRBYO
           Move CA-DR-RECORDED      To HCDRRDTO
           Move CA-DR-SUBMITTED     To HCDRSUBO.

       CONFIRM-REACTION.
           PERFORM CHECK-PRESCRIBER

           Initialize COMM-AREA
           Move '01CDRX'        To CA-REQUEST-ID
           Move HCDRRIDI        To CA-DR-ID
           Move Function UPPER-CASE(HCDROUTI) To CA-DR-OUTCOME
           Move Function UPPER-CASE(HCDRALGI) To CA-DR-ADD-ALLERGY
           Move WS-STAFF-USER   To CA-DR-REPORTED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCDRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-REACTION
           END-IF

           Move CA-PATIENT-ID       To HCDRPNOO
           Move CA-DR-DRUG-NAME     To HCDRDRGO
           Move CA-DR-CONFIRMED     To HCDRCNFO
           Move CA-DR-ALLERGY-ADDED To HCDRALGO
           Evaluate CA-DR-ALLERGY-ADDED
             When 'Y'
               Move 'Confirmed - drug added to allergies'  To HCDRMSGO
             When 'A'
               Move 'Confirmed - drug already an allergy'  To HCDRMSGO
             When Other
               Move 'Reaction confirmed'                   To HCDRMSGO
           End-Evaluate.

       NO-REACTION.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Reaction number not found'           To HCDRMSGO
               Move -1 To HCDRRIDL
               Go To ERROR-OUT
             When 71
               Move 'No such prescription for this patient'
                                                          To HCDRMSGO
               Move -1 To HCDRMIDL
               Go To ERROR-OUT
             When 87
               Move 'Severity MOSLF, outcome RGNSFU'      To HCDRMSGO
               Go To ERROR-OUT
             When 88
               Move 'Reaction and onset YYYY-MM-DD needed' To HCDRMSGO
               Move -1 To HCDRRXNL
               Go To ERROR-OUT
             When Other
               Move 'Error processing the reaction'       To HCDRMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCDRMAPI.
           EXEC CICS SEND MAP ('HCDRMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCDR')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCDRMSGO
           End-If.
           EXEC CICS SEND MAP ('HCDRMAP')
                     FROM(HCDRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCDRMAPI.
           Initialize HCDRMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
