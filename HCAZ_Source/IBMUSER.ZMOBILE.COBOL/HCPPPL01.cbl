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
      *                 Patient Payment Plan Screen                    *
      *                                                                *
      *   Agree and follow a patient payment plan through HCPPDB01.    *
      *  Action A agrees a plan for the keyed patient - instalment     *
      *  amount in cents, frequency W/F/M, start date and the covered  *
      *  balance in cents (blank for everything owed) - and shows the  *
      *  schedule generated.  I shows the keyed plan, or the           *
      *  patient's latest, with its next instalments; X cancels the    *
      *  live plan.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPPPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LIST-SUB                  PIC S9(4) COMP VALUE +0.

       01 WS-LIST-LINE.
          03 WS-LL-INST-NO             PIC ZZ9.
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-DUE-DATE            PIC X(10).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-AMOUNT              PIC X(8).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-PAID                PIC X(8).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-STATUS              PIC X(1).

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

           Initialize HCPPMAPI.
           Initialize HCPPMAPO.
           Initialize COMM-AREA.
           Move -1 To HCPPACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCPPMAP')
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

           EXEC CICS RECEIVE MAP('HCPPMAP')
                     INTO(HCPPMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCPPACTI
             WHEN 'A'
               PERFORM AGREE-PLAN
             WHEN 'I'
               PERFORM INQUIRE-PLAN
             WHEN 'X'
               PERFORM CANCEL-PLAN
             WHEN OTHER
               Move 'Action must be A, I or X' To HCPPMSGO
               Move -1 To HCPPACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCPPACTL
           EXEC CICS SEND MAP ('HCPPMAP')
                     FROM(HCPPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCPP')
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

       AGREE-PLAN.
           Initialize COMM-AREA
           Move '01APLN'   To CA-REQUEST-ID
           Move HCPPPNOI   To CA-PATIENT-ID
           Move HCPPAMTI   To CA-PP-AMOUNT
           Move Function UPPER-CASE(HCPPFRQI) To CA-PP-FREQUENCY
           Move HCPPSTAI   To CA-PP-START-DATE
           Move HCPPBALI   To CA-PP-BALANCE
           IF HCPPBALI EQUAL LOW-VALUES
              Move SPACES To CA-PP-BALANCE
           END-IF

           EXEC CICS LINK PROGRAM('HCPPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-PLAN
           END-IF

           Move CA-PP-PLAN-ID To HCPPPLNI
           PERFORM INQUIRE-PLAN
           Move 'Plan agreed - schedule generated' To HCPPMSGO.

       INQUIRE-PLAN.
           Initialize COMM-AREA
           Move '01IPLN'   To CA-REQUEST-ID
           Move HCPPPNOI   To CA-PATIENT-ID
           Move ZERO       To CA-PP-PLAN-ID
           IF HCPPPLNI NOT EQUAL LOW-VALUES
            AND HCPPPLNI NOT EQUAL SPACES
              Move HCPPPLNI To CA-PP-PLAN-ID
           END-IF

           EXEC CICS LINK PROGRAM('HCPPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-PLAN
           END-IF

           Move CA-PATIENT-ID      To HCPPPNOO
           Move CA-PP-PLAN-ID      To HCPPPLNO
           Move CA-PP-AMOUNT       To HCPPAMTO
           Move CA-PP-FREQUENCY    To HCPPFRQO
           Move CA-PP-START-DATE   To HCPPSTAO
           Move CA-PP-BALANCE      To HCPPBALO
           Move CA-PP-STATUS       To HCPPSTSO
           Move CA-PP-INST-COUNT   To HCPPNINO
           Move CA-PP-PAID-TO-DATE To HCPPPTDO

           Move SPACES To HCPPLN1O HCPPLN2O HCPPLN3O
                          HCPPLN4O HCPPLN5O HCPPLN6O
           Move ZERO To WS-LIST-SUB
           PERFORM FORMAT-LIST-LINE
               UNTIL WS-LIST-SUB EQUAL CA-PP-LIST-COUNT
                  OR WS-LIST-SUB EQUAL 6

           Move 'Plan displayed - O open P paid M missed' To HCPPMSGO.

       CANCEL-PLAN.
           Initialize COMM-AREA
           Move '01XPLN'   To CA-REQUEST-ID
           Move HCPPPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCPPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-PLAN
           END-IF

           Move CA-PP-STATUS To HCPPSTSO
           Move 'Plan cancelled - dunning resumes' To HCPPMSGO.

       FORMAT-LIST-LINE.
           ADD 1 TO WS-LIST-SUB
           Move CA-PPL-INST-NO(WS-LIST-SUB)      To WS-LL-INST-NO
           Move CA-PPL-DUE-DATE(WS-LIST-SUB)     To WS-LL-DUE-DATE
           Move CA-PPL-AMOUNT(WS-LIST-SUB)       To WS-LL-AMOUNT
           Move CA-PPL-PAID(WS-LIST-SUB)         To WS-LL-PAID
           Move CA-PPL-STATUS(WS-LIST-SUB)       To WS-LL-STATUS

           EVALUATE WS-LIST-SUB
             WHEN 1
               Move WS-LIST-LINE To HCPPLN1O
             WHEN 2
               Move WS-LIST-LINE To HCPPLN2O
             WHEN 3
               Move WS-LIST-LINE To HCPPLN3O
             WHEN 4
               Move WS-LIST-LINE To HCPPLN4O
             WHEN 5
               Move WS-LIST-LINE To HCPPLN5O
             WHEN 6
               Move WS-LIST-LINE To HCPPLN6O
           END-EVALUATE.

       CLEARIT.

           Initialize HCPPMAPI.
           EXEC CICS SEND MAP ('HCPPMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCPP')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-PLAN.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No payment plan for that patient/plan' To HCPPMSGO
               Go To ERROR-OUT
             When 02
               Move 'Patient already has a live plan'     To  HCPPMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check amounts in cents, W/F/M, date'  To  HCPPMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error maintaining payment plan'      To  HCPPMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCPPMSGO
           End-If.
           EXEC CICS SEND MAP ('HCPPMAP')
                     FROM(HCPPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCPPMAPI.
           Initialize HCPPMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
