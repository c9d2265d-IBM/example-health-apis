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
      *                  Imaging Order Entry Screen                    *
      *                                                                *
      *   Place and work imaging orders through HCXRDB01.  Action A    *
      *  places the keyed modality, body part and clinical question    *
      *  (urgency R/U) for the patient under the ordering provider,    *
      *  X cancels the order id keyed, I lists the patient's orders    *
      *  and R shows the radiology report for the order id keyed.      *
      *  The nightly HCXRBJ01 extract carries placed orders to the     *
      *  radiology system.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCXRPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-ORDER-SUB                 PIC S9(4) COMP VALUE +0.

       01 WS-ORDER-LINE.
          03 WS-OL-ID                  PIC Z(9)9.
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-OL-MODALITY            PIC X(2).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-OL-BODY-PART           PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-OL-URGENCY             PIC X(1).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-OL-ORDERED             PIC X(16).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-OL-STATUS              PIC X(1).

      * The 240-byte report text shown as four screen lines
       01 WS-REPORT-TEXT.
          03 WS-REPORT-LINE-1          PIC X(60).
          03 WS-REPORT-LINE-2          PIC X(60).
          03 WS-REPORT-LINE-3          PIC X(60).
          03 WS-REPORT-LINE-4          PIC X(60).

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

           Initialize HCXRMAPI.
           Initialize HCXRMAPO.
           Initialize COMM-AREA.
           Move -1 To HCXRACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCXRMAP')
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

           EXEC CICS RECEIVE MAP('HCXRMAP')
                     INTO(HCXRMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCXRACTI
             WHEN 'A'
               PERFORM PLACE-ORDER
             WHEN 'X'
               PERFORM CANCEL-ORDER
             WHEN 'I'
               PERFORM INQUIRE-ORDERS
             WHEN 'R'
               PERFORM SHOW-REPORT
             WHEN OTHER
               Move 'Action must be A, X, I or R' To HCXRMSGO
               Move -1 To HCXRACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCXRACTL
           EXEC CICS SEND MAP ('HCXRMAP')
                     FROM(HCXRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCXR')
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

       PLACE-ORDER.
           Initialize COMM-AREA
           Move '01AIMG'   To CA-REQUEST-ID
           Move HCXRPNOI   To CA-PATIENT-ID
           Move HCXRMODI   To CA-IMG-MODALITY
           Move HCXRBDYI   To CA-IMG-BODY-PART
           Move HCXRQSTI   To CA-IMG-QUESTION
           Move HCXRURGI   To CA-IMG-URGENCY
           Move HCXRPRVI   To CA-IMG-PROVIDER-ID

           EXEC CICS LINK PROGRAM('HCXRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ORDER
           END-IF

           Move CA-IMG-ID To HCXROIDO
           Move 'Order placed - extracted tonight' To HCXRMSGO.

       CANCEL-ORDER.
           Initialize COMM-AREA
           Move '01XIMG'   To CA-REQUEST-ID
           Move HCXROIDI   To CA-IMG-ID

           EXEC CICS LINK PROGRAM('HCXRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ORDER
           END-IF

           Move 'Order cancelled' To HCXRMSGO.

       INQUIRE-ORDERS.
           Initialize COMM-AREA
           Move '01IIMG'   To CA-REQUEST-ID
           Move HCXRPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCXRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-ORDER
           END-IF

           Move SPACES To HCXRLN1O HCXRLN2O HCXRLN3O
                          HCXRLN4O HCXRLN5O
           Move ZERO To WS-ORDER-SUB
           PERFORM FORMAT-ORDER-LINE
               UNTIL WS-ORDER-SUB EQUAL CA-IMG-COUNT

           Move 'Orders displayed - R shows a report' To HCXRMSGO.

       FORMAT-ORDER-LINE.
           ADD 1 TO WS-ORDER-SUB
           Move CA-IMGL-ID(WS-ORDER-SUB)        To WS-OL-ID
           Move CA-IMGL-MODALITY(WS-ORDER-SUB)  To WS-OL-MODALITY
           Move CA-IMGL-BODY-PART(WS-ORDER-SUB) To WS-OL-BODY-PART
           Move CA-IMGL-URGENCY(WS-ORDER-SUB)   To WS-OL-URGENCY
           Move CA-IMGL-ORDERED(WS-ORDER-SUB)   To WS-OL-ORDERED
           Move CA-IMGL-STATUS(WS-ORDER-SUB)    To WS-OL-STATUS

           EVALUATE WS-ORDER-SUB
             WHEN 1
               Move WS-ORDER-LINE To HCXRLN1O
             WHEN 2
               Move WS-ORDER-LINE To HCXRLN2O
             WHEN 3
               Move WS-ORDER-LINE To HCXRLN3O
             WHEN 4
               Move WS-ORDER-LINE To HCXRLN4O
             WHEN 5
               Move WS-ORDER-LINE To HCXRLN5O
           END-EVALUATE.

       SHOW-REPORT.
           Initialize COMM-AREA
           Move '01RIMG'   To CA-REQUEST-ID
           Move HCXROIDI   To CA-IMG-ID

           EXEC CICS LINK PROGRAM('HCXRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-ORDER
           END-IF

           Move CA-PATIENT-ID      To HCXRPNOO
           Move CA-IMG-MODALITY    To HCXRMODO
           Move CA-IMG-BODY-PART   To HCXRBDYO
           Move CA-IMG-QUESTION    To HCXRQSTO
           Move CA-IMG-URGENCY     To HCXRURGO
           Move CA-IMG-PROVIDER-ID To HCXRPRVO
           Move CA-IMG-REPORTED    To HCXRRDTO
           Move CA-IMG-RADIOLOGIST To HCXRRADO
           Move CA-IMG-REPORT-TEXT To WS-REPORT-TEXT
           Move WS-REPORT-LINE-1   To HCXRRP1O
           Move WS-REPORT-LINE-2   To HCXRRP2O
           Move WS-REPORT-LINE-3   To HCXRRP3O
           Move WS-REPORT-LINE-4   To HCXRRP4O

           EVALUATE CA-IMG-STATUS
             WHEN 'R'
               Move 'Report displayed'               To HCXRMSGO
             WHEN 'X'
               Move 'Order was cancelled - no report' To HCXRMSGO
             WHEN OTHER
               Move 'Not yet reported by radiology'  To HCXRMSGO
           END-EVALUATE.

       CLEARIT.

           Initialize HCXRMAPI.
           EXEC CICS SEND MAP ('HCXRMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCXR')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-ORDER.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No patient or open order found'    To  HCXRMSGO
               Go To ERROR-OUT
             When 02
               Move 'Ordering provider not active'      To  HCXRMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key modality, body part, question, R/U'
                                                        To  HCXRMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing imaging order'    To  HCXRMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCXRMSGO
           End-If.
           EXEC CICS SEND MAP ('HCXRMAP')
                     FROM(HCXRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCXRMAPI.
           Initialize HCXRMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
