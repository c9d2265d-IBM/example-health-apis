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
      *            Inpatient Risk Assessment Screen                    *
      *                                                                *
      *   Front end to HCFPDB01.  Action A records a falls (type F)   *
      *  or pressure-injury (type P) assessment score for the keyed   *
      *  patient's current admission, signed by the nurse signed on   *
      *  at this terminal; I shows the latest of each with when the   *
      *  next reassessment is due.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCFPPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-RISK-LINE.
          03 WS-RL-TYPE                PIC X(8).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-RL-SCORE               PIC ZZ9.
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-RL-LEVEL               PIC X(6).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-RL-ASSESSED            PIC X(16).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-RL-NEXT-DUE            PIC X(16).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RL-OVERDUE             PIC X(7).

       01 WS-LEVEL-NAME                PIC X(6).

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

           Initialize HCFPMAPI.
           Initialize HCFPMAPO.
           Initialize COMM-AREA.
           Move -1 To HCFPACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCFPMAP')
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

           EXEC CICS RECEIVE MAP('HCFPMAP')
                     INTO(HCFPMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCFPACTI
             WHEN 'A'
               PERFORM RECORD-ASSESSMENT
             WHEN 'I'
               PERFORM SHOW-ASSESSMENTS
             WHEN OTHER
               Move 'Action must be A or I' To HCFPMSGO
               Move -1 To HCFPACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCFPACTL
           EXEC CICS SEND MAP ('HCFPMAP')
                     FROM(HCFPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCFP')
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

       RECORD-ASSESSMENT.
      * An assessment is a nursing act - nurse, clinician or
      * supervisor sign-on at this terminal, recorded against it
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'N' AND NOT EQUAL 'D'
                                          AND NOT EQUAL 'S')
              Move 'Nursing sign-on required' To HCFPMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01AFPA'        To CA-REQUEST-ID
           Move HCFPPNOI        To CA-PATIENT-ID
           Move Function UPPER-CASE(HCFPTYPI) To CA-FP-TYPE
           Move HCFPSCRI        To CA-FP-SCORE
           Move WS-STAFF-USER   To CA-FP-ASSESSED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCFPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ASSESSMENT
           END-IF

           Evaluate CA-FP-LEVEL
             When 'H'
               Move 'High'   To WS-LEVEL-NAME
             When 'M'
               Move 'Medium' To WS-LEVEL-NAME
             When Other
               Move 'Low'    To WS-LEVEL-NAME
           End-Evaluate
           Move SPACES To HCFPMSGO
           String WS-LEVEL-NAME      Delimited By Space
                  ' risk - next due ' Delimited By Size
                  CA-FP-NEXT-DUE     Delimited By Size
             Into HCFPMSGO
           End-String.

       SHOW-ASSESSMENTS.
           Initialize COMM-AREA
           Move '01IFPA'   To CA-REQUEST-ID
           Move HCFPPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCFPDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-ASSESSMENT
           END-IF

           MOVE ZERO TO WS-LINE-INDEX
           PERFORM FORMAT-RISK-LINE 2 TIMES

           Move 'Latest assessments displayed' To HCFPMSGO.

       FORMAT-RISK-LINE.
           ADD 1 TO WS-LINE-INDEX
           MOVE SPACES TO WS-RISK-LINE
           If CA-FPL-TYPE (WS-LINE-INDEX) EQUAL 'F'
              Move 'Falls'    To WS-RL-TYPE
           Else
              Move 'Pressure' To WS-RL-TYPE
           End-If
           If CA-FPL-ASSESSED (WS-LINE-INDEX) EQUAL SPACES
              Move 'Never done' To WS-RL-ASSESSED
           Else
              Move CA-FPL-SCORE (WS-LINE-INDEX)    To WS-RL-SCORE
              Move CA-FPL-ASSESSED (WS-LINE-INDEX) To WS-RL-ASSESSED
              Evaluate CA-FPL-LEVEL (WS-LINE-INDEX)
                When 'H'
                  Move 'High'   To WS-RL-LEVEL
                When 'M'
                  Move 'Medium' To WS-RL-LEVEL
                When Other
                  Move 'Low'    To WS-RL-LEVEL
              End-Evaluate
           End-If
           Move CA-FPL-NEXT-DUE (WS-LINE-INDEX) To WS-RL-NEXT-DUE
           If CA-FPL-OVERDUE (WS-LINE-INDEX) EQUAL 'Y'
              Move 'OVERDUE' To WS-RL-OVERDUE
           End-If

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-RISK-LINE To HCFPLN1O
             WHEN 2
               Move WS-RISK-LINE To HCFPLN2O
           END-EVALUATE.

       NO-ASSESSMENT.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Patient is not in a bed'             To HCFPMSGO
               Go To ERROR-OUT
             When 87
               Move 'Type F (0-125) or P (6-23) and score'
                                                          To HCFPMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error recording the assessment'      To HCFPMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCFPMAPI.
           EXEC CICS SEND MAP ('HCFPMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCFP')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCFPMSGO
           End-If.
           EXEC CICS SEND MAP ('HCFPMAP')
                     FROM(HCFPMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCFPMAPI.
           Initialize HCFPMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
