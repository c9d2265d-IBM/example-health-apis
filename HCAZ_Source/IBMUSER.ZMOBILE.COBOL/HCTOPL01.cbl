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
      *     Discharge Medication (TTO) Verify and Issue Screen         *
      *                                                                *
      *   Front end to HCTODB01 for pharmacy.  I shows the keyed       *
      *  patient's latest discharge medication list - line id, drug,   *
      *  strength, frequency, supply quantity, C continued or N new    *
      *  and the line status (P awaiting verification, V verified,     *
      *  I issued, X removed).  V verifies the keyed line with the     *
      *  quantity to supply and prints its label; X takes a line off   *
      *  the list; S issues a verified line out of dispensary stock.   *
      *  Verifying and removing are for a clinician or supervisor;     *
      *  any signed-on member of staff may issue.  The list is shown   *
      *  again after every action.                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTOPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-TTO-LINE.
          03 WS-TL-ID                  PIC 9(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-DRUG                PIC X(24).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-STRENGTH            PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-FREQUENCY           PIC X(12).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-QTY                 PIC ZZZZ9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-SOURCE              PIC X(1).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-TL-STATUS              PIC X(1).

       01  WS-TTO-ID                   PIC 9(10) VALUE 0.
       01  WS-MESSAGE                  PIC X(40).

       01  WS-NUMBER-FIELD             PIC X(10).
       01  WS-NUMBER-IN                PIC X(10) JUSTIFIED RIGHT.

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

           Initialize HCTOMAPI.
           Initialize HCTOMAPO.
           Initialize COMM-AREA.
           Move -1 To HCTOACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCTOMAP')
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

           EXEC CICS RECEIVE MAP('HCTOMAP')
                     INTO(HCTOMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCTOACTI
             WHEN 'I'
               PERFORM SHOW-LIST
             WHEN 'V'
               PERFORM VERIFY-LINE
             WHEN 'X'
               PERFORM REMOVE-LINE
             WHEN 'S'
               PERFORM ISSUE-LINE
             WHEN OTHER
               Move 'Action must be I, V, X or S' To HCTOMSGO
               Move -1 To HCTOACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCTOACTL
           EXEC CICS SEND MAP ('HCTOMAP')
                     FROM(HCTOMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCTO')
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
           END-EXEC

           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCTOMSGO
              GO TO ERROR-OUT
           END-IF.

       CHECK-CLINICAL-SESSION.
      * Verifying what goes home is a clinical check
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-ROLE NOT EQUAL 'D' AND NOT EQUAL 'S'
              Move 'Clinician or supervisor sign-on required'
                To HCTOMSGO
              GO TO ERROR-OUT
           END-IF.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-LINE-ID.
           Move HCTOTIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the line id' To HCTOMSGO
              Move -1 To HCTOTIDL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To WS-TTO-ID.

       SHOW-LIST.
           Move HCTOPNOI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the patient number' To HCTOMSGO
              Move -1 To HCTOPNOL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01ITTO'        To CA-REQUEST-ID
           Move WS-NUMBER-IN    To CA-PATIENT-ID
           PERFORM LOAD-LIST-LINES

           IF CA-RETURN-CODE > 0
              GO TO NO-LIST
           END-IF
           Move 'Key a line id and V, X or S' To HCTOMSGO.

       VERIFY-LINE.
           PERFORM CHECK-CLINICAL-SESSION
           PERFORM SET-LINE-ID

           Move HCTOQTYI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the quantity to supply' To HCTOMSGO
              Move -1 To HCTOQTYL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01VTTO'        To CA-REQUEST-ID
           Move WS-TTO-ID       To CA-TTO-ID
           Move WS-NUMBER-IN    To CA-TTO-QTY
           Move WS-STAFF-USER   To CA-TTO-USER
           Move 'Line verified - label printed' To WS-MESSAGE
           PERFORM LINK-LINE-ACTION.

       REMOVE-LINE.
           PERFORM CHECK-CLINICAL-SESSION
           PERFORM SET-LINE-ID

           Initialize COMM-AREA
           Move '01XTTO'        To CA-REQUEST-ID
           Move WS-TTO-ID       To CA-TTO-ID
           Move WS-STAFF-USER   To CA-TTO-USER
           Move 'Line removed from the list' To WS-MESSAGE
           PERFORM LINK-LINE-ACTION.

       ISSUE-LINE.
           PERFORM CHECK-STAFF-SESSION
           PERFORM SET-LINE-ID

           Initialize COMM-AREA
           Move '01STTO'        To CA-REQUEST-ID
           Move WS-TTO-ID       To CA-TTO-ID
           Move WS-STAFF-USER   To CA-TTO-USER
           Move 'Line issued from stock' To WS-MESSAGE
           PERFORM LINK-LINE-ACTION.

       LINK-LINE-ACTION.
           EXEC CICS LINK PROGRAM('HCTODB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-LIST
           END-IF

      *    the list again, as it now stands, for the line's patient
           Move CA-PATIENT-ID   To HCTOPNOO
           Move '01ITTO'        To CA-REQUEST-ID
           PERFORM LOAD-LIST-LINES
           Move WS-MESSAGE      To HCTOMSGO.

       LOAD-LIST-LINES.
           EXEC CICS LINK PROGRAM('HCTODB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE EQUAL ZERO
              Move CA-PATIENT-ID To HCTOPNOO
              Move CA-TTO-LISTED To HCTOLSTO
              MOVE ZERO TO WS-LINE-INDEX
              PERFORM FORMAT-LIST-LINE
                  UNTIL WS-LINE-INDEX EQUAL CA-TTO-COUNT
           END-IF.

       FORMAT-LIST-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-TTOL-ID (WS-LINE-INDEX)        To WS-TL-ID
           Move CA-TTOL-DRUG (WS-LINE-INDEX)      To WS-TL-DRUG
           Move CA-TTOL-STRENGTH (WS-LINE-INDEX)  To WS-TL-STRENGTH
           Move CA-TTOL-FREQUENCY (WS-LINE-INDEX) To WS-TL-FREQUENCY
           Move CA-TTOL-QTY (WS-LINE-INDEX)       To WS-TL-QTY
           Move CA-TTOL-SOURCE (WS-LINE-INDEX)    To WS-TL-SOURCE
           Move CA-TTOL-STATUS (WS-LINE-INDEX)    To WS-TL-STATUS

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-TTO-LINE To HCTOLN1O
             WHEN 2
               Move WS-TTO-LINE To HCTOLN2O
             WHEN 3
               Move WS-TTO-LINE To HCTOLN3O
             WHEN 4
               Move WS-TTO-LINE To HCTOLN4O
             WHEN 5
               Move WS-TTO-LINE To HCTOLN5O
             WHEN 6
               Move WS-TTO-LINE To HCTOLN6O
             WHEN 7
               Move WS-TTO-LINE To HCTOLN7O
             WHEN 8
               Move WS-TTO-LINE To HCTOLN8O
           END-EVALUATE.

       NO-LIST.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No discharge list or line not found' To HCTOMSGO
               Go To ERROR-OUT
             When 84
               Move 'Not enough in-date stock to issue'   To HCTOMSGO
               Go To ERROR-OUT
             When 88
               Move 'Key the quantity to supply'          To HCTOMSGO
               Move -1 To HCTOQTYL
               Go To ERROR-OUT
             When 89
               Move 'Line not at the right status for that'
                                                          To HCTOMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing discharge list'     To HCTOMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCTOMAPI.
           EXEC CICS SEND MAP ('HCTOMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCTO')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCTOMSGO
           End-If.
           EXEC CICS SEND MAP ('HCTOMAP')
                     FROM(HCTOMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCTOMAPI.
           Initialize HCTOMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
