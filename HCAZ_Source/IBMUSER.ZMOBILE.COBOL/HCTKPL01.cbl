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
      *              Dispensary Stocktake Count Screen                 *
      *                                                                *
      *   Front end to HCTKDB01 for the open stocktake.  I shows       *
      *  eight count-sheet lines from the keyed line number on - line, *
      *  shelf, drug, strength, lot, the figure counted and the line   *
      *  status (S awaiting count, C counted, A variance approved).    *
      *  The snapshot figure is not shown, so the count is blind.  C   *
      *  keys what was found on the line (any signed-on member of      *
      *  staff, and again for a recount); A approves a counted line    *
      *  that differs from the snapshot, posting the variance to       *
      *  stock; Z closes the stocktake.  A and Z are for a supervisor. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTKPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-COUNT-LINE.
          03 WS-CL-LINE                PIC 9(5).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-SHELF               PIC X(6).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-DRUG                PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-STRENGTH            PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-LOT                 PIC X(12).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-COUNTED             PIC Z(6)9.
          03 WS-CL-COUNTED-X REDEFINES WS-CL-COUNTED
                                       PIC X(7).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-STATUS              PIC X(1).

       01  WS-LINE-NO                  PIC 9(5) VALUE 0.
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

           Initialize HCTKMAPI.
           Initialize HCTKMAPO.
           Initialize COMM-AREA.
           Move -1 To HCTKACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCTKMAP')
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

           EXEC CICS RECEIVE MAP('HCTKMAP')
                     INTO(HCTKMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCTKACTI
             WHEN 'I'
               PERFORM SHOW-SHEET
             WHEN 'C'
               PERFORM COUNT-LINE
             WHEN 'A'
               PERFORM APPROVE-LINE
             WHEN 'Z'
               PERFORM CLOSE-TAKE
             WHEN OTHER
               Move 'Action must be I, C, A or Z' To HCTKMSGO
               Move -1 To HCTKACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCTKACTL
           EXEC CICS SEND MAP ('HCTKMAP')
                     FROM(HCTKMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCTK')
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
              Move 'Staff sign-on required' To HCTKMSGO
              GO TO ERROR-OUT
           END-IF.

       CHECK-SUPERVISOR-SESSION.
      * Posting a variance moves the stock ledger
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCTKMSGO
              GO TO ERROR-OUT
           END-IF.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-LINE-NO.
           Move HCTKLINI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the sheet line number' To HCTKMSGO
              Move -1 To HCTKLINL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To WS-LINE-NO.

       SHOW-SHEET.
      * From the keyed line on - the first line when none is keyed
           Move HCTKLINI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Line number must be numeric' To HCTKMSGO
              Move -1 To HCTKLINL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01ITKC'        To CA-REQUEST-ID
           Move WS-NUMBER-IN    To CA-TKC-LINE
           PERFORM LOAD-SHEET-LINES

           IF CA-RETURN-CODE > 0
              GO TO NO-SHEET
           END-IF
           Move 'Key a line number and C, A or I' To HCTKMSGO.

       COUNT-LINE.
           PERFORM CHECK-STAFF-SESSION
           PERFORM SET-LINE-NO

           Move HCTKQTYI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Key the quantity counted' To HCTKMSGO
              Move -1 To HCTKQTYL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01CTKC'        To CA-REQUEST-ID
           Move WS-LINE-NO      To CA-TKC-LINE
           Move WS-NUMBER-IN    To CA-TKC-QTY
           Move WS-STAFF-USER   To CA-TKC-USER
           Move 'Count recorded' To WS-MESSAGE
           PERFORM LINK-LINE-ACTION.

       APPROVE-LINE.
           PERFORM CHECK-SUPERVISOR-SESSION
           PERFORM SET-LINE-NO

           Initialize COMM-AREA
           Move '01ATKC'        To CA-REQUEST-ID
           Move WS-LINE-NO      To CA-TKC-LINE
           Move WS-STAFF-USER   To CA-TKC-USER
           Move 'Variance approved and posted to stock' To WS-MESSAGE
           PERFORM LINK-LINE-ACTION.

       CLOSE-TAKE.
           PERFORM CHECK-SUPERVISOR-SESSION

           Initialize COMM-AREA
           Move '01ZTKC'        To CA-REQUEST-ID
           Move WS-STAFF-USER   To CA-TKC-USER

           EXEC CICS LINK PROGRAM('HCTKDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SHEET
           END-IF

           Move CA-TKC-TAKEN    To HCTKTKNO
           Move 'Stocktake closed' To HCTKMSGO.

       LINK-LINE-ACTION.
           EXEC CICS LINK PROGRAM('HCTKDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SHEET
           END-IF

      *    the sheet again from the line just worked
           Move '01ITKC'        To CA-REQUEST-ID
           Move WS-LINE-NO      To CA-TKC-LINE
           PERFORM LOAD-SHEET-LINES
           Move WS-MESSAGE      To HCTKMSGO.

       LOAD-SHEET-LINES.
           EXEC CICS LINK PROGRAM('HCTKDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE EQUAL ZERO
              Move CA-TKC-TAKEN To HCTKTKNO
              MOVE ZERO TO WS-LINE-INDEX
              PERFORM FORMAT-SHEET-LINE
                  UNTIL WS-LINE-INDEX EQUAL CA-TKC-COUNT
           END-IF.

       FORMAT-SHEET-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-TKCL-LINE (WS-LINE-INDEX)     To WS-CL-LINE
           Move CA-TKCL-SHELF (WS-LINE-INDEX)    To WS-CL-SHELF
           Move CA-TKCL-DRUG (WS-LINE-INDEX)     To WS-CL-DRUG
           Move CA-TKCL-STRENGTH (WS-LINE-INDEX) To WS-CL-STRENGTH
           Move CA-TKCL-LOT (WS-LINE-INDEX)      To WS-CL-LOT
           Move CA-TKCL-COUNTED (WS-LINE-INDEX)  To WS-CL-COUNTED
           Move CA-TKCL-STATUS (WS-LINE-INDEX)   To WS-CL-STATUS
      *    a line not yet counted shows no figure
           IF WS-CL-STATUS EQUAL 'S'
              Move SPACES To WS-CL-COUNTED-X
           END-IF

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-COUNT-LINE To HCTKLN1O
             WHEN 2
               Move WS-COUNT-LINE To HCTKLN2O
             WHEN 3
               Move WS-COUNT-LINE To HCTKLN3O
             WHEN 4
               Move WS-COUNT-LINE To HCTKLN4O
             WHEN 5
               Move WS-COUNT-LINE To HCTKLN5O
             WHEN 6
               Move WS-COUNT-LINE To HCTKLN6O
             WHEN 7
               Move WS-COUNT-LINE To HCTKLN7O
             WHEN 8
               Move WS-COUNT-LINE To HCTKLN8O
           END-EVALUATE.

       NO-SHEET.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such line on the count sheets'    To HCTKMSGO
               Go To ERROR-OUT
             When 02
               Move 'No stocktake is open'                To HCTKMSGO
               Go To ERROR-OUT
             When 87
               Move 'Count agrees - no variance to post'  To HCTKMSGO
               Go To ERROR-OUT
             When 88
               Move 'Key the quantity counted'            To HCTKMSGO
               Move -1 To HCTKQTYL
               Go To ERROR-OUT
             When 89
               Move 'Line not at the right status for that'
                                                          To HCTKMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing stocktake'          To HCTKMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCTKMAPI.
           EXEC CICS SEND MAP ('HCTKMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCTK')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCTKMSGO
           End-If.
           EXEC CICS SEND MAP ('HCTKMAP')
                     FROM(HCTKMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCTKMAPI.
           Initialize HCTKMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
