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
      *              General Ledger Account Mapping Screen             *
      *                                                                *
      *   Maintain the GL account mapping through HCGLDB01.  Action S  *
      *  adds or changes the keyed entry - type M (payment method      *
      *  C/Q/D/G/R), A (adjustment type) or C (control account AR,     *
      *  REMIT or SUSP), GL account and description - and I lists      *
      *  the entries from the keyed type and code onward.  The daily   *
      *  journal HCGLBJ01 posts through these accounts.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCGLPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LIST-SUB                  PIC S9(4) COMP VALUE +0.

       01 WS-LIST-LINE.
          03 WS-LL-MAP-TYPE            PIC X(1).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-MAP-CODE            PIC X(6).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-GL-ACCOUNT          PIC X(10).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-DESC                PIC X(30).

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

           Initialize HCGLMAPI.
           Initialize HCGLMAPO.
           Initialize COMM-AREA.
           Move -1 To HCGLACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCGLMAP')
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

           EXEC CICS RECEIVE MAP('HCGLMAP')
                     INTO(HCGLMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCGLACTI
             WHEN 'S'
               PERFORM SET-CODE
             WHEN 'I'
               PERFORM LIST-CODES
             WHEN OTHER
               Move 'Action must be S (set) or I (list)' To HCGLMSGO
               Move -1 To HCGLACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCGLACTL
           EXEC CICS SEND MAP ('HCGLMAP')
                     FROM(HCGLMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCGL')
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

       SET-CODE.
           Initialize COMM-AREA
           Move '01SGLM'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCGLTYPI) To CA-GL-MAP-TYPE
           Move Function UPPER-CASE(HCGLCODI) To CA-GL-MAP-CODE
           Move Function UPPER-CASE(HCGLACCI) To CA-GL-ACCOUNT
           Move HCGLDSCI   To CA-GL-DESC
           IF HCGLDSCI EQUAL LOW-VALUES
              Move SPACES To CA-GL-DESC
           END-IF

           EXEC CICS LINK PROGRAM('HCGLDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CODE
           END-IF

           Move 'GL mapping saved' To HCGLMSGO.

       LIST-CODES.
           Initialize COMM-AREA
           Move '01IGLM'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCGLTYPI) To CA-GL-MAP-TYPE
           Move Function UPPER-CASE(HCGLCODI) To CA-GL-MAP-CODE
           IF HCGLTYPI EQUAL LOW-VALUES
              Move SPACES To CA-GL-MAP-TYPE
           END-IF
           IF HCGLCODI EQUAL LOW-VALUES
              Move SPACES To CA-GL-MAP-CODE
           END-IF

           EXEC CICS LINK PROGRAM('HCGLDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-CODE
           END-IF

           Move SPACES To HCGLLN1O HCGLLN2O HCGLLN3O HCGLLN4O
                          HCGLLN5O HCGLLN6O HCGLLN7O HCGLLN8O
           Move ZERO To WS-LIST-SUB
           PERFORM FORMAT-LIST-LINE
               UNTIL WS-LIST-SUB EQUAL CA-GL-COUNT
                  OR WS-LIST-SUB EQUAL 8

           Move 'Mappings displayed - type M/A/C, code' To HCGLMSGO.

       FORMAT-LIST-LINE.
           ADD 1 TO WS-LIST-SUB
           Move CA-GLL-MAP-TYPE(WS-LIST-SUB)     To WS-LL-MAP-TYPE
           Move CA-GLL-MAP-CODE(WS-LIST-SUB)     To WS-LL-MAP-CODE
           Move CA-GLL-ACCOUNT(WS-LIST-SUB)      To WS-LL-GL-ACCOUNT
           Move CA-GLL-DESC(WS-LIST-SUB)         To WS-LL-DESC

           EVALUATE WS-LIST-SUB
             WHEN 1
               Move WS-LIST-LINE To HCGLLN1O
             WHEN 2
               Move WS-LIST-LINE To HCGLLN2O
             WHEN 3
               Move WS-LIST-LINE To HCGLLN3O
             WHEN 4
               Move WS-LIST-LINE To HCGLLN4O
             WHEN 5
               Move WS-LIST-LINE To HCGLLN5O
             WHEN 6
               Move WS-LIST-LINE To HCGLLN6O
             WHEN 7
               Move WS-LIST-LINE To HCGLLN7O
             WHEN 8
               Move WS-LIST-LINE To HCGLLN8O
           END-EVALUATE.

       CLEARIT.

           Initialize HCGLMAPI.
           EXEC CICS SEND MAP ('HCGLMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCGL')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-CODE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No mappings from that type and code' To  HCGLMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key type M/A/C, valid code, GL account'
                                                          To  HCGLMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error maintaining GL mapping'        To  HCGLMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCGLMSGO
           End-If.
           EXEC CICS SEND MAP ('HCGLMAP')
                     FROM(HCGLMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCGLMAPI.
           Initialize HCGLMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
