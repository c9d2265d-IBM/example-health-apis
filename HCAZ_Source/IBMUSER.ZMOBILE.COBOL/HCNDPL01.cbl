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
      *              Notifiable Disease List Screen                    *
      *                                                                *
      *   Maintain the notifiable-disease list through HCNDDB01.       *
      *  Action S adds or changes the keyed entry - type L (lab test   *
      *  code, with an optional result value such as an organism       *
      *  code) or D (diagnosis code), disease name and active Y/N -    *
      *  and I lists the entries from the keyed type and code onward.  *
      *  Lab results and diagnoses matching an active entry are        *
      *  reported to the health department by HCNDBJ01.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNDPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LIST-SUB                  PIC S9(4) COMP VALUE +0.

       01 WS-LIST-LINE.
          03 WS-LL-CODE-TYPE           PIC X(1).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-CODE                PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-LL-RESULT-MATCH        PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-LL-DISEASE             PIC X(30).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-LL-ACTIVE              PIC X(1).

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

           Initialize HCNDMAPI.
           Initialize HCNDMAPO.
           Initialize COMM-AREA.
           Move -1 To HCNDACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCNDMAP')
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

           EXEC CICS RECEIVE MAP('HCNDMAP')
                     INTO(HCNDMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCNDACTI
             WHEN 'S'
               PERFORM SET-CODE
             WHEN 'I'
               PERFORM LIST-CODES
             WHEN OTHER
               Move 'Action must be S (set) or I (list)' To HCNDMSGO
               Move -1 To HCNDACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCNDACTL
           EXEC CICS SEND MAP ('HCNDMAP')
                     FROM(HCNDMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCND')
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
           Move '01SNDL'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCNDTYPI) To CA-ND-CODE-TYPE
           Move Function UPPER-CASE(HCNDCODI) To CA-ND-CODE
           Move Function UPPER-CASE(HCNDMATI) To CA-ND-RESULT-MATCH
           Move HCNDDISI   To CA-ND-DISEASE
           Move Function UPPER-CASE(HCNDAVFI) To CA-ND-ACTIVE
           IF HCNDMATI EQUAL LOW-VALUES
              Move SPACES To CA-ND-RESULT-MATCH
           END-IF

           EXEC CICS LINK PROGRAM('HCNDDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CODE
           END-IF

           Move 'Notifiable-disease entry saved' To HCNDMSGO.

       LIST-CODES.
           Initialize COMM-AREA
           Move '01INDL'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCNDTYPI) To CA-ND-CODE-TYPE
           Move Function UPPER-CASE(HCNDCODI) To CA-ND-CODE
           IF HCNDTYPI EQUAL LOW-VALUES
              Move SPACES To CA-ND-CODE-TYPE
           END-IF
           IF HCNDCODI EQUAL LOW-VALUES
              Move SPACES To CA-ND-CODE
           END-IF

           EXEC CICS LINK PROGRAM('HCNDDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-CODE
           END-IF

           Move SPACES To HCNDLN1O HCNDLN2O HCNDLN3O HCNDLN4O
                          HCNDLN5O HCNDLN6O HCNDLN7O HCNDLN8O
           Move ZERO To WS-LIST-SUB
           PERFORM FORMAT-LIST-LINE
               UNTIL WS-LIST-SUB EQUAL CA-ND-COUNT
                  OR WS-LIST-SUB EQUAL 8

           Move 'Entries displayed - type L/D, code' To HCNDMSGO.

       FORMAT-LIST-LINE.
           ADD 1 TO WS-LIST-SUB
           Move CA-NDL-CODE-TYPE(WS-LIST-SUB)    To WS-LL-CODE-TYPE
           Move CA-NDL-CODE(WS-LIST-SUB)         To WS-LL-CODE
           Move CA-NDL-RESULT-MATCH(WS-LIST-SUB) To WS-LL-RESULT-MATCH
           Move CA-NDL-DISEASE(WS-LIST-SUB)      To WS-LL-DISEASE
           Move CA-NDL-ACTIVE(WS-LIST-SUB)       To WS-LL-ACTIVE

           EVALUATE WS-LIST-SUB
             WHEN 1
               Move WS-LIST-LINE To HCNDLN1O
             WHEN 2
               Move WS-LIST-LINE To HCNDLN2O
             WHEN 3
               Move WS-LIST-LINE To HCNDLN3O
             WHEN 4
               Move WS-LIST-LINE To HCNDLN4O
             WHEN 5
               Move WS-LIST-LINE To HCNDLN5O
             WHEN 6
               Move WS-LIST-LINE To HCNDLN6O
             WHEN 7
               Move WS-LIST-LINE To HCNDLN7O
             WHEN 8
               Move WS-LIST-LINE To HCNDLN8O
           END-EVALUATE.

       CLEARIT.

           Initialize HCNDMAPI.
           EXEC CICS SEND MAP ('HCNDMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCND')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-CODE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No entries from that type and code'  To  HCNDMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key type L/D, code, disease, active Y/N'
                                                          To  HCNDMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error maintaining notifiable list'   To  HCNDMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCNDMSGO
           End-If.
           EXEC CICS SEND MAP ('HCNDMAP')
                     FROM(HCNDMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCNDMAPI.
           Initialize HCNDMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
