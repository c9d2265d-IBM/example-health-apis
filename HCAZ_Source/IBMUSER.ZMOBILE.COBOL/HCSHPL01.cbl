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
      *          Social History Screen                                 *
      *                                                                *
      *   Front end to HCSHDB01.  Action I shows the keyed patient's   *
      *  current social history - smoking (C current, E ex, N never)   *
      *  with pack-years, alcohol units a week, occupation and living  *
      *  situation (A alone, F family/others, S sheltered, C care      *
      *  home, H no fixed abode) - with the assessments before it      *
      *  listed underneath.  U records a new assessment as at the      *
      *  date keyed (today when blank); the earlier ones are kept.     *
      *  Any signed-on member of staff may record one.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSHPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-HISTORY-LINE.
          03 WS-HL-DATE                PIC X(10).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-HL-SMOKING             PIC X(7).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-HL-PACK-YEARS          PIC ZZ9.
          03 FILLER                    PIC X(3) VALUE 'py '.
          03 WS-HL-ALCOHOL             PIC ZZ9.
          03 FILLER                    PIC X(4) VALUE 'u/w '.
          03 WS-HL-LIVING              PIC X(1).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-HL-OCCUPATION          PIC X(20).

       01  WS-NUMBER-FIELD             PIC X(3).
       01  WS-NUMBER-IN                PIC X(3) JUSTIFIED RIGHT.

       01  WS-TODAY-FIELDS.
           03 WS-ABSTIME               PIC S9(15) COMP-3.
           03 WS-TODAY                 PIC X(10).

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

           Initialize HCSHMAPI.
           Initialize HCSHMAPO.
           Initialize COMM-AREA.
           Move -1 To HCSHACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCSHMAP')
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

           EXEC CICS RECEIVE MAP('HCSHMAP')
                     INTO(HCSHMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCSHACTI
             WHEN 'I'
               PERFORM SHOW-SOCIAL-HISTORY
             WHEN 'U'
               PERFORM RECORD-SOCIAL-HISTORY
             WHEN OTHER
               Move 'Action must be I or U' To HCSHMSGO
               Move -1 To HCSHACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCSHACTL
           EXEC CICS SEND MAP ('HCSHMAP')
                     FROM(HCSHMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCSH')
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

       SHOW-SOCIAL-HISTORY.
           Initialize COMM-AREA
           Move '01ISOC'   To CA-REQUEST-ID
           Move HCSHPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCSHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-SOCIAL
           END-IF

           Move CA-SH-ASSESSED-DATE   To HCSHDATO
           Move CA-SH-SMOKING         To HCSHSMKO
           Move CA-SH-PACK-YEARS      To HCSHPKYO
           Move CA-SH-ALCOHOL-UNITS   To HCSHALCO
           Move CA-SH-OCCUPATION      To HCSHOCCO
           Move CA-SH-LIVING          To HCSHLIVO

           MOVE ZERO TO WS-LINE-INDEX
           PERFORM FORMAT-HISTORY-LINE
               UNTIL WS-LINE-INDEX EQUAL CA-SH-COUNT

           Move 'Current assessment shown, history below' To HCSHMSGO.

       FORMAT-HISTORY-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-SHE-DATE (WS-LINE-INDEX)       To WS-HL-DATE
           Evaluate CA-SHE-SMOKING (WS-LINE-INDEX)
             When 'C'
               Move 'Smoker'  To WS-HL-SMOKING
             When 'E'
               Move 'Ex'      To WS-HL-SMOKING
             When Other
               Move 'Never'   To WS-HL-SMOKING
           End-Evaluate
           Move CA-SHE-PACK-YEARS (WS-LINE-INDEX) To WS-HL-PACK-YEARS
           Move CA-SHE-ALCOHOL (WS-LINE-INDEX)    To WS-HL-ALCOHOL
           Move CA-SHE-LIVING (WS-LINE-INDEX)     To WS-HL-LIVING
           Move CA-SHE-OCCUPATION (WS-LINE-INDEX) To WS-HL-OCCUPATION

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-HISTORY-LINE To HCSHHL1O
             WHEN 2
               Move WS-HISTORY-LINE To HCSHHL2O
             WHEN 3
               Move WS-HISTORY-LINE To HCSHHL3O
             WHEN 4
               Move WS-HISTORY-LINE To HCSHHL4O
             WHEN 5
               Move WS-HISTORY-LINE To HCSHHL5O
             WHEN 6
               Move WS-HISTORY-LINE To HCSHHL6O
           END-EVALUATE.

       RECORD-SOCIAL-HISTORY.
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCSHMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01ASOC'        To CA-REQUEST-ID
           Move HCSHPNOI        To CA-PATIENT-ID

           IF HCSHDATI EQUAL SPACES OR LOW-VALUES
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-TODAY)
                        DATESEP('-')
              END-EXEC
              Move WS-TODAY     To CA-SH-ASSESSED-DATE
           ELSE
              Move HCSHDATI     To CA-SH-ASSESSED-DATE
           END-IF

           Move HCSHPKYI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Pack-years and units must be numeric' To HCSHMSGO
              Move -1 To HCSHPKYL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To CA-SH-PACK-YEARS

           Move HCSHALCI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Pack-years and units must be numeric' To HCSHMSGO
              Move -1 To HCSHALCL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To CA-SH-ALCOHOL-UNITS

           Move Function UPPER-CASE(HCSHSMKI) To CA-SH-SMOKING
           Move Function UPPER-CASE(HCSHLIVI) To CA-SH-LIVING
           Move HCSHOCCI        To CA-SH-OCCUPATION
           Move WS-STAFF-USER   To CA-SH-RECORDED-BY
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCSHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SOCIAL
           END-IF

           Move CA-SH-ASSESSED-DATE To HCSHDATO
           Move 'Social history recorded' To HCSHMSGO.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       NO-SOCIAL.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No social history recorded yet'      To HCSHMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                   To HCSHMSGO
               Go To ERROR-OUT
             When 87
               Move 'Smoking C, E or N - living A,F,S,C,H' To HCSHMSGO
               Go To ERROR-OUT
             When 88
               Move 'Date YYYY-MM-DD and not in the future'
                                                          To HCSHMSGO
               Move -1 To HCSHDATL
               Go To ERROR-OUT
             When Other
               Move 'Error processing social history'     To HCSHMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCSHMAPI.
           EXEC CICS SEND MAP ('HCSHMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCSH')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCSHMSGO
           End-If.
           EXEC CICS SEND MAP ('HCSHMAP')
                     FROM(HCSHMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCSHMAPI.
           Initialize HCSHMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
