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
      *            SMS Reply Front-Desk Worklist Screen                *
      *                                                                *
      *   Lists the oldest SMS replies to appointment reminders that  *
      *  HCSMDB01 could not action itself - no reminder matched the   *
      *  number, the words were not YES or CANCEL, or the cancel was  *
      *  refused - with when each came in, the number and the start  *
      *  of the text.  Once the patient has been called back, keying  *
      *  the reply id and pressing PF4 marks it dealt with under the  *
      *  signed-on user.  ENTER refreshes.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSMPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-SMS-LINE.
          03 WS-SR-ID                  PIC 9(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SR-RECEIVED            PIC X(11).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SR-FROM                PIC X(15).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SR-TEXT                PIC X(30).

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

           Initialize HCSMMAPI.
           Initialize HCSMMAPO.
           Initialize COMM-AREA.

           PERFORM LOAD-WORKLIST

           EXEC CICS SEND MAP ('HCSMMAP')
                     FROM(HCSMMAPO)
                     MAPSET ('HCMAPS2')
                     ERASE
                     END-EXEC
           GO TO ENDIT-STARTIT.

       A-GAIN.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF4(MARK-DEALT-WITH)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(REFRESHIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('HCSMMAP')
                     INTO(HCSMMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

       REFRESHIT.
           Initialize HCSMMAPO.
           PERFORM LOAD-WORKLIST

           EXEC CICS SEND MAP ('HCSMMAP')
                     FROM(HCSMMAPO)
                     MAPSET ('HCMAPS2')
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCSM')
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

       MARK-DEALT-WITH.
      * The patient has been called back - take the reply off the list
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
              Move 'Staff sign-on required' To HCSMMSGO
              GO TO SEND-AND-RETURN
           END-IF

           IF HCSMRIDI EQUAL SPACES OR LOW-VALUES
              Move 'Key the reply id to mark first'
                To HCSMMSGO
              GO TO SEND-AND-RETURN
           END-IF

           Initialize COMM-AREA
           Move '01DSMS'        To CA-REQUEST-ID
           Move HCSMRIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-SR-REPLY-ID
           Move WS-STAFF-USER   To CA-SR-WORKED-BY

           EXEC CICS LINK PROGRAM('HCSMDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              Move 'Reply not found or already dealt with' To HCSMMSGO
           ELSE
              Move 'Reply marked dealt with' To HCSMMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCSMMSGO
           END-IF

           PERFORM LOAD-WORKLIST-LINES
           GO TO SEND-AND-RETURN.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       LOAD-WORKLIST.
           PERFORM LOAD-WORKLIST-LINES
           IF CA-RETURN-CODE > 0
              Move 'No SMS replies waiting' To HCSMMSGO
           ELSE
              Move 'Key a reply id + PF4 when dealt with'
                To HCSMMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCSMMSGO
           END-IF.

       LOAD-WORKLIST-LINES.
           Initialize COMM-AREA
           Move '01ISMS'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCSMDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE EQUAL ZERO
              MOVE ZERO TO WS-LINE-INDEX
              PERFORM FORMAT-WORKLIST-LINE
                  UNTIL WS-LINE-INDEX EQUAL CA-SR-COUNT
           END-IF.

       FORMAT-WORKLIST-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-SRE-ID (WS-LINE-INDEX)       To WS-SR-ID
           Move CA-SRE-RECEIVED (WS-LINE-INDEX) To WS-SR-RECEIVED
           Move CA-SRE-FROM (WS-LINE-INDEX)     To WS-SR-FROM
           Move CA-SRE-TEXT (WS-LINE-INDEX)     To WS-SR-TEXT

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-SMS-LINE To HCSMLN1O
             WHEN 2
               Move WS-SMS-LINE To HCSMLN2O
             WHEN 3
               Move WS-SMS-LINE To HCSMLN3O
             WHEN 4
               Move WS-SMS-LINE To HCSMLN4O
             WHEN 5
               Move WS-SMS-LINE To HCSMLN5O
             WHEN 6
               Move WS-SMS-LINE To HCSMLN6O
             WHEN 7
               Move WS-SMS-LINE To HCSMLN7O
             WHEN 8
               Move WS-SMS-LINE To HCSMLN8O
           END-EVALUATE.

       SEND-AND-RETURN.
           Move -1 To HCSMRIDL
           EXEC CICS SEND MAP ('HCSMMAP')
                     FROM(HCSMMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       CLEARIT.

           Initialize HCSMMAPI.
           EXEC CICS SEND MAP ('HCSMMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCSM')
                COMMAREA(COMM-AREA)
                END-EXEC.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
