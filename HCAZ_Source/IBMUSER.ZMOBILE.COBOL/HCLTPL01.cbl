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
      *              Clinic Letter Approval Screen                     *
      *                                                                *
      *   Front end to HCLTDB01.  L lists the consultant's drafts      *
      *  awaiting approval from the keyed letter id on - letter,       *
      *  patient, when seen and the referrer.  I shows eight lines of  *
      *  the keyed letter from the keyed line on, and A approves it    *
      *  for HCLTBJ01 to send to the referrer.  A is for a clinician.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLTPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01  WS-LETTER-ID                PIC 9(10) VALUE 0.
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

           Initialize HCLTMAPI.
           Initialize HCLTMAPO.
           Initialize COMM-AREA.
           Move -1 To HCLTACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCLTMAP')
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

           EXEC CICS RECEIVE MAP('HCLTMAP')
                     INTO(HCLTMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCLTACTI
             WHEN 'L'
               PERFORM LIST-DRAFTS
             WHEN 'I'
               PERFORM SHOW-LETTER
             WHEN 'A'
               PERFORM APPROVE-LETTER
             WHEN OTHER
               Move 'Action must be L, I or A' To HCLTMSGO
               Move -1 To HCLTACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCLTACTL
           EXEC CICS SEND MAP ('HCLTMAP')
                     FROM(HCLTMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCLT')
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

       CHECK-CLINICIAN-SESSION.
      * Only the clinician signs a letter off to the referrer
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
              OR WS-STAFF-ROLE NOT EQUAL 'D'
              Move 'Clinician sign-on required' To HCLTMSGO
              GO TO ERROR-OUT
           END-IF.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-LETTER-ID.
           Move HCLTLIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the letter id' To HCLTMSGO
              Move -1 To HCLTLIDL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To WS-LETTER-ID.

       LIST-DRAFTS.
           Move HCLTPRVI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the consultant provider id' To HCLTMSGO
              Move -1 To HCLTPRVL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01ILTL'        To CA-REQUEST-ID
           Move WS-NUMBER-IN    To CA-CLT-PROVIDER-ID

      *    from the keyed letter on - the oldest draft when none
           Move HCLTLIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Letter id must be numeric' To HCLTMSGO
              Move -1 To HCLTLIDL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To CA-CLT-LETTER-ID

           PERFORM LOAD-LINES
           Move 'Key a letter id and I to read it' To HCLTMSGO.

       SHOW-LETTER.
           PERFORM SET-LETTER-ID

      *    from the keyed line on - the first line when none is keyed
           Move HCLTLINI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Line number must be numeric' To HCLTMSGO
              Move -1 To HCLTLINL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01ILTR'        To CA-REQUEST-ID
           Move WS-LETTER-ID    To CA-CLT-LETTER-ID
           Move WS-NUMBER-IN    To CA-CLT-LINE
           PERFORM LOAD-LINES

           Move CA-CLT-PROVIDER-ID To HCLTPRVO
           EVALUATE CA-CLT-STATUS
             WHEN 'D'
               Move 'Draft - key A to approve for sending'
                                        To HCLTMSGO
             WHEN 'A'
               Move 'Approved - waiting to be sent' To HCLTMSGO
             WHEN 'S'
               Move 'Sent to the referrer'          To HCLTMSGO
           END-EVALUATE.

       APPROVE-LETTER.
           PERFORM CHECK-CLINICIAN-SESSION
           PERFORM SET-LETTER-ID

           Initialize COMM-AREA
           Move '01ALTR'        To CA-REQUEST-ID
           Move WS-LETTER-ID    To CA-CLT-LETTER-ID
           Move WS-STAFF-USER   To CA-CLT-USER

           EXEC CICS LINK PROGRAM('HCLTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-LETTER
           END-IF

           Move CA-CLT-PROVIDER-ID To HCLTPRVO
           Move 'Letter approved for sending' To HCLTMSGO.

       LOAD-LINES.
           EXEC CICS LINK PROGRAM('HCLTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-LETTER
           END-IF

           Move SPACES To HCLTLN1O HCLTLN2O HCLTLN3O HCLTLN4O
                          HCLTLN5O HCLTLN6O HCLTLN7O HCLTLN8O
           MOVE ZERO TO WS-LINE-INDEX
           PERFORM FORMAT-LETTER-LINE
               UNTIL WS-LINE-INDEX EQUAL CA-CLT-COUNT.

       FORMAT-LETTER-LINE.
           ADD 1 TO WS-LINE-INDEX

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN1O
             WHEN 2
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN2O
             WHEN 3
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN3O
             WHEN 4
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN4O
             WHEN 5
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN5O
             WHEN 6
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN6O
             WHEN 7
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN7O
             WHEN 8
               Move CA-CLTL-TEXT (WS-LINE-INDEX) To HCLTLN8O
           END-EVALUATE.

       NO-LETTER.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No letters found'                    To HCLTMSGO
               Go To ERROR-OUT
             When 02
               Move 'No more lines - letter not drafted yet?'
                                                          To HCLTMSGO
               Go To ERROR-OUT
             When 87
               Move 'Clinician sign-on required'          To HCLTMSGO
               Go To ERROR-OUT
             When 89
               Move 'Letter is not a draft awaiting approval'
                                                          To HCLTMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing clinic letter'      To HCLTMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCLTMAPI.
           EXEC CICS SEND MAP ('HCLTMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCLT')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCLTMSGO
           End-If.
           EXEC CICS SEND MAP ('HCLTMAP')
                     FROM(HCLTMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCLTMAPI.
           Initialize HCLTMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
