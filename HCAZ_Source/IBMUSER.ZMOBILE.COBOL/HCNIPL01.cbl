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
      *          National Identifier Review Worklist Screen            *
      *                                                                *
      *   Lists the oldest demographics the national trace disagreed   *
      *  with (HCNIBJ02) - review id, patient, which item, the value   *
      *  held here and the value the trace returned.  Once the         *
      *  records clerk has checked with the patient, keying the        *
      *  review id and pressing PF4 takes the national value onto the  *
      *  patient record; PF5 keeps the local value.  Either is done    *
      *  under the signed-on user.  ENTER refreshes.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCNIPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-REVIEW-LINE.
          03 WS-NR-ID                  PIC 9(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-NR-PATIENT-ID          PIC 9(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-NR-FIELD               PIC X(9).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-NR-LOCAL               PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-NR-NATIONAL            PIC X(20).

      * A take the national value (PF4), K keep the local one (PF5)
       01 WS-OUTCOME                   PIC X(1).

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

           Initialize HCNIMAPI.
           Initialize HCNIMAPO.
           Initialize COMM-AREA.

           PERFORM LOAD-WORKLIST

           EXEC CICS SEND MAP ('HCNIMAP')
                     FROM(HCNIMAPO)
                     MAPSET ('HCMAPS2')
                     ERASE
                     END-EXEC
           GO TO ENDIT-STARTIT.

       A-GAIN.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF4(TAKE-NATIONAL)
                     PF5(KEEP-LOCAL)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(REFRESHIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('HCNIMAP')
                     INTO(HCNIMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

       REFRESHIT.
           Initialize HCNIMAPO.
           PERFORM LOAD-WORKLIST

           EXEC CICS SEND MAP ('HCNIMAP')
                     FROM(HCNIMAPO)
                     MAPSET ('HCMAPS2')
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCNI')
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

       TAKE-NATIONAL.
      * The trace was right - its value goes onto the patient record
           Move 'A' To WS-OUTCOME
           GO TO RESOLVE-REVIEW.

       KEEP-LOCAL.
      * What is held here was right - the difference is closed
           Move 'K' To WS-OUTCOME
           GO TO RESOLVE-REVIEW.

       RESOLVE-REVIEW.
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
              Move 'Staff sign-on required' To HCNIMSGO
              GO TO SEND-AND-RETURN
           END-IF

           IF HCNIRIDI EQUAL SPACES OR LOW-VALUES
              Move 'Key the review id first'
                To HCNIMSGO
              GO TO SEND-AND-RETURN
           END-IF

           Initialize COMM-AREA
           Move '01DNID'        To CA-REQUEST-ID
           Move HCNIRIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-NR-REVIEW-ID
           Move WS-OUTCOME      To CA-NR-OUTCOME
           Move WS-STAFF-USER   To CA-NR-WORKED-BY

           EXEC CICS LINK PROGRAM('HCNIDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           EVALUATE TRUE
             WHEN CA-RETURN-CODE EQUAL 92
               Move 'System busy - please try again' To HCNIMSGO
             WHEN CA-RETURN-CODE > 0
               Move 'Review not found or already resolved' To HCNIMSGO
             WHEN WS-OUTCOME EQUAL 'A'
               Move 'National value taken onto the record' To HCNIMSGO
             WHEN OTHER
               Move 'Local value kept' To HCNIMSGO
           END-EVALUATE

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
              Move 'No differences waiting' To HCNIMSGO
           ELSE
              Move 'Key a review id, PF4 national PF5 local'
                To HCNIMSGO
           END-IF
           IF CA-RETURN-CODE EQUAL 92
              Move 'System busy - please try again' To HCNIMSGO
           END-IF.

       LOAD-WORKLIST-LINES.
           Initialize COMM-AREA
           Move '01INID'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCNIDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE EQUAL ZERO
              MOVE ZERO TO WS-LINE-INDEX
              PERFORM FORMAT-WORKLIST-LINE
                  UNTIL WS-LINE-INDEX EQUAL CA-NR-COUNT
           END-IF.

       FORMAT-WORKLIST-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-NRE-ID (WS-LINE-INDEX)         To WS-NR-ID
           Move CA-NRE-PATIENT-ID (WS-LINE-INDEX) To WS-NR-PATIENT-ID
           Move CA-NRE-FIELD (WS-LINE-INDEX)      To WS-NR-FIELD
           Move CA-NRE-LOCAL (WS-LINE-INDEX)      To WS-NR-LOCAL
           Move CA-NRE-NATIONAL (WS-LINE-INDEX)   To WS-NR-NATIONAL

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-REVIEW-LINE To HCNILN1O
             WHEN 2
               Move WS-REVIEW-LINE To HCNILN2O
             WHEN 3
               Move WS-REVIEW-LINE To HCNILN3O
             WHEN 4
               Move WS-REVIEW-LINE To HCNILN4O
             WHEN 5
               Move WS-REVIEW-LINE To HCNILN5O
             WHEN 6
               Move WS-REVIEW-LINE To HCNILN6O
             WHEN 7
               Move WS-REVIEW-LINE To HCNILN7O
             WHEN 8
               Move WS-REVIEW-LINE To HCNILN8O
           END-EVALUATE.

       SEND-AND-RETURN.
           Move -1 To HCNIRIDL
           EXEC CICS SEND MAP ('HCNIMAP')
                     FROM(HCNIMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       CLEARIT.

           Initialize HCNIMAPI.
           EXEC CICS SEND MAP ('HCNIMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCNI')
                COMMAREA(COMM-AREA)
                END-EXEC.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
