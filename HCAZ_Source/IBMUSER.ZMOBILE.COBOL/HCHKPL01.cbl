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
      *               Housekeeping Bed Cleaning Screen                 *
      *                                                                *
      *   Front end to HCWBDB01 for housekeeping.  Action L lists the  *
      *  keyed ward's beds awaiting a clean, longest waiting first     *
      *  (DEEP against a bed released by an isolation patient); C     *
      *  marks the keyed bed cleaned - type S standard or D deep - so  *
      *  it can be admitted into again.  The clean is recorded against *
      *  the user signed on at this terminal, or the terminal itself.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCHKPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC 9(2) VALUE 0.

       01 WS-CLEAN-LINE.
          03 WS-CL-BED                 PIC X(4).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-CL-TYPE                PIC X(8).
          03 FILLER                    PIC X(2) VALUE SPACES.
          03 WS-CL-RELEASED            PIC X(16).

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

           Initialize HCHKMAPI.
           Initialize HCHKMAPO.
           Initialize COMM-AREA.
           Move -1 To HCHKACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCHKMAP')
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

           EXEC CICS RECEIVE MAP('HCHKMAP')
                     INTO(HCHKMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCHKACTI
             WHEN 'L'
               PERFORM LIST-BEDS-TO-CLEAN
             WHEN 'C'
               PERFORM MARK-BED-CLEAN
             WHEN OTHER
               Move 'Action must be L or C' To HCHKMSGO
               Move -1 To HCHKACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCHKACTL
           EXEC CICS SEND MAP ('HCHKMAP')
                     FROM(HCHKMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCHK')
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

       LIST-BEDS-TO-CLEAN.
           Initialize COMM-AREA
           Move '01ICLN'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCHKWRDI) To CA-WB-WARD

           EXEC CICS LINK PROGRAM('HCWBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              Move 'No beds awaiting cleaning on ward' To HCHKMSGO
              GO TO ERROR-OUT
           END-IF

           MOVE ZERO TO WS-LINE-INDEX
           PERFORM FORMAT-CLEAN-LINE
               UNTIL WS-LINE-INDEX EQUAL CA-WB-COUNT

           Move 'Beds awaiting cleaning displayed' To HCHKMSGO.

       FORMAT-CLEAN-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-WBB-BED OF CA-WB-BEDS (WS-LINE-INDEX)
                                       To WS-CL-BED
           If CA-WBB-CLEAN OF CA-WB-BEDS (WS-LINE-INDEX) EQUAL 'X'
              Move 'DEEP'              To WS-CL-TYPE
           Else
              Move 'STANDARD'          To WS-CL-TYPE
           End-If
           Move CA-WBB-RELEASED OF CA-WB-BEDS (WS-LINE-INDEX)
                                       To WS-CL-RELEASED

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-CLEAN-LINE To HCHKLN1O
             WHEN 2
               Move WS-CLEAN-LINE To HCHKLN2O
             WHEN 3
               Move WS-CLEAN-LINE To HCHKLN3O
             WHEN 4
               Move WS-CLEAN-LINE To HCHKLN4O
             WHEN 5
               Move WS-CLEAN-LINE To HCHKLN5O
             WHEN 6
               Move WS-CLEAN-LINE To HCHKLN6O
           END-EVALUATE.

       MARK-BED-CLEAN.
      * The clean is signed for by whoever is signed on here
           PERFORM CHECK-STAFF-SESSION

           Initialize COMM-AREA
           Move '01ACLN'        To CA-REQUEST-ID
           Move Function UPPER-CASE(HCHKWRDI) To CA-WB-WARD
           Move Function UPPER-CASE(HCHKBEDI) To CA-WB-BED
           Move Function UPPER-CASE(HCHKTYPI) To CA-WB-CLEAN-TYPE
           IF WS-STAFF-RESP EQUAL DFHRESP(NORMAL)
              Move WS-STAFF-USER To CA-WB-CLEANED-BY
           ELSE
              Move EIBTRMID      To CA-WB-CLEANED-BY
           END-IF
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCWBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CLEAN
           END-IF

           Move 'Bed marked clean and ready' To HCHKMSGO.

       NO-CLEAN.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Bed is not awaiting cleaning'       To HCHKMSGO
               Go To ERROR-OUT
             When 71
               Move 'No such bed on the ward reference'  To HCHKMSGO
               Go To ERROR-OUT
             When 75
               Move 'Isolation bed needs a deep clean D' To HCHKMSGO
               Go To ERROR-OUT
             When 87
               Move 'Clean type must be S or D'          To HCHKMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error recording bed clean'          To HCHKMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCHKMAPI.
           EXEC CICS SEND MAP ('HCHKMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCHK')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCHKMSGO
           End-If.
           EXEC CICS SEND MAP ('HCHKMAP')
                     FROM(HCHKMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCHKMAPI.
           Initialize HCHKMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
