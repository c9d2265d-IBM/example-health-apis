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
      *               Ward Shift Staffing Screen                       *
      *                                                                *
      *   Front end to HCSFDB01.  Action A records the rostered RNs   *
      *  and support workers for the keyed ward, date (blank today)   *
      *  and shift (E early, L late, N night), and the actual numbers *
      *  once they are keyed, signed by the nurse signed on here; I   *
      *  shows a shift already recorded.  Both show the patients and  *
      *  high-acuity patients on the ward against the plan, flagged R *
      *  / S below the RN / support worker ratio and A above the      *
      *  planned acuity.  P sets a ward's plan ('****' for the site   *
      *  default) and is restricted to a supervisor sign-on.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSFPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-STAFFING-EDIT.
          03 WS-SE-COUNT               PIC ZZ9.
          03 WS-SE-RATIO               PIC Z9.

       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

      * a number keyed left in its field still goes down as a number
       01  WS-NUMBER-FIELD             PIC X(3).
       01  WS-NUMBER-IN                PIC X(3) JUSTIFIED RIGHT.

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

           Initialize HCSFMAPI.
           Initialize HCSFMAPO.
           Initialize COMM-AREA.
           Move -1 To HCSFACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCSFMAP')
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

           EXEC CICS RECEIVE MAP('HCSFMAP')
                     INTO(HCSFMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCSFACTI
             WHEN 'A'
               PERFORM RECORD-STAFFING
             WHEN 'I'
               PERFORM SHOW-STAFFING
             WHEN 'P'
               PERFORM SET-WARD-PLAN
             WHEN OTHER
               Move 'Action must be A, I or P' To HCSFMSGO
               Move -1 To HCSFACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCSFACTL
           EXEC CICS SEND MAP ('HCSFMAP')
                     FROM(HCSFMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCSF')
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

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-SHIFT-KEY.
           Initialize COMM-AREA
           Move Function UPPER-CASE(HCSFWRDI) To CA-SF-WARD
           Move Function UPPER-CASE(HCSFSHFI) To CA-SF-SHIFT
           Move HCSFDTEI   To CA-SF-DATE
           Inspect CA-SF-DATE Replacing All x'00' by x'40'.

       RECORD-STAFFING.
      * Staffing returns are made by the nurse in charge of the shift
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'N' AND NOT EQUAL 'D'
                                          AND NOT EQUAL 'S')
              Move 'Nursing sign-on required' To HCSFMSGO
              GO TO ERROR-OUT
           END-IF

           PERFORM SET-SHIFT-KEY
           Move '01ASFS'        To CA-REQUEST-ID
           Move HCSFRRNI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-SF-ROSTER-RN
           Move HCSFRSWI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-SF-ROSTER-SW
      * the actual numbers count once both have been keyed
           Move 'N'             To CA-SF-ACTUAL-SET
           IF HCSFARNI NOT EQUAL LOW-VALUES
            AND HCSFARNI NOT EQUAL SPACES
            AND HCSFASWI NOT EQUAL LOW-VALUES
            AND HCSFASWI NOT EQUAL SPACES
              Move 'Y'             To CA-SF-ACTUAL-SET
              Move HCSFARNI        To WS-NUMBER-FIELD
              PERFORM RIGHT-JUSTIFY-NUMBER
              Move WS-NUMBER-IN    To CA-SF-ACTUAL-RN
              Move HCSFASWI        To WS-NUMBER-FIELD
              PERFORM RIGHT-JUSTIFY-NUMBER
              Move WS-NUMBER-IN    To CA-SF-ACTUAL-SW
           END-IF
           Move WS-STAFF-USER   To CA-SF-RECORDED-BY

           EXEC CICS LINK PROGRAM('HCSFDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-STAFFING
           END-IF

           PERFORM FORMAT-STAFFING
           If CA-SF-FLAGS EQUAL SPACES
              Move 'Shift staffing recorded' To HCSFMSGO
           Else
              Move 'Shift staffing recorded - BELOW PLAN'
                                                        To HCSFMSGO
           End-If.

       SHOW-STAFFING.
           PERFORM SET-SHIFT-KEY
           Move '01ISFS'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCSFDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-STAFFING
           END-IF

           PERFORM FORMAT-STAFFING
           If CA-SF-FLAGS EQUAL SPACES
              Move 'Shift staffing displayed' To HCSFMSGO
           Else
              Move 'Shift staffing displayed - BELOW PLAN'
                                                        To HCSFMSGO
           End-If.

       FORMAT-STAFFING.
           Move CA-SF-DATE          To HCSFDTEO
           Move CA-SF-ROSTER-RN     To WS-SE-COUNT
           Move WS-SE-COUNT         To HCSFRRNO
           Move CA-SF-ROSTER-SW     To WS-SE-COUNT
           Move WS-SE-COUNT         To HCSFRSWO
           If CA-SF-ACTUAL-SET EQUAL 'Y'
              Move CA-SF-ACTUAL-RN  To WS-SE-COUNT
              Move WS-SE-COUNT      To HCSFARNO
              Move CA-SF-ACTUAL-SW  To WS-SE-COUNT
              Move WS-SE-COUNT      To HCSFASWO
           Else
              Move SPACES           To HCSFARNO
              Move SPACES           To HCSFASWO
           End-If
           Move CA-SF-PATIENTS      To WS-SE-COUNT
           Move WS-SE-COUNT         To HCSFPTSO
           Move CA-SF-HIGH-ACUITY   To WS-SE-COUNT
           Move WS-SE-COUNT         To HCSFHACO
           Move CA-SF-PTS-PER-RN    To WS-SE-RATIO
           Move WS-SE-RATIO         To HCSFPRNO
           Move CA-SF-PTS-PER-SW    To WS-SE-RATIO
           Move WS-SE-RATIO         To HCSFPSWO
           Move CA-SF-ACUITY-MAX    To WS-SE-COUNT
           Move WS-SE-COUNT         To HCSFAMXO
           Move CA-SF-FLAGS         To HCSFFLGO.

       SET-WARD-PLAN.
      * Ward staffing plans are set by the nurse in charge only
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCSFMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01LSFP'        To CA-REQUEST-ID
           Move Function UPPER-CASE(HCSFWRDI) To CA-SF-WARD
           Move HCSFPRNI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN(2:2) To CA-SF-PTS-PER-RN
           Move HCSFPSWI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN(2:2) To CA-SF-PTS-PER-SW
           Move HCSFAMXI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-SF-ACUITY-MAX

           EXEC CICS LINK PROGRAM('HCSFDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-STAFFING
           END-IF

           Move 'Ward staffing plan set' To HCSFMSGO.

       NO-STAFFING.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No staffing recorded for that shift' To HCSFMSGO
               Go To ERROR-OUT
             When 71
               Move 'No beds on that ward'                To HCSFMSGO
               Go To ERROR-OUT
             When 86
               Move 'Shift must be E, L or N'             To HCSFMSGO
               Go To ERROR-OUT
             When 87
               If HCSFACTI EQUAL 'P'
                  Move 'Enter ward, ratios and acuity level'
                                                          To HCSFMSGO
               Else
                  Move 'Enter ward, date and staff numbers'
                                                          To HCSFMSGO
               End-If
               Go To ERROR-OUT
             When Other
               Move 'Error processing ward staffing'      To HCSFMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCSFMAPI.
           EXEC CICS SEND MAP ('HCSFMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCSF')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCSFMSGO
           End-If.
           EXEC CICS SEND MAP ('HCSFMAP')
                     FROM(HCSFMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCSFMAPI.
           Initialize HCSFMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
