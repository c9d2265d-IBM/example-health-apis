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
      *                Theatre Session and Case Screen                 *
      *                                                                *
      *   Run the theatre lists through HCTHDB01.  Action I shows a    *
      *  session with its booked cases and the minutes used, S sets    *
      *  up a session (supervisor sign-on), B books a case into the    *
      *  session keyed, X cancels the case id keyed and K records      *
      *  the pre-op checklist for it (clinical sign-on - the checker   *
      *  is the signed-on user).  Each case line shows its checklist   *
      *  as C consent, F fasting, A allergies reviewed.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTHPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

       01 WS-CASE-SUB                  PIC S9(4) COMP VALUE +0.

       01 WS-CASE-LINE.
          03 WS-CL-CASE-ID             PIC Z(9)9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-PATIENT-ID          PIC Z(9)9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-PROCEDURE           PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-MINUTES             PIC ZZ9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-ANAESTHETIC         PIC X(2).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-CL-CHECKLIST           PIC X(3).

       01 WS-USE-LINE.
          03 WS-UL-BOOKED              PIC ZZZ9.
          03 FILLER                    PIC X(4) VALUE ' of '.
          03 WS-UL-SESSION             PIC ZZZ9.
          03 FILLER                    PIC X(5) VALUE ' mins'.

       01 WS-CHECK-MESSAGE.
          03 WS-CM-STATE               PIC X(20).
          03 WS-CM-ALLERGIES           PIC Z9.
          03 FILLER                    PIC X(18)
                                        VALUE ' allergies on file'.

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

           Initialize HCTHMAPI.
           Initialize HCTHMAPO.
           Initialize COMM-AREA.
           Move -1 To HCTHACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCTHMAP')
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

           EXEC CICS RECEIVE MAP('HCTHMAP')
                     INTO(HCTHMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCTHACTI
             WHEN 'I'
               PERFORM SHOW-SESSION
             WHEN 'S'
               PERFORM CHECK-SUPERVISOR
               PERFORM CREATE-SESSION
             WHEN 'B'
               PERFORM BOOK-CASE
             WHEN 'X'
               PERFORM CANCEL-CASE
             WHEN 'K'
               PERFORM CHECK-CLINICIAN
               PERFORM RECORD-CHECKLIST
             WHEN OTHER
               Move 'Action must be I, S, B, X or K' To HCTHMSGO
               Move -1 To HCTHACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCTHACTL
           EXEC CICS SEND MAP ('HCTHMAP')
                     FROM(HCTHMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCTH')
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

       CHECK-CLINICIAN.
      * The pre-op check is a clinical sign-off - nurse, doctor or
      * supervisor
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'N' AND NOT EQUAL 'D'
                                              AND NOT EQUAL 'S')
              Move 'Clinical sign-on required' To HCTHMSGO
              GO TO ERROR-OUT
           END-IF.

       CHECK-SUPERVISOR.
      * Sessions are the theatre manager's to set up
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCTHMSGO
              GO TO ERROR-OUT
           END-IF.

       SHOW-SESSION.
           Initialize COMM-AREA
           Move '01ITHS'   To CA-REQUEST-ID
           Move HCTHSIDI   To CA-TH-SESSION-ID

           EXEC CICS LINK PROGRAM('HCTHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-THEATRE
           END-IF

           Move CA-TH-ROOM      To HCTHROOMO
           Move CA-TH-SESS-DATE To HCTHDATEO
           Move CA-TH-START     To HCTHSTRTO
           Move CA-TH-END       To HCTHENDO
           Move CA-TH-FACILITY  To HCTHFACO
           PERFORM FORMAT-USE-LINE

           Move SPACES To HCTHLN1O HCTHLN2O HCTHLN3O HCTHLN4O
                          HCTHLN5O HCTHLN6O HCTHLN7O HCTHLN8O
           Move ZERO To WS-CASE-SUB
           PERFORM FORMAT-CASE-LINE
               UNTIL WS-CASE-SUB EQUAL CA-TH-COUNT

           Move 'Session displayed' To HCTHMSGO.

       FORMAT-USE-LINE.
           Move CA-TH-BOOKED-MINUTES To WS-UL-BOOKED
           Move CA-TH-SESS-MINUTES   To WS-UL-SESSION
           Move WS-USE-LINE          To HCTHUSEO.

       FORMAT-CASE-LINE.
           ADD 1 TO WS-CASE-SUB
           Move CA-THC-CASE-ID(WS-CASE-SUB)     To WS-CL-CASE-ID
           Move CA-THC-PATIENT-ID(WS-CASE-SUB)  To WS-CL-PATIENT-ID
           Move CA-THC-PROCEDURE(WS-CASE-SUB)   To WS-CL-PROCEDURE
           Move CA-THC-EST-MINUTES(WS-CASE-SUB) To WS-CL-MINUTES
           Move CA-THC-ANAESTHETIC(WS-CASE-SUB) To WS-CL-ANAESTHETIC
           Move CA-THC-CHECKLIST(WS-CASE-SUB)   To WS-CL-CHECKLIST

           EVALUATE WS-CASE-SUB
             WHEN 1
               Move WS-CASE-LINE To HCTHLN1O
             WHEN 2
               Move WS-CASE-LINE To HCTHLN2O
             WHEN 3
               Move WS-CASE-LINE To HCTHLN3O
             WHEN 4
               Move WS-CASE-LINE To HCTHLN4O
             WHEN 5
               Move WS-CASE-LINE To HCTHLN5O
             WHEN 6
               Move WS-CASE-LINE To HCTHLN6O
             WHEN 7
               Move WS-CASE-LINE To HCTHLN7O
             WHEN 8
               Move WS-CASE-LINE To HCTHLN8O
           END-EVALUATE.

       CREATE-SESSION.
           Initialize COMM-AREA
           Move '01CTHS'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCTHROOMI) To CA-TH-ROOM
           Move HCTHDATEI  To CA-TH-SESS-DATE
           Move HCTHSTRTI  To CA-TH-START
           Move HCTHENDI   To CA-TH-END
           Move Function UPPER-CASE(HCTHFACI)  To CA-TH-FACILITY

           EXEC CICS LINK PROGRAM('HCTHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-THEATRE
           END-IF

           Move CA-TH-SESSION-ID To HCTHSIDO
           PERFORM FORMAT-USE-LINE
           Move 'Session set up' To HCTHMSGO.

       BOOK-CASE.
           Initialize COMM-AREA
           Move '01BTHC'   To CA-REQUEST-ID
           Move HCTHSIDI   To CA-TH-SESSION-ID
           Move HCTHPNOI   To CA-PATIENT-ID
           Move HCTHPROCI  To CA-TH-PROCEDURE
           Move HCTHSURGI  To CA-TH-SURGEON-ID
           Move HCTHESTI   To CA-TH-EST-MINUTES
           Move Function UPPER-CASE(HCTHANAI) To CA-TH-ANAESTHETIC

           EXEC CICS LINK PROGRAM('HCTHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-THEATRE
           END-IF

           Move CA-TH-CASE-ID To HCTHCIDO
           PERFORM FORMAT-USE-LINE
           Move 'Case booked - checklist outstanding' To HCTHMSGO.

       CANCEL-CASE.
           Initialize COMM-AREA
           Move '01XTHC'   To CA-REQUEST-ID
           Move HCTHCIDI   To CA-TH-CASE-ID

           EXEC CICS LINK PROGRAM('HCTHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-THEATRE
           END-IF

           Move 'Case cancelled' To HCTHMSGO.

       RECORD-CHECKLIST.
           Initialize COMM-AREA
           Move '01KTHC'   To CA-REQUEST-ID
           Move HCTHCIDI   To CA-TH-CASE-ID
           Move Function UPPER-CASE(HCTHFASTI) To CA-TH-FASTING
           Move Function UPPER-CASE(HCTHALGYI)
                                  To CA-TH-ALLERGY-CHECKED
           Move WS-STAFF-USER   To CA-TH-CHECKED-BY

           EXEC CICS LINK PROGRAM('HCTHDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-THEATRE
           END-IF

           Move CA-TH-CONSENT To HCTHCONSO
           IF CA-TH-CHECKLIST EQUAL 'C'
              Move 'Checklist complete -' To WS-CM-STATE
           ELSE
              IF CA-TH-CONSENT NOT EQUAL 'Y'
                 Move 'No surgery consent -' To WS-CM-STATE
              ELSE
                 Move 'Checklist open -'     To WS-CM-STATE
              END-IF
           END-IF
           Move CA-TH-ALLERGY-COUNT To WS-CM-ALLERGIES
           Move WS-CHECK-MESSAGE    To HCTHMSGO.

       CLEARIT.

           Initialize HCTHMAPI.
           EXEC CICS SEND MAP ('HCTHMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCTH')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-THEATRE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No open session or booked case found' To HCTHMSGO
               Go To ERROR-OUT
             When 02
               Move 'Facility or surgeon not on file'      To HCTHMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                    To HCTHMSGO
               Go To ERROR-OUT
             When 82
               Move 'Facility closed over the session'     To HCTHMSGO
               Go To ERROR-OUT
             When 83
               Move 'Room already has a session then'      To HCTHMSGO
               Go To ERROR-OUT
             When 84
               Move 'Case would overrun the session'       To HCTHMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check the fields keyed for the action' To HCTHMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing theatre request'     To HCTHMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCTHMSGO
           End-If.
           EXEC CICS SEND MAP ('HCTHMAP')
                     FROM(HCTHMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCTHMAPI.
           Initialize HCTHMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
