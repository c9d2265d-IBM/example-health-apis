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
      *                    Theatre Case Lists                          *
      *                                                                *
      *   Prints the list for every theatre session on the day after   *
      *  the business date - run the evening before, or with a date    *
      *  on SYSIN to reprint.  Each session heads its own list with    *
      *  the room, times and minutes booked; each case shows the       *
      *  patient, procedure, surgeon, estimated minutes, anaesthetic   *
      *  and the pre-op checklist as it stands, with the count of      *
      *  allergies on file so theatre can see an unchecked allergy     *
      *  at a glance.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCTHBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEATRE-RPT ASSIGN TO THLIST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  THEATRE-RPT
           RECORDING MODE IS F.
       01  THEATRE-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCTHBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-SESSIONS-LISTED       PIC 9(7) VALUE ZERO.
           03 WS-CASES-LISTED          PIC 9(7) VALUE ZERO.

       01  WS-LIST-DATE                PIC X(10).
       01  WS-LAST-SESSION-ID          PIC S9(9) COMP VALUE -1.

       01  WS-LIST-TITLE.
           03 FILLER                   PIC X(20)
                                        VALUE 'THEATRE LISTS FOR '.
           03 WS-LT-DATE               PIC X(10).

       01  WS-SESSION-LINE.
           03 FILLER                   PIC X(8) VALUE 'SESSION '.
           03 WS-SL-SESSION-ID         PIC Z(9)9.
           03 FILLER                   PIC X(7) VALUE '  ROOM '.
           03 WS-SL-ROOM               PIC X(8).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-FACILITY           PIC X(4).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-SL-START              PIC X(5).
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-SL-END                PIC X(5).
           03 FILLER                   PIC X(10) VALUE '  BOOKED '.
           03 WS-SL-BOOKED             PIC ZZZ9.
           03 FILLER                   PIC X(4) VALUE ' OF '.
           03 WS-SL-MINUTES            PIC ZZZ9.
           03 FILLER                   PIC X(5) VALUE ' MINS'.

       01  WS-CASE-LINE.
           03 WS-CL-ORDER              PIC Z9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-LAST-NAME          PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-DOB                PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-PROCEDURE          PIC X(36).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-SURGEON            PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-MINUTES            PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-ANAESTHETIC        PIC X(2).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-CONSENT            PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-FASTING            PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-ALLERGY-OK         PIC X(1).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-CL-ALLERGIES          PIC Z9.

       01  WS-CURSOR-ROW.
           03 DB2-SESSION-ID           PIC S9(9) COMP.
           03 DB2-ROOM                 PIC X(8).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-START                PIC X(8).
           03 DB2-END                  PIC X(8).
           03 DB2-SESS-MINUTES         PIC S9(9) COMP.
           03 DB2-BOOKED-MINUTES       PIC S9(9) COMP.
           03 DB2-LIST-ORDER           PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-PROCEDURE            PIC X(40).
           03 DB2-SURGEON              PIC X(20).
           03 DB2-EST-MINUTES          PIC S9(9) COMP.
           03 DB2-ANAESTHETIC          PIC X(2).
           03 DB2-CONSENT-OK           PIC X(1).
           03 DB2-FASTING-OK           PIC X(1).
           03 DB2-ALLERGY-OK           PIC X(1).
           03 DB2-ALLERGIES            PIC S9(9) COMP.

       COPY HCJCWS.

       COPY HCRDWS.

       COPY HCBDWS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM WRITE-CASE-LINE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCTHBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCTHBJ01 - THEATRE LISTS STARTING'.

      *    An as-of date on SYSIN reprints the lists for the day after
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           EXEC SQL
               SELECT CHAR(DATE(:BD-ASOF-DATE) + 1 DAY, ISO)
                 INTO :WS-LIST-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT THEATRE-RPT.

           MOVE BD-ASOF-HEADER TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE.
           MOVE WS-LIST-DATE TO WS-LT-DATE
           MOVE WS-LIST-TITLE TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE.

      *    Booked cases on open sessions for the list day, in room and
      *    list order.  Test and training patients stay off the lists.
           EXEC SQL
               DECLARE THLCSR CURSOR FOR
               SELECT S.SESSIONID, S.ROOM, S.FACILITY, S.STARTTIME,
                      S.ENDTIME, S.SESSMINUTES,
                      ( SELECT VALUE(SUM(C2.ESTMINUTES), 0)
                          FROM THEATRECASE C2
                         WHERE C2.SESSIONID = S.SESSIONID
                           AND C2.STATUS    = 'B' ),
                      C.LISTORDER, C.PATIENTID, P.LASTNAME,
                      CHAR(P.DOB, ISO), C.PROCEDURE,
                      VALUE(V.LASTNAME, ' '), C.ESTMINUTES,
                      C.ANAESTHETIC, C.CONSENTOK, C.FASTINGOK,
                      C.ALLERGYOK,
                      ( SELECT COUNT(*) FROM ALLERGY A
                         WHERE A.PATIENTID = C.PATIENTID )
                 FROM THEATRESESS S
                 JOIN THEATRECASE C
                   ON C.SESSIONID = S.SESSIONID
                  AND C.STATUS    = 'B'
                 JOIN PATIENT P
                   ON P.PATIENTID = C.PATIENTID
                 LEFT OUTER JOIN PROVIDER V
                   ON V.PROVIDERID = C.SURGEONID
                WHERE S.SESSDATE = DATE(:WS-LIST-DATE)
                  AND S.STATUS   = 'O'
                  AND VALUE(P.PATIENTTYPE, ' ') NOT IN ('T', 'G')
                ORDER BY S.ROOM, S.STARTTIME, C.LISTORDER
           END-EXEC.

           EXEC SQL
               OPEN THLCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCTHBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-CASE
           END-IF.

       FETCH-NEXT-CASE.
           EXEC SQL
               FETCH THLCSR
                INTO :DB2-SESSION-ID, :DB2-ROOM, :DB2-FACILITY,
                     :DB2-START, :DB2-END, :DB2-SESS-MINUTES,
                     :DB2-BOOKED-MINUTES, :DB2-LIST-ORDER,
                     :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-DOB,
                     :DB2-PROCEDURE, :DB2-SURGEON, :DB2-EST-MINUTES,
                     :DB2-ANAESTHETIC, :DB2-CONSENT-OK,
                     :DB2-FASTING-OK, :DB2-ALLERGY-OK,
                     :DB2-ALLERGIES
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCTHBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       WRITE-SESSION-HEADING.
           MOVE SPACES TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE

           MOVE DB2-SESSION-ID     TO WS-SL-SESSION-ID
           MOVE DB2-ROOM           TO WS-SL-ROOM
           MOVE DB2-FACILITY       TO WS-SL-FACILITY
           MOVE DB2-START(1:5)     TO WS-SL-START
           MOVE DB2-END(1:5)       TO WS-SL-END
           MOVE DB2-BOOKED-MINUTES TO WS-SL-BOOKED
           MOVE DB2-SESS-MINUTES   TO WS-SL-MINUTES
           MOVE WS-SESSION-LINE    TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE

           MOVE 'No  Patient Id  Last Name             '
             &  'DOB         Procedure                       '
             &  '      Surgeon               Min  An  C  F  A  Alg'
             TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE

           MOVE DB2-SESSION-ID TO WS-LAST-SESSION-ID
           ADD 1 TO WS-SESSIONS-LISTED.

       WRITE-CASE-LINE.
           IF DB2-SESSION-ID NOT EQUAL WS-LAST-SESSION-ID
              PERFORM WRITE-SESSION-HEADING
           END-IF

           MOVE SPACES             TO WS-CASE-LINE
           MOVE DB2-LIST-ORDER     TO WS-CL-ORDER
           MOVE DB2-PATIENT-ID     TO WS-CL-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-CL-LAST-NAME
           MOVE DB2-DOB            TO WS-CL-DOB
           MOVE DB2-PROCEDURE      TO WS-CL-PROCEDURE
           MOVE DB2-SURGEON        TO WS-CL-SURGEON
           MOVE DB2-EST-MINUTES    TO WS-CL-MINUTES
           MOVE DB2-ANAESTHETIC    TO WS-CL-ANAESTHETIC
           MOVE DB2-CONSENT-OK     TO WS-CL-CONSENT
           MOVE DB2-FASTING-OK     TO WS-CL-FASTING
           MOVE DB2-ALLERGY-OK     TO WS-CL-ALLERGY-OK
           MOVE DB2-ALLERGIES      TO WS-CL-ALLERGIES
           MOVE WS-CASE-LINE       TO THEATRE-RPT-LINE
           WRITE THEATRE-RPT-LINE

           ADD 1 TO WS-CASES-LISTED
           PERFORM FETCH-NEXT-CASE.

       TERMINATE-JOB.
           MOVE WS-CASES-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE THLCSR
           END-EXEC.

           CLOSE THEATRE-RPT.

           DISPLAY 'HCTHBJ01 - SESSIONS LISTED: ' WS-SESSIONS-LISTED.
           DISPLAY 'HCTHBJ01 - CASES LISTED:    ' WS-CASES-LISTED.
           DISPLAY 'HCTHBJ01 - THEATRE LISTS COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
