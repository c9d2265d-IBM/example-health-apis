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
      *                 Antenatal Contacts Due Report                  *
      *                                                                *
      *   Weekly.  Lists every patient with an open pregnancy episode *
      *  who reaches one of the scheduled antenatal contact weeks in  *
      *  the seven days from the as-of date.  Contacts fall at 10,    *
      *  16, 28, 34, 36, 38 and 41 weeks, with extra contacts at 25,  *
      *  31 and 40 weeks in a first pregnancy (parity zero).          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCANBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANC-RPT ASSIGN TO ANCDUE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANC-RPT
           RECORDING MODE IS F.
       01  ANC-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCANBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-EPISODES-READ         PIC 9(7) VALUE ZERO.
           03 WS-CONTACTS-LISTED       PIC 9(7) VALUE ZERO.

      * Contact schedule - gestation week, and whether the contact is
      * offered only in a first pregnancy
       01  WS-CONTACT-DEFS.
           03 FILLER                   PIC X(3) VALUE '10A'.
           03 FILLER                   PIC X(3) VALUE '16A'.
           03 FILLER                   PIC X(3) VALUE '25F'.
           03 FILLER                   PIC X(3) VALUE '28A'.
           03 FILLER                   PIC X(3) VALUE '31F'.
           03 FILLER                   PIC X(3) VALUE '34A'.
           03 FILLER                   PIC X(3) VALUE '36A'.
           03 FILLER                   PIC X(3) VALUE '38A'.
           03 FILLER                   PIC X(3) VALUE '40F'.
           03 FILLER                   PIC X(3) VALUE '41A'.
       01  WS-CONTACT-TABLE REDEFINES WS-CONTACT-DEFS.
           03 WS-CONTACT-ENTRY OCCURS 10 TIMES.
              05 WS-CONTACT-WEEK       PIC 9(2).
              05 WS-CONTACT-WHO        PIC X(1).
                 88 WS-CONTACT-FIRST-ONLY VALUE 'F'.

       01  WS-CONTACT-INDEX            PIC 9(2) COMP VALUE 0.
       01  WS-CONTACT-DAY              PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-TO-CONTACT          PIC S9(5) COMP VALUE 0.

       01  WS-REPORT-LINE.
           03 WS-RPT-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GEST-WEEKS        PIC Z9.
           03 FILLER                   PIC X(1) VALUE '+'.
           03 WS-RPT-GEST-DAYS         PIC 9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-CONTACT-WEEK      PIC Z9.
           03 FILLER                   PIC X(4) VALUE SPACES.
           03 WS-RPT-DAYS-TO           PIC 9.
           03 FILLER                   PIC X(5) VALUE SPACES.
           03 WS-RPT-EDD               PIC X(10).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-GRAVIDA           PIC Z9.
           03 FILLER                   PIC X(1) VALUE '/'.
           03 WS-RPT-PARITY            PIC 9(2).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-RPT-FACILITY          PIC X(4).

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-GEST-DAYS            PIC S9(9) COMP.
           03 DB2-EDD-DATE             PIC X(10).
           03 DB2-GRAVIDA              PIC S9(4) COMP.
           03 DB2-PARITY               PIC S9(4) COMP.
           03 DB2-BOOKING-FAC          PIC X(4).

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
           PERFORM CHECK-EPISODE UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCANBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCANBJ01 - ANTENATAL CONTACTS REPORT STARTING'.

      *    An as-of date on SYSIN reruns the report for a prior week
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT ANC-RPT.

           MOVE BD-ASOF-HEADER TO ANC-RPT-LINE
           WRITE ANC-RPT-LINE.

           MOVE 'Patient Id  Last Name             Gest  '
             &  'Week  Days  EDD         G/P    Fac'
             TO ANC-RPT-LINE
           WRITE ANC-RPT-LINE.

      *    Open episodes with their gestation in days at the as-of
      *    date - the contact weeks are tested against it below
           EXEC SQL
               DECLARE ANCCSR CURSOR FOR
               SELECT A.PATIENTID, P.LASTNAME,
                      DAYS(DATE(:BD-ASOF-DATE)) - DAYS(A.LMPDATE),
                      CHAR(A.EDDDATE, ISO),
                      A.GRAVIDA, A.PARITY, A.BOOKINGFAC
                 FROM PREGNANCY A, PATIENT P
                WHERE A.STATUS    = 'O'
                  AND P.PATIENTID = A.PATIENTID
                ORDER BY A.BOOKINGFAC, A.LMPDATE DESC, P.LASTNAME
           END-EXEC.

           EXEC SQL
               OPEN ANCCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCANBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-EPISODE
           END-IF.

       FETCH-NEXT-EPISODE.
           EXEC SQL
               FETCH ANCCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME, :DB2-GEST-DAYS,
                     :DB2-EDD-DATE, :DB2-GRAVIDA, :DB2-PARITY,
                     :DB2-BOOKING-FAC
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCANBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       CHECK-EPISODE.
           ADD 1 TO WS-EPISODES-READ
           MOVE 1 TO WS-CONTACT-INDEX
           PERFORM CHECK-CONTACT-WEEK 10 TIMES
           PERFORM FETCH-NEXT-EPISODE.

      *    A contact is due this week when its day of gestation falls
      *    in the seven days starting at the as-of date
       CHECK-CONTACT-WEEK.
           COMPUTE WS-CONTACT-DAY =
                   WS-CONTACT-WEEK (WS-CONTACT-INDEX) * 7
           COMPUTE WS-DAYS-TO-CONTACT =
                   WS-CONTACT-DAY - DB2-GEST-DAYS

           IF WS-DAYS-TO-CONTACT >= 0 AND WS-DAYS-TO-CONTACT <= 6
              IF NOT WS-CONTACT-FIRST-ONLY (WS-CONTACT-INDEX)
                 OR DB2-PARITY EQUAL ZERO
                 PERFORM WRITE-CONTACT-LINE
              END-IF
           END-IF

           ADD 1 TO WS-CONTACT-INDEX.

       WRITE-CONTACT-LINE.
           MOVE SPACES             TO WS-REPORT-LINE
           MOVE DB2-PATIENT-ID     TO WS-RPT-PATIENT-ID
           MOVE DB2-LAST-NAME      TO WS-RPT-LAST-NAME
           DIVIDE DB2-GEST-DAYS BY 7
               GIVING WS-RPT-GEST-WEEKS
               REMAINDER WS-RPT-GEST-DAYS
           MOVE WS-CONTACT-WEEK (WS-CONTACT-INDEX)
                                   TO WS-RPT-CONTACT-WEEK
           MOVE WS-DAYS-TO-CONTACT TO WS-RPT-DAYS-TO
           MOVE DB2-EDD-DATE       TO WS-RPT-EDD
           MOVE DB2-GRAVIDA        TO WS-RPT-GRAVIDA
           MOVE DB2-PARITY         TO WS-RPT-PARITY
           MOVE DB2-BOOKING-FAC    TO WS-RPT-FACILITY
           MOVE WS-REPORT-LINE     TO ANC-RPT-LINE
           WRITE ANC-RPT-LINE

           ADD 1 TO WS-CONTACTS-LISTED.

       TERMINATE-JOB.
           MOVE WS-CONTACTS-LISTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE ANCCSR
           END-EXEC.

           CLOSE ANC-RPT.

           DISPLAY 'HCANBJ01 - OPEN EPISODES READ: '
                    WS-EPISODES-READ.
           DISPLAY 'HCANBJ01 - CONTACTS DUE: '
                    WS-CONTACTS-LISTED.
           DISPLAY 'HCANBJ01 - ANTENATAL CONTACTS REPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
