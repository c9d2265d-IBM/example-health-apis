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
      *              Clinic Letter To Referrer                         *
      *                                                                *
      *   Seeing the patient for a referral appointment queues a       *
      *  letter to the referring provider on CLINLETTER (status P,     *
      *  HCSADB01).  This job drafts each queued letter onto           *
      *  CLINLETTERLN from what was recorded on the day the patient    *
      *  was seen - the blood pressure and heart rate readings, the    *
      *  visit notes, medications started (first dose due that day     *
      *  or the next) and stopped (discontinued that day, from the     *
      *  audit log), problems added with that onset date and the lab   *
      *  tests ordered - and marks it D for the consultant to check    *
      *  and approve (HCLTPL01).  Each approved letter (A) is then     *
      *  stored in the report repository under report id CLINLTR       *
      *  and queued on DISTQUEUE to the referrer by name, on the       *
      *  destination of the first CLINLTR row on RPTDIST, and marked   *
      *  sent (S).  With no CLINLTR route approved letters are held.   *
      *  CLINLTR holds every letter drafted in the run.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-OUT ASSIGN TO CLINLTR
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-OUT
           RECORDING MODE IS F.
       01  LETTER-OUT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLTBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-SEND-EOF-SWITCH          PIC X VALUE 'N'.
           88 WS-SEND-EOF              VALUE 'Y'.
       01  WS-SECTION-EOF              PIC X VALUE 'N'.
       01  WS-LETTER-OK                PIC X VALUE 'Y'.
       01  WS-PATIENT-NUM              PIC 9(10).

       01  WS-COUNTERS.
           03 WS-LETTERS-DRAFTED       PIC 9(7) VALUE ZERO.
           03 WS-LETTERS-SENT          PIC 9(7) VALUE ZERO.
           03 WS-LETTERS-FAILED        PIC 9(7) VALUE ZERO.
           03 WS-ITEMS-LISTED          PIC 9(5) VALUE ZERO.

       01  WS-HEAD-LINE.
           03 FILLER                   PIC X(14)
                                        VALUE 'CLINIC LETTER '.
           03 WS-HD-LETTER-ID          PIC Z(9)9.
           03 FILLER                   PIC X(12) VALUE '     SEEN   '.
           03 WS-HD-SEEN               PIC X(16).
           03 FILLER                   PIC X(18) VALUE SPACES.

       01  WS-DETAIL-LINE.
           03 WS-DT-TAG                PIC X(9).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-DT-TEXT               PIC X(60).

       01  WS-PATIENT-TEXT.
           03 WS-PT-NAME               PIC X(31).
           03 FILLER                   PIC X(4) VALUE ' ID '.
           03 WS-PT-PATIENT-ID         PIC Z(9)9.
           03 FILLER                   PIC X(5) VALUE ' DOB '.
           03 WS-PT-DOB                PIC X(10).

       01  WS-MED-TEXT.
           03 WS-MD-DRUG               PIC X(30).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-MD-STRENGTH           PIC X(12).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-MD-FREQUENCY          PIC X(16).

       01  WS-PROBLEM-TEXT.
           03 WS-PB-CODE               PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-PB-DESC               PIC X(49).

       01  WS-LAB-TEXT.
           03 WS-LB-TEST-CODE          PIC X(10).
           03 FILLER                   PIC X(9) VALUE ' ORDERED '.
           03 WS-LB-ORDERED            PIC X(16).

      * The letter being drafted or sent
       01  WS-LETTER-ROW.
           03 DB2-LETTER-ID            PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-PROVIDER-ID          PIC S9(9) COMP.
           03 DB2-REFPROV-ID           PIC S9(9) COMP.
           03 DB2-SEEN                 PIC X(26).
           03 DB2-SEEN-DATE            PIC X(10).
           03 DB2-PATIENT-CHAR         PIC X(10).

       01  WS-LOOKUP-FIELDS.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-PRV-FIRST-NAME       PIC X(10).
           03 DB2-PRV-LAST-NAME        PIC X(20).
           03 DB2-REF-FIRST-NAME       PIC X(10).
           03 DB2-REF-LAST-NAME        PIC X(20).
           03 DB2-BP-VALUE             PIC X(10).
           03 DB2-BP-WHEN              PIC X(26).
           03 DB2-HR-VALUE             PIC X(10).
           03 DB2-NOTE-TEXT            PIC X(60).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-FREQUENCY            PIC X(20).
           03 DB2-PROB-CODE            PIC X(10).
           03 DB2-PROB-DESC            PIC X(50).
           03 DB2-TEST-CODE            PIC X(10).
           03 DB2-ORDERED              PIC X(26).

       01  WS-REPO-FIELDS.
           03 DB2-REPO-ID              PIC S9(9) COMP.
           03 DB2-LINE-SEQ             PIC S9(9) COMP VALUE +0.
           03 DB2-LINE-TEXT            PIC X(120).

       01  WS-ROUTE-FIELDS.
           03 DB2-REPORT-ID            PIC X(8) VALUE 'CLINLTR'.
           03 DB2-DEST-TYPE            PIC X(1).
           03 DB2-DEST-NAME            PIC X(8).
           03 DB2-RECIPIENT            PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM DRAFT-ONE-LETTER UNTIL WS-EOF.
           PERFORM SEND-APPROVED-LETTERS THRU SEND-APPROVED-EXIT.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCLTBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCLTBJ01 - CLINIC LETTER RUN STARTING'.
           OPEN OUTPUT LETTER-OUT.

           EXEC SQL
               DECLARE LTQCSR CURSOR WITH HOLD FOR
               SELECT LETTERID, PATIENTID, PROVIDERID, REFPROVIDERID,
                      SEENDATETIME
                 FROM CLINLETTER
                WHERE STATUS = 'P'
                ORDER BY LETTERID
           END-EXEC.

           EXEC SQL
               OPEN LTQCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-LETTER
           END-IF.

       FETCH-NEXT-LETTER.
           EXEC SQL
               FETCH LTQCSR
                INTO :DB2-LETTER-ID, :DB2-PATIENT-ID,
                     :DB2-PROVIDER-ID, :DB2-REFPROV-ID,
                     :DB2-SEEN
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCLTBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

      *----------------------------------------------------------------*
       DRAFT-ONE-LETTER.
           MOVE DB2-SEEN(1:10) TO DB2-SEEN-DATE
      *    the audit key carries the patient id as ten digits
           MOVE DB2-PATIENT-ID TO WS-PATIENT-NUM
           MOVE WS-PATIENT-NUM TO DB2-PATIENT-CHAR
           MOVE 'Y'  TO WS-LETTER-OK
           MOVE ZERO TO DB2-LINE-SEQ

      *    a draft left part-built by an earlier failed run starts over
           EXEC SQL
               DELETE FROM CLINLETTERLN
                WHERE LETTERID = :DB2-LETTER-ID
           END-EXEC

           PERFORM LOOKUP-NAMES
           PERFORM WRITE-LETTER-HEADING
           PERFORM WRITE-READINGS-SECTION
           PERFORM WRITE-NOTES-SECTION
           PERFORM WRITE-STARTED-SECTION
           PERFORM WRITE-STOPPED-SECTION
           PERFORM WRITE-PROBLEMS-SECTION
           PERFORM WRITE-LAB-SECTION
           PERFORM WRITE-LETTER-CLOSE

           IF WS-LETTER-OK EQUAL 'Y'
              PERFORM MARK-LETTER-DRAFTED
           END-IF

           IF WS-LETTER-OK EQUAL 'Y'
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-LETTERS-DRAFTED
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-LETTERS-FAILED
              IF JC-RETURN-CODE < 4
                 MOVE 4 TO JC-RETURN-CODE
              END-IF
           END-IF

           MOVE ALL '-' TO LETTER-OUT-LINE
           WRITE LETTER-OUT-LINE

           PERFORM FETCH-NEXT-LETTER.

       LOOKUP-NAMES.
           MOVE SPACES TO DB2-FIRST-NAME DB2-LAST-NAME DB2-DOB
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME, VALUE(CHAR(DOB, ISO), ' ')
                 INTO :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           MOVE SPACES TO DB2-PRV-FIRST-NAME DB2-PRV-LAST-NAME
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :DB2-PRV-FIRST-NAME, :DB2-PRV-LAST-NAME
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-PROVIDER-ID
           END-EXEC

           MOVE SPACES TO DB2-REF-FIRST-NAME DB2-REF-LAST-NAME
           EXEC SQL
               SELECT FIRSTNAME, LASTNAME
                 INTO :DB2-REF-FIRST-NAME, :DB2-REF-LAST-NAME
                 FROM PROVIDER
                WHERE PROVIDERID = :DB2-REFPROV-ID
           END-EXEC.

      *----------------------------------------------------------------*
       WRITE-LETTER-LINE.
           MOVE SPACES TO DB2-LINE-TEXT
           MOVE WS-DETAIL-LINE TO DB2-LINE-TEXT
           MOVE DB2-LINE-TEXT TO LETTER-OUT-LINE
           WRITE LETTER-OUT-LINE

           ADD 1 TO DB2-LINE-SEQ
           EXEC SQL
               INSERT INTO CLINLETTERLN
                         ( LETTERID,
                           LINESEQ,
                           LINETEXT )
                  VALUES ( :DB2-LETTER-ID,
                           :DB2-LINE-SEQ,
                           :DB2-LINE-TEXT )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - LINE INSERT FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              MOVE 'N' TO WS-LETTER-OK
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-HEADING.
           MOVE DB2-LETTER-ID   TO WS-HD-LETTER-ID
           MOVE DB2-SEEN(1:16)  TO WS-HD-SEEN
           MOVE WS-HEAD-LINE    TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE 'TO:      ' TO WS-DT-TAG
           STRING DB2-REF-FIRST-NAME DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  DB2-REF-LAST-NAME  DELIMITED BY SPACE
             INTO WS-DT-TEXT
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE 'FROM:    ' TO WS-DT-TAG
           STRING DB2-PRV-FIRST-NAME DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  DB2-PRV-LAST-NAME  DELIMITED BY SPACE
             INTO WS-DT-TEXT
           PERFORM WRITE-LETTER-LINE

           MOVE SPACES      TO WS-PATIENT-TEXT
           STRING DB2-FIRST-NAME DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  DB2-LAST-NAME  DELIMITED BY SPACE
             INTO WS-PT-NAME
           MOVE DB2-PATIENT-ID  TO WS-PT-PATIENT-ID
           MOVE DB2-DOB         TO WS-PT-DOB
           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE 'PATIENT: '     TO WS-DT-TAG
           MOVE WS-PATIENT-TEXT TO WS-DT-TEXT
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'Thank you for your referral.  I saw your patient '
                                    DELIMITED BY SIZE
                  'in clinic on '   DELIMITED BY SIZE
             INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING DB2-SEEN-DATE     DELIMITED BY SIZE
                  '; what was recorded at the visit follows.'
                                    DELIMITED BY SIZE
             INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE.

      *----------------------------------------------------------------*
       WRITE-READINGS-SECTION.
      *    the last reading of each taken on the day of the visit
           MOVE SPACES TO DB2-BP-VALUE DB2-BP-WHEN DB2-HR-VALUE

           EXEC SQL
               SELECT BLOODPRESSURE, CHAR(BPDATETIME)
                 INTO :DB2-BP-VALUE, :DB2-BP-WHEN
                 FROM BLOODPRESSURE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(BPDATETIME) = DATE(:DB2-SEEN-DATE)
                ORDER BY BPDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO DB2-BP-VALUE DB2-BP-WHEN
           END-IF

           EXEC SQL
               SELECT HEARTRATE
                 INTO :DB2-HR-VALUE
                 FROM HEARTRATE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(HRDATETIME) = DATE(:DB2-SEEN-DATE)
                ORDER BY HRDATETIME DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO DB2-HR-VALUE
           END-IF

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE 'READINGS:' TO WS-DT-TAG
           IF DB2-BP-VALUE EQUAL SPACES AND DB2-HR-VALUE EQUAL SPACES
              MOVE 'NONE TAKEN AT THE VISIT' TO WS-DT-TEXT
           ELSE
              STRING 'BP ' DELIMITED BY SIZE
                     DB2-BP-VALUE DELIMITED BY SIZE
                     ' HR ' DELIMITED BY SIZE
                     DB2-HR-VALUE DELIMITED BY SIZE
                     ' AT ' DELIMITED BY SIZE
                     DB2-BP-WHEN(12:5) DELIMITED BY SIZE
                INTO WS-DT-TEXT
           END-IF
           PERFORM WRITE-LETTER-LINE.

       WRITE-NOTES-SECTION.
           EXEC SQL
               DECLARE LTNCSR CURSOR FOR
               SELECT NOTETEXT
                 FROM VISITNOTE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(VNDATETIME) = DATE(:DB2-SEEN-DATE)
                ORDER BY VNDATETIME
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-SECTION-EOF
           EXEC SQL
               OPEN LTNCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM WRITE-ONE-NOTE UNTIL WS-SECTION-EOF = 'Y'
              EXEC SQL
                  CLOSE LTNCSR
              END-EXEC
           END-IF

           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES      TO WS-DETAIL-LINE
              MOVE 'NOTE:    ' TO WS-DT-TAG
              MOVE 'NONE'      TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-ONE-NOTE.
           EXEC SQL
               FETCH LTNCSR
                INTO :DB2-NOTE-TEXT
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'NOTE:    '   TO WS-DT-TAG
              MOVE DB2-NOTE-TEXT TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-ITEMS-LISTED
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-STARTED-SECTION.
      *    a medication has no start date of its own - its first dose
      *    falling due on the day of the visit or the day after marks
      *    it as started in clinic
           EXEC SQL
               DECLARE LTSCSR CURSOR FOR
               SELECT M.DRUGNAME, M.STRENGTH, M.FREQUENCY
                 FROM MEDICATION M, PRESCRIPTION R
                WHERE M.PATIENTID = :DB2-PATIENT-ID
                  AND R.PRESCRIPTIONID = M.MEDICATIONID
                GROUP BY M.MEDICATIONID, M.DRUGNAME, M.STRENGTH,
                         M.FREQUENCY
               HAVING DATE(MIN(R.PDATETIME)) >= DATE(:DB2-SEEN-DATE)
                  AND DATE(MIN(R.PDATETIME)) <=
                      DATE(:DB2-SEEN-DATE) + 1 DAY
                ORDER BY M.DRUGNAME
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-SECTION-EOF
           EXEC SQL
               OPEN LTSCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM WRITE-ONE-STARTED UNTIL WS-SECTION-EOF = 'Y'
              EXEC SQL
                  CLOSE LTSCSR
              END-EXEC
           END-IF

           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES      TO WS-DETAIL-LINE
              MOVE 'STARTED: ' TO WS-DT-TAG
              MOVE 'NONE'      TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-ONE-STARTED.
           EXEC SQL
               FETCH LTSCSR
                INTO :DB2-DRUG-NAME, :DB2-STRENGTH, :DB2-FREQUENCY
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'STARTED: '   TO WS-DT-TAG
              MOVE DB2-DRUG-NAME TO WS-MD-DRUG
              MOVE DB2-STRENGTH  TO WS-MD-STRENGTH
              MOVE DB2-FREQUENCY TO WS-MD-FREQUENCY
              MOVE WS-MED-TEXT   TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-ITEMS-LISTED
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-STOPPED-SECTION.
      *    stopping a medication end-dates it, so the day it was
      *    stopped comes from the discontinue audit entry (HCM1BD01),
      *    keyed MED + medication id + patient id
           EXEC SQL
               DECLARE LTXCSR CURSOR FOR
               SELECT M.DRUGNAME, M.STRENGTH, M.FREQUENCY
                 FROM AUDITLOG A, MEDICATION M
                WHERE A.RECKEY LIKE 'MED %'
                  AND SUBSTR(A.RECKEY, 16, 10) = :DB2-PATIENT-CHAR
                  AND A.AFTERIMAGE LIKE 'DISCONTINUED%'
                  AND DATE(A.AUDDATETIME) = DATE(:DB2-SEEN-DATE)
                  AND M.MEDICATIONID = INTEGER(SUBSTR(A.RECKEY, 5, 10))
                ORDER BY M.DRUGNAME
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-SECTION-EOF
           EXEC SQL
               OPEN LTXCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM WRITE-ONE-STOPPED UNTIL WS-SECTION-EOF = 'Y'
              EXEC SQL
                  CLOSE LTXCSR
              END-EXEC
           END-IF

           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES      TO WS-DETAIL-LINE
              MOVE 'STOPPED: ' TO WS-DT-TAG
              MOVE 'NONE'      TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-ONE-STOPPED.
           EXEC SQL
               FETCH LTXCSR
                INTO :DB2-DRUG-NAME, :DB2-STRENGTH, :DB2-FREQUENCY
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SPACES        TO WS-DETAIL-LINE
              MOVE 'STOPPED: '   TO WS-DT-TAG
              MOVE DB2-DRUG-NAME TO WS-MD-DRUG
              MOVE DB2-STRENGTH  TO WS-MD-STRENGTH
              MOVE SPACES        TO WS-MD-FREQUENCY
              MOVE WS-MED-TEXT   TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-ITEMS-LISTED
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-PROBLEMS-SECTION.
      *    the problem list keeps no date entered - a problem given
      *    the visit date as its onset is taken as added in clinic
           EXEC SQL
               DECLARE LTPCSR CURSOR FOR
               SELECT PROBLEMCODE, VALUE(DESCRIPTION, ' ')
                 FROM PROBLEM
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ACTIVE = 'Y'
                  AND ONSETDATE = :DB2-SEEN-DATE
                ORDER BY PROBLEMCODE
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-SECTION-EOF
           EXEC SQL
               OPEN LTPCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM WRITE-ONE-PROBLEM UNTIL WS-SECTION-EOF = 'Y'
              EXEC SQL
                  CLOSE LTPCSR
              END-EXEC
           END-IF

           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES      TO WS-DETAIL-LINE
              MOVE 'PROBLEM: ' TO WS-DT-TAG
              MOVE 'NONE ADDED' TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-ONE-PROBLEM.
           EXEC SQL
               FETCH LTPCSR
                INTO :DB2-PROB-CODE, :DB2-PROB-DESC
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SPACES          TO WS-DETAIL-LINE
              MOVE 'PROBLEM: '     TO WS-DT-TAG
              MOVE DB2-PROB-CODE   TO WS-PB-CODE
              MOVE DB2-PROB-DESC   TO WS-PB-DESC
              MOVE WS-PROBLEM-TEXT TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-ITEMS-LISTED
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-LAB-SECTION.
           EXEC SQL
               DECLARE LTLCSR CURSOR FOR
               SELECT TESTCODE, CHAR(ORDERDATETIME)
                 FROM LABORDER
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(ORDERDATETIME) = DATE(:DB2-SEEN-DATE)
                ORDER BY ORDERDATETIME
           END-EXEC

           MOVE ZERO TO WS-ITEMS-LISTED
           MOVE 'N'  TO WS-SECTION-EOF
           EXEC SQL
               OPEN LTLCSR
           END-EXEC

           IF SQLCODE EQUAL 0
              PERFORM WRITE-ONE-LAB UNTIL WS-SECTION-EOF = 'Y'
              EXEC SQL
                  CLOSE LTLCSR
              END-EXEC
           END-IF

           IF WS-ITEMS-LISTED EQUAL ZERO
              MOVE SPACES      TO WS-DETAIL-LINE
              MOVE 'LAB TEST:' TO WS-DT-TAG
              MOVE 'NONE ORDERED' TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-ONE-LAB.
           EXEC SQL
               FETCH LTLCSR
                INTO :DB2-TEST-CODE, :DB2-ORDERED
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE SPACES           TO WS-DETAIL-LINE
              MOVE 'LAB TEST:'      TO WS-DT-TAG
              MOVE DB2-TEST-CODE    TO WS-LB-TEST-CODE
              MOVE DB2-ORDERED(1:16) TO WS-LB-ORDERED
              MOVE WS-LAB-TEXT      TO WS-DT-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-ITEMS-LISTED
           ELSE
              MOVE 'Y' TO WS-SECTION-EOF
           END-IF.

       WRITE-LETTER-CLOSE.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'Yours sincerely' TO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING DB2-PRV-FIRST-NAME DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  DB2-PRV-LAST-NAME  DELIMITED BY SPACE
             INTO WS-DETAIL-LINE
           PERFORM WRITE-LETTER-LINE.

       MARK-LETTER-DRAFTED.
           EXEC SQL
               UPDATE CLINLETTER
                  SET STATUS = 'D'
                WHERE LETTERID = :DB2-LETTER-ID
                  AND STATUS   = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - DRAFT UPDATE FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              MOVE 'N' TO WS-LETTER-OK
           END-IF.

      *----------------------------------------------------------------*
       SEND-APPROVED-LETTERS.
      *    letters go out on the correspondence route set up for
      *    CLINLTR - with none set up they wait, still approved
           EXEC SQL
               SELECT DESTTYPE, DESTNAME
                 INTO :DB2-DEST-TYPE, :DB2-DEST-NAME
                 FROM RPTDIST
                WHERE REPORTID = :DB2-REPORT-ID
                ORDER BY SEQNUM
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - NO CLINLTR ROUTE ON RPTDIST - '
                      'APPROVED LETTERS HELD'
              GO TO SEND-APPROVED-EXIT
           END-IF

           EXEC SQL
               DECLARE LTACSR CURSOR WITH HOLD FOR
               SELECT L.LETTERID, L.PATIENTID, L.REFPROVIDERID,
                      VALUE(( SELECT V.LASTNAME FROM PROVIDER V
                               WHERE V.PROVIDERID = L.REFPROVIDERID ),
                            ' ')
                 FROM CLINLETTER L
                WHERE L.STATUS = 'A'
                ORDER BY L.LETTERID
           END-EXEC

           EXEC SQL
               OPEN LTACSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - OPEN SEND CURSOR FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO SEND-APPROVED-EXIT
           END-IF

           PERFORM FETCH-NEXT-APPROVED
           PERFORM SEND-ONE-LETTER THRU SEND-ONE-EXIT
               UNTIL WS-SEND-EOF

           EXEC SQL
               CLOSE LTACSR
           END-EXEC.

       SEND-APPROVED-EXIT.
           EXIT.

       FETCH-NEXT-APPROVED.
           EXEC SQL
               FETCH LTACSR
                INTO :DB2-LETTER-ID, :DB2-PATIENT-ID,
                     :DB2-REFPROV-ID, :DB2-RECIPIENT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-SEND-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCLTBJ01 - SEND FETCH FAILED SQLCODE=' SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-SEND-EOF-SWITCH
           END-EVALUATE.

       SEND-ONE-LETTER.
      *    the approved letter goes into the repository so the spool
      *    driver prints the letter itself behind the banner
           EXEC SQL
               INSERT INTO RPTREPO
                         ( REPOID,
                           REPORTID,
                           BUSDATE,
                           RUNDATETIME )
                  VALUES ( DEFAULT,
                           :DB2-REPORT-ID,
                           CHAR(CURRENT DATE, ISO),
                           CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - REPO INSERT FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              GO TO SEND-ONE-FAILED
           END-IF

           EXEC SQL
                SET :DB2-REPO-ID = IDENTITY_VAL_LOCAL()
           END-EXEC

           EXEC SQL
               INSERT INTO RPTREPOLN
                         ( REPOID,
                           LINESEQ,
                           LINETEXT )
                    SELECT :DB2-REPO-ID,
                           LINESEQ,
                           LINETEXT
                      FROM CLINLETTERLN
                     WHERE LETTERID = :DB2-LETTER-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - LINE COPY FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              GO TO SEND-ONE-FAILED
           END-IF

           EXEC SQL
               INSERT INTO DISTQUEUE
                         ( REPORTID,
                           RUNDATETIME,
                           DESTTYPE,
                           DESTNAME,
                           RECIPIENT,
                           STATUS,
                           REPOID )
                  VALUES ( :DB2-REPORT-ID,
                           CURRENT TIMESTAMP,
                           :DB2-DEST-TYPE,
                           :DB2-DEST-NAME,
                           :DB2-RECIPIENT,
                           'Q',
                           :DB2-REPO-ID )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - DISTQUEUE INSERT FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              GO TO SEND-ONE-FAILED
           END-IF

           EXEC SQL
               UPDATE CLINLETTER
                  SET STATUS       = 'S',
                      SENTDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE LETTERID = :DB2-LETTER-ID
                  AND STATUS   = 'A'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCLTBJ01 - SENT UPDATE FAILED SQLCODE='
                       SQLCODE ' LETTER ' DB2-LETTER-ID
              GO TO SEND-ONE-FAILED
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-LETTERS-SENT
           PERFORM FETCH-NEXT-APPROVED
           GO TO SEND-ONE-EXIT.

       SEND-ONE-FAILED.
           EXEC SQL ROLLBACK END-EXEC
           ADD 1 TO WS-LETTERS-FAILED
           IF JC-RETURN-CODE < 4
              MOVE 4 TO JC-RETURN-CODE
           END-IF
           PERFORM FETCH-NEXT-APPROVED.

       SEND-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           IF JC-RETURN-CODE NOT EQUAL 8
              EXEC SQL
                  CLOSE LTQCSR
              END-EXEC
           END-IF

           MOVE WS-LETTERS-DRAFTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE LETTER-OUT.

           DISPLAY 'HCLTBJ01 - LETTERS DRAFTED: ' WS-LETTERS-DRAFTED.
           DISPLAY 'HCLTBJ01 - LETTERS SENT:    ' WS-LETTERS-SENT.
           DISPLAY 'HCLTBJ01 - LETTERS FAILED:  ' WS-LETTERS-FAILED.
           DISPLAY 'HCLTBJ01 - CLINIC LETTER RUN COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.
