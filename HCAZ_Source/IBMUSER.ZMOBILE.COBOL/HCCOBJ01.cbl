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
      *          Research Cohort Extract                               *
      *                                                                *
      *   Builds the de-identified patient cohort for one research     *
      *  study from the selection criteria on SYSIN - problem codes,   *
      *  medication names, an age band, a period of interest and a     *
      *  facility.  Only patients whose latest RESEARCH consent is     *
      *  granted and who have not opted out of research are taken;     *
      *  test, training and confidential patients never are.           *
      *  The cohort file (RESCOHRT) carries no name, address or        *
      *  insurance number - each patient is known only by a study      *
      *  pseudonym, issued once per study and patient on RESEARCHKEY   *
      *  so a re-extract for the same study gives the same pseudonym.  *
      *  The pseudonym-to-patient key goes to its own file (RESKEY),   *
      *  which is catalogued to the privacy office alone and never     *
      *  leaves with the cohort.  Every run is logged on AUDITLOG      *
      *  with the requester and the criteria used.                     *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 study id                                                  *
      *    2 requested by (user id)                                    *
      *    3 up to 5 problem codes, 10 columns each                    *
      *    4 up to 4 medication names, 20 columns each - a name        *
      *      matches any drug that starts with it                      *
      *    5 age band, from and to in 3 digits each (018065)           *
      *    6 period of interest, from date in 1-10 and to date in      *
      *      12-21 - the patient must have a BP reading or a problem   *
      *      onset in it, and only readings in it are extracted        *
      *    7 facility                                                  *
      *  A blank card 3 to 7 places no restriction.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCOBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COHORT-OUT ASSIGN TO RESCOHRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEY-OUT ASSIGN TO RESKEY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COHORT-OUT
           RECORDING MODE IS F.
       01  COHORT-OUT-RECORD.
      *    H header, P patient, D problem, M medication, B BP reading,
      *    T trailer
           03 CHO-RECORD-TYPE          PIC X(1).
           03 CHO-STUDY-ID             PIC X(8).
           03 CHO-PSEUDONYM            PIC X(16).
           03 CHO-DETAIL               PIC X(115).
           03 CHO-PATIENT REDEFINES CHO-DETAIL.
              05 CHO-AGE               PIC 9(3).
              05 CHO-SEX               PIC X(1).
              05 CHO-FACILITY          PIC X(4).
              05 FILLER                PIC X(107).
           03 CHO-PROBLEM REDEFINES CHO-DETAIL.
              05 CHO-PROBLEM-CODE      PIC X(10).
              05 CHO-PROBLEM-DESC      PIC X(40).
              05 CHO-ONSET-DATE        PIC X(10).
              05 CHO-PROBLEM-ACTIVE    PIC X(1).
              05 FILLER                PIC X(54).
           03 CHO-MEDICATION REDEFINES CHO-DETAIL.
              05 CHO-DRUG-NAME         PIC X(50).
              05 CHO-STRENGTH          PIC X(20).
              05 CHO-ROUTE             PIC X(20).
              05 CHO-FREQUENCY         PIC X(20).
              05 FILLER                PIC X(5).
           03 CHO-READING REDEFINES CHO-DETAIL.
              05 CHO-BP-DATE           PIC X(10).
              05 CHO-SYSTOLIC          PIC 9(3).
              05 CHO-DIASTOLIC         PIC 9(3).
              05 FILLER                PIC X(99).
           03 CHO-HEADER REDEFINES CHO-DETAIL.
              05 CHO-CREATED           PIC X(19).
              05 FILLER                PIC X(96).
           03 CHO-TRAILER REDEFINES CHO-DETAIL.
              05 CHO-PATIENT-COUNT     PIC 9(7).
              05 CHO-RECORD-COUNT      PIC 9(7).
              05 FILLER                PIC X(101).

       FD  KEY-OUT
           RECORDING MODE IS F.
       01  KEY-OUT-RECORD.
           03 KYO-STUDY-ID             PIC X(8).
           03 KYO-PSEUDONYM            PIC X(16).
           03 KYO-PATIENT-ID           PIC 9(10).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCOBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-PARMS-SWITCH             PIC X VALUE 'N'.
           88 WS-PARMS-OK              VALUE 'Y'.

       01  WS-CHILD-EOF-SWITCH         PIC X VALUE 'N'.
           88 WS-CHILD-EOF             VALUE 'Y'.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-PARAMETERS.
           03 WS-STUDY-ID-IN           PIC X(8)  VALUE SPACES.
           03 WS-REQUESTER-IN          PIC X(10) VALUE SPACES.
           03 WS-PROBLEM-CARD          PIC X(80) VALUE SPACES.
           03 WS-PROBLEM-CODES REDEFINES WS-PROBLEM-CARD.
              05 WS-PROBLEM-CODE       PIC X(10) OCCURS 5 TIMES.
              05 FILLER                PIC X(30).
           03 WS-DRUG-CARD             PIC X(80) VALUE SPACES.
           03 WS-DRUG-NAMES REDEFINES WS-DRUG-CARD.
              05 WS-DRUG-NAME          PIC X(20) OCCURS 4 TIMES.
           03 WS-AGE-CARD              PIC X(80) VALUE SPACES.
           03 WS-AGE-BAND REDEFINES WS-AGE-CARD.
              05 WS-AGE-FROM-IN        PIC 9(3).
              05 WS-AGE-TO-IN          PIC 9(3).
              05 FILLER                PIC X(74).
           03 WS-PERIOD-CARD           PIC X(80) VALUE SPACES.
           03 WS-PERIOD REDEFINES WS-PERIOD-CARD.
              05 WS-PERIOD-FROM-IN     PIC X(10).
              05 FILLER                PIC X(1).
              05 WS-PERIOD-TO-IN       PIC X(10).
              05 FILLER                PIC X(59).
           03 WS-FACILITY-CARD         PIC X(80) VALUE SPACES.
           03 WS-FACILITY-IN REDEFINES WS-FACILITY-CARD
                                       PIC X(4).

       01  WS-SUB                      PIC S9(4) COMP.

      * Criteria as bound into the cohort cursor - an unused list
      * slot repeats the first entry, and an ANY switch of N turns
      * that criterion off altogether
       01  WS-CRITERIA.
           03 DB2-STUDY-ID             PIC X(8).
           03 DB2-PROBLEM-ANY          PIC X(1).
           03 DB2-PROBLEM-1            PIC X(10).
           03 DB2-PROBLEM-2            PIC X(10).
           03 DB2-PROBLEM-3            PIC X(10).
           03 DB2-PROBLEM-4            PIC X(10).
           03 DB2-PROBLEM-5            PIC X(10).
           03 DB2-DRUG-ANY             PIC X(1).
           03 DB2-DRUG-PATTERNS.
              05 DB2-DRUG-PATTERN-1    PIC X(20).
              05 DB2-DRUG-PATTERN-2    PIC X(20).
              05 DB2-DRUG-PATTERN-3    PIC X(20).
              05 DB2-DRUG-PATTERN-4    PIC X(20).
           03 DB2-DRUG-PATTERN-TABLE REDEFINES DB2-DRUG-PATTERNS.
              05 DB2-DRUG-PATTERN      PIC X(20) OCCURS 4 TIMES.
           03 DB2-AGE-FROM             PIC S9(4) COMP.
           03 DB2-AGE-TO               PIC S9(4) COMP.
           03 DB2-PERIOD-ANY           PIC X(1).
           03 DB2-PERIOD-FROM          PIC X(10).
           03 DB2-PERIOD-TO            PIC X(10).
           03 DB2-FACILITY             PIC X(4).

       01  WS-COUNTERS.
           03 WS-PATIENTS-EXTRACTED    PIC 9(7) VALUE ZERO.
           03 WS-PATIENTS-SKIPPED      PIC 9(7) VALUE ZERO.
           03 WS-PSEUDONYMS-ISSUED     PIC 9(7) VALUE ZERO.
           03 WS-RECORDS-WRITTEN       PIC 9(7) VALUE ZERO.

      * Pseudonym is the study id followed by an 8-digit number
      * issued in sequence within the study
       01  WS-PSEUDONYM-NUMBER         PIC 9(8).

       01  WS-AUDIT-RECORD.
           COPY HCADTMSG.

       01  WS-AUDIT-AFTER.
           03 FILLER                   PIC X(4) VALUE 'AGE '.
           03 WS-AUD-AGE-FROM          PIC 9(3).
           03 FILLER                   PIC X(1) VALUE '-'.
           03 WS-AUD-AGE-TO            PIC 9(3).
           03 FILLER                   PIC X(8) VALUE ' PERIOD '.
           03 WS-AUD-PERIOD-FROM       PIC X(10).
           03 FILLER                   PIC X(1) VALUE ' '.
           03 WS-AUD-PERIOD-TO         PIC X(10).
           03 FILLER                   PIC X(5) VALUE ' FAC '.
           03 WS-AUD-FACILITY          PIC X(4).
           03 FILLER                   PIC X(10) VALUE ' PATIENTS '.
           03 WS-AUD-PATIENTS          PIC 9(7).
           03 FILLER                   PIC X(34) VALUE SPACES.

      * Host variables for the AUDITLOG insert - a batch run has no
      * terminal, and the requester on SYSIN stands as the user
       01  DB2-AUDIT.
           03 DB2-TRANSID              PIC X(4) VALUE 'BTCH'.
           03 DB2-TERMID               PIC X(4) VALUE SPACES.
           03 DB2-USERID               PIC X(10).

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-AGE                  PIC S9(9) COMP.
           03 DB2-SEX                  PIC X(1).
           03 DB2-PATIENT-FACILITY     PIC X(4).
           03 DB2-PSEUDONYM            PIC X(16).
           03 DB2-SEQNO                PIC S9(9) COMP.

       01  WS-CHILD-ROW.
           03 DB2-PROBLEM-CODE         PIC X(10).
           03 DB2-PROB-DESC            PIC X(40).
           03 DB2-ONSET-DATE           PIC X(10).
           03 DB2-PROB-ACTIVE          PIC X(1).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-ROUTE                PIC X(20).
           03 DB2-FREQUENCY            PIC X(20).
           03 DB2-BP-DATE              PIC X(10).
           03 DB2-SYSTOLIC             PIC S9(4) COMP.
           03 DB2-DIASTOLIC            PIC S9(4) COMP.

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           PERFORM EXTRACT-ONE-PATIENT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCCOBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCCOBJ01 - RESEARCH COHORT EXTRACT STARTING'.
           OPEN OUTPUT COHORT-OUT.
           OPEN OUTPUT KEY-OUT.

           ACCEPT WS-STUDY-ID-IN
           ACCEPT WS-REQUESTER-IN
           ACCEPT WS-PROBLEM-CARD
           ACCEPT WS-DRUG-CARD
           ACCEPT WS-AGE-CARD
           ACCEPT WS-PERIOD-CARD
           ACCEPT WS-FACILITY-CARD

           IF WS-AGE-CARD EQUAL SPACES
              MOVE ZERO TO WS-AGE-FROM-IN
              MOVE 999  TO WS-AGE-TO-IN
           END-IF

           IF WS-STUDY-ID-IN EQUAL SPACES
            OR WS-REQUESTER-IN EQUAL SPACES
            OR WS-AGE-FROM-IN NOT NUMERIC
            OR WS-AGE-TO-IN NOT NUMERIC
            OR WS-AGE-FROM-IN > WS-AGE-TO-IN
            OR (WS-PERIOD-FROM-IN EQUAL SPACES
                AND WS-PERIOD-TO-IN NOT EQUAL SPACES)
            OR (WS-PERIOD-FROM-IN NOT EQUAL SPACES
                AND WS-PERIOD-TO-IN EQUAL SPACES)
              DISPLAY 'HCCOBJ01 - BAD SYSIN PARAMETERS - STOPPING'
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-PARMS-SWITCH
           PERFORM SET-CRITERIA
           DISPLAY 'HCCOBJ01 - STUDY: ' WS-STUDY-ID-IN
                   ' REQUESTED BY: ' WS-REQUESTER-IN

      *    one timestamp for the whole run - the header and the audit
      *    entry agree on when the cohort was cut
           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO COHORT-OUT-RECORD
           MOVE 'H'                TO CHO-RECORD-TYPE
           MOVE WS-STUDY-ID-IN     TO CHO-STUDY-ID
           MOVE WS-RUN-TIMESTAMP   TO CHO-CREATED
           WRITE COHORT-OUT-RECORD.

      *    consented, not opted out, never test/training/confidential,
      *    then whichever criteria were given.  Random order, so the
      *    pseudonym numbers issued carry no trace of patient id order
           EXEC SQL
               DECLARE COHCSR CURSOR FOR
               SELECT P.PATIENTID,
                      INTEGER((CURRENT DATE - P.DOB)/10000),
                      VALUE(P.ADMINSEX, ' '), VALUE(P.FACILITY, ' ')
                 FROM PATIENT P
                WHERE VALUE(P.PATIENTTYPE, ' ') NOT IN ('T','G')
                  AND VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND VALUE(P.RESEARCHOPTOUT, ' ')  <> 'Y'
                  AND EXISTS
                      ( SELECT 1 FROM CONSENT C
                         WHERE C.PATIENTID = P.PATIENTID
                           AND C.CONSENTTYPE = 'RESEARCH'
                           AND C.STATUS = 'G'
                           AND C.RECORDEDDATETIME =
                               ( SELECT MAX(C2.RECORDEDDATETIME)
                                   FROM CONSENT C2
                                  WHERE C2.PATIENTID = C.PATIENTID
                                    AND C2.CONSENTTYPE =
                                        'RESEARCH' ) )
                  AND INTEGER((CURRENT DATE - P.DOB)/10000)
                      BETWEEN :DB2-AGE-FROM AND :DB2-AGE-TO
                  AND ( :DB2-FACILITY = ' '
                        OR P.FACILITY = :DB2-FACILITY )
                  AND ( :DB2-PROBLEM-ANY = 'N'
                        OR EXISTS
                        ( SELECT 1 FROM PROBLEM D
                           WHERE D.PATIENTID = P.PATIENTID
                             AND D.PROBLEMCODE IN
                                 (:DB2-PROBLEM-1, :DB2-PROBLEM-2,
                                  :DB2-PROBLEM-3, :DB2-PROBLEM-4,
                                  :DB2-PROBLEM-5) ) )
                  AND ( :DB2-DRUG-ANY = 'N'
                        OR EXISTS
                        ( SELECT 1 FROM MEDICATION M
                           WHERE M.PATIENTID = P.PATIENTID
                             AND ( UPPER(M.DRUGNAME)
                                     LIKE :DB2-DRUG-PATTERN-1
                                OR UPPER(M.DRUGNAME)
                                     LIKE :DB2-DRUG-PATTERN-2
                                OR UPPER(M.DRUGNAME)
                                     LIKE :DB2-DRUG-PATTERN-3
                                OR UPPER(M.DRUGNAME)
                                     LIKE :DB2-DRUG-PATTERN-4 ) ) )
                  AND ( :DB2-PERIOD-ANY = 'N'
                        OR EXISTS
                        ( SELECT 1 FROM BLOODPRESSURE B
                           WHERE B.PATIENTID = P.PATIENTID
                             AND DATE(B.BPDATETIME)
                                 BETWEEN DATE(:DB2-PERIOD-FROM)
                                     AND DATE(:DB2-PERIOD-TO) )
                        OR EXISTS
                        ( SELECT 1 FROM PROBLEM D
                           WHERE D.PATIENTID = P.PATIENTID
                             AND D.ONSETDATE
                                 BETWEEN DATE(:DB2-PERIOD-FROM)
                                     AND DATE(:DB2-PERIOD-TO) ) )
                ORDER BY RAND()
           END-EXEC.

           EXEC SQL
               OPEN COHCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
              PERFORM FETCH-NEXT-PATIENT
           END-IF.

       INITIALIZE-EXIT.
           EXIT.

       SET-CRITERIA.
           INITIALIZE WS-CRITERIA
           MOVE WS-STUDY-ID-IN     TO DB2-STUDY-ID
           MOVE WS-AGE-FROM-IN     TO DB2-AGE-FROM
           MOVE WS-AGE-TO-IN       TO DB2-AGE-TO
           MOVE WS-FACILITY-IN     TO DB2-FACILITY

           IF WS-PERIOD-FROM-IN EQUAL SPACES
              MOVE 'N'            TO DB2-PERIOD-ANY
              MOVE '0001-01-01'   TO DB2-PERIOD-FROM
              MOVE '9999-12-31'   TO DB2-PERIOD-TO
           ELSE
              MOVE 'Y'               TO DB2-PERIOD-ANY
              MOVE WS-PERIOD-FROM-IN TO DB2-PERIOD-FROM
              MOVE WS-PERIOD-TO-IN   TO DB2-PERIOD-TO
           END-IF

           MOVE 'N' TO DB2-PROBLEM-ANY
           MOVE 1 TO WS-SUB
           PERFORM FIND-FIRST-PROBLEM
                   UNTIL WS-SUB > 5 OR DB2-PROBLEM-ANY EQUAL 'Y'
           PERFORM FILL-PROBLEM-SLOTS

           MOVE 'N' TO DB2-DRUG-ANY
           INSPECT WS-DRUG-CARD CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 1 TO WS-SUB
           PERFORM FIND-FIRST-DRUG
                   UNTIL WS-SUB > 4 OR DB2-DRUG-ANY EQUAL 'Y'
           MOVE 1 TO WS-SUB
           PERFORM FILL-DRUG-SLOT UNTIL WS-SUB > 4.

       FIND-FIRST-PROBLEM.
           IF WS-PROBLEM-CODE(WS-SUB) NOT EQUAL SPACES
              MOVE 'Y' TO DB2-PROBLEM-ANY
              MOVE WS-PROBLEM-CODE(WS-SUB) TO DB2-PROBLEM-1
           ELSE
              ADD 1 TO WS-SUB
           END-IF.

       FILL-PROBLEM-SLOTS.
      *    an empty slot repeats the first code rather than matching
      *    a blank one
           MOVE WS-PROBLEM-CODE(2) TO DB2-PROBLEM-2
           MOVE WS-PROBLEM-CODE(3) TO DB2-PROBLEM-3
           MOVE WS-PROBLEM-CODE(4) TO DB2-PROBLEM-4
           MOVE WS-PROBLEM-CODE(5) TO DB2-PROBLEM-5
           IF DB2-PROBLEM-2 EQUAL SPACES
              MOVE DB2-PROBLEM-1 TO DB2-PROBLEM-2
           END-IF
           IF DB2-PROBLEM-3 EQUAL SPACES
              MOVE DB2-PROBLEM-1 TO DB2-PROBLEM-3
           END-IF
           IF DB2-PROBLEM-4 EQUAL SPACES
              MOVE DB2-PROBLEM-1 TO DB2-PROBLEM-4
           END-IF
           IF DB2-PROBLEM-5 EQUAL SPACES
              MOVE DB2-PROBLEM-1 TO DB2-PROBLEM-5
           END-IF.

       FIND-FIRST-DRUG.
           IF WS-DRUG-NAME(WS-SUB) NOT EQUAL SPACES
              MOVE 'Y' TO DB2-DRUG-ANY
              MOVE WS-DRUG-NAME(WS-SUB) TO DB2-DRUG-PATTERN(1)
              INSPECT DB2-DRUG-PATTERN(1)
                      REPLACING TRAILING SPACES BY '%'
           ELSE
              ADD 1 TO WS-SUB
           END-IF.

       FILL-DRUG-SLOT.
      *    a name is matched as a prefix - the trailing blanks become
      *    wildcards - and an empty slot repeats the first name
           IF WS-SUB > 1
              IF WS-DRUG-NAME(WS-SUB) EQUAL SPACES
                 MOVE DB2-DRUG-PATTERN(1) TO DB2-DRUG-PATTERN(WS-SUB)
              ELSE
                 MOVE WS-DRUG-NAME(WS-SUB)
                                      TO DB2-DRUG-PATTERN(WS-SUB)
                 INSPECT DB2-DRUG-PATTERN(WS-SUB)
                         REPLACING TRAILING SPACES BY '%'
              END-IF
           END-IF
           ADD 1 TO WS-SUB.

       FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH COHCSR
                INTO :DB2-PATIENT-ID, :DB2-AGE, :DB2-SEX,
                     :DB2-PATIENT-FACILITY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCCOBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       EXTRACT-ONE-PATIENT.
           PERFORM GET-PSEUDONYM

      *    no pseudonym, no extract - the patient is never written
      *    out under anything else
           IF DB2-PSEUDONYM EQUAL SPACES
              ADD 1 TO WS-PATIENTS-SKIPPED
           ELSE
              PERFORM WRITE-PATIENT-RECORDS
           END-IF

           PERFORM FETCH-NEXT-PATIENT.

       GET-PSEUDONYM.
           MOVE SPACES TO DB2-PSEUDONYM
           EXEC SQL
               SELECT PSEUDONYM
                 INTO :DB2-PSEUDONYM
                 FROM RESEARCHKEY
                WHERE STUDYID   = :DB2-STUDY-ID
                  AND PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               PERFORM ISSUE-PSEUDONYM
             WHEN OTHER
               DISPLAY 'HCCOBJ01 - RESEARCHKEY READ FAILED SQLCODE='
                        SQLCODE
               MOVE SPACES TO DB2-PSEUDONYM
           END-EVALUATE.

       ISSUE-PSEUDONYM.
      *    first time this patient is in this study - next number
           EXEC SQL
               SELECT VALUE(MAX(SEQNO), 0) + 1
                 INTO :DB2-SEQNO
                 FROM RESEARCHKEY
                WHERE STUDYID = :DB2-STUDY-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - RESEARCHKEY SEQUENCE FAILED SQLCODE='
                       SQLCODE
              MOVE SPACES TO DB2-PSEUDONYM
           ELSE
              MOVE DB2-SEQNO TO WS-PSEUDONYM-NUMBER
              STRING WS-STUDY-ID-IN DELIMITED BY SPACE
                     WS-PSEUDONYM-NUMBER DELIMITED BY SIZE
                     INTO DB2-PSEUDONYM
              EXEC SQL
                  INSERT INTO RESEARCHKEY
                            ( STUDYID,
                              PATIENTID,
                              PSEUDONYM,
                              SEQNO,
                              CREATEDDATETIME )
                     VALUES ( :DB2-STUDY-ID,
                              :DB2-PATIENT-ID,
                              :DB2-PSEUDONYM,
                              :DB2-SEQNO,
                              :WS-RUN-TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCCOBJ01 - RESEARCHKEY INSERT FAILED SQLCODE='
                          SQLCODE
                 MOVE SPACES TO DB2-PSEUDONYM
              ELSE
                 ADD 1 TO WS-PSEUDONYMS-ISSUED
              END-IF
           END-IF.

       WRITE-PATIENT-RECORDS.
           MOVE WS-STUDY-ID-IN     TO KYO-STUDY-ID
           MOVE DB2-PSEUDONYM      TO KYO-PSEUDONYM
           MOVE DB2-PATIENT-ID     TO KYO-PATIENT-ID
           WRITE KEY-OUT-RECORD

           MOVE SPACES             TO COHORT-OUT-RECORD
           MOVE 'P'                TO CHO-RECORD-TYPE
           MOVE DB2-AGE            TO CHO-AGE
           MOVE DB2-SEX            TO CHO-SEX
           MOVE DB2-PATIENT-FACILITY TO CHO-FACILITY
           PERFORM WRITE-COHORT-RECORD

           PERFORM EXTRACT-PROBLEMS
           PERFORM EXTRACT-MEDICATIONS
           PERFORM EXTRACT-READINGS

           ADD 1 TO WS-PATIENTS-EXTRACTED.

       WRITE-COHORT-RECORD.
           MOVE WS-STUDY-ID-IN     TO CHO-STUDY-ID
           MOVE DB2-PSEUDONYM      TO CHO-PSEUDONYM
           WRITE COHORT-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

      *----------------------------------------------------------------*
       EXTRACT-PROBLEMS.
           EXEC SQL
               DECLARE PRBCSR CURSOR FOR
               SELECT PROBLEMCODE, DESCRIPTION,
                      VALUE(CHAR(ONSETDATE, ISO), ' '),
                      VALUE(ACTIVE, ' ')
                 FROM PROBLEM
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ONSETDATE
           END-EXEC.

           EXEC SQL
               OPEN PRBCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - OPEN PROBLEMS FAILED SQLCODE=' SQLCODE
           ELSE
              MOVE 'N' TO WS-CHILD-EOF-SWITCH
              PERFORM FETCH-NEXT-PROBLEM
              PERFORM WRITE-PROBLEM-RECORD UNTIL WS-CHILD-EOF
              EXEC SQL
                  CLOSE PRBCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-PROBLEM.
           EXEC SQL
               FETCH PRBCSR
                INTO :DB2-PROBLEM-CODE, :DB2-PROB-DESC,
                     :DB2-ONSET-DATE, :DB2-PROB-ACTIVE
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              IF SQLCODE NOT EQUAL 100
                 DISPLAY 'HCCOBJ01 - FETCH PROBLEM FAILED SQLCODE='
                          SQLCODE
              END-IF
              MOVE 'Y' TO WS-CHILD-EOF-SWITCH
           END-IF.

       WRITE-PROBLEM-RECORD.
           MOVE SPACES             TO COHORT-OUT-RECORD
           MOVE 'D'                TO CHO-RECORD-TYPE
           MOVE DB2-PROBLEM-CODE   TO CHO-PROBLEM-CODE
           MOVE DB2-PROB-DESC      TO CHO-PROBLEM-DESC
           MOVE DB2-ONSET-DATE     TO CHO-ONSET-DATE
           MOVE DB2-PROB-ACTIVE    TO CHO-PROBLEM-ACTIVE
           PERFORM WRITE-COHORT-RECORD
           PERFORM FETCH-NEXT-PROBLEM.

      *----------------------------------------------------------------*
       EXTRACT-MEDICATIONS.
           EXEC SQL
               DECLARE MEDCSR CURSOR FOR
               SELECT DRUGNAME, VALUE(STRENGTH, ' '),
                      VALUE(ROUTE, ' '), VALUE(FREQUENCY, ' ')
                 FROM MEDICATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY DRUGNAME
           END-EXEC.

           EXEC SQL
               OPEN MEDCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - OPEN MEDICATIONS FAILED SQLCODE='
                       SQLCODE
           ELSE
              MOVE 'N' TO WS-CHILD-EOF-SWITCH
              PERFORM FETCH-NEXT-MEDICATION
              PERFORM WRITE-MEDICATION-RECORD UNTIL WS-CHILD-EOF
              EXEC SQL
                  CLOSE MEDCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-MEDICATION.
           EXEC SQL
               FETCH MEDCSR
                INTO :DB2-DRUG-NAME, :DB2-STRENGTH,
                     :DB2-ROUTE, :DB2-FREQUENCY
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              IF SQLCODE NOT EQUAL 100
                 DISPLAY 'HCCOBJ01 - FETCH MEDICATION FAILED SQLCODE='
                          SQLCODE
              END-IF
              MOVE 'Y' TO WS-CHILD-EOF-SWITCH
           END-IF.

       WRITE-MEDICATION-RECORD.
           MOVE SPACES             TO COHORT-OUT-RECORD
           MOVE 'M'                TO CHO-RECORD-TYPE
           MOVE DB2-DRUG-NAME      TO CHO-DRUG-NAME
           MOVE DB2-STRENGTH       TO CHO-STRENGTH
           MOVE DB2-ROUTE          TO CHO-ROUTE
           MOVE DB2-FREQUENCY      TO CHO-FREQUENCY
           PERFORM WRITE-COHORT-RECORD
           PERFORM FETCH-NEXT-MEDICATION.

      *----------------------------------------------------------------*
       EXTRACT-READINGS.
      *    readings go out by date only - the time of day adds
      *    nothing to the study and narrows who the patient is
           EXEC SQL
               DECLARE BPRCSR CURSOR FOR
               SELECT CHAR(DATE(BPDATETIME), ISO),
                      SYSTOLIC, DIASTOLIC
                 FROM BLOODPRESSURE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND DATE(BPDATETIME)
                      BETWEEN DATE(:DB2-PERIOD-FROM)
                          AND DATE(:DB2-PERIOD-TO)
                ORDER BY BPDATETIME
           END-EXEC.

           EXEC SQL
               OPEN BPRCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - OPEN READINGS FAILED SQLCODE='
                       SQLCODE
           ELSE
              MOVE 'N' TO WS-CHILD-EOF-SWITCH
              PERFORM FETCH-NEXT-READING
              PERFORM WRITE-READING-RECORD UNTIL WS-CHILD-EOF
              EXEC SQL
                  CLOSE BPRCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-READING.
           EXEC SQL
               FETCH BPRCSR
                INTO :DB2-BP-DATE, :DB2-SYSTOLIC, :DB2-DIASTOLIC
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              IF SQLCODE NOT EQUAL 100
                 DISPLAY 'HCCOBJ01 - FETCH READING FAILED SQLCODE='
                          SQLCODE
              END-IF
              MOVE 'Y' TO WS-CHILD-EOF-SWITCH
           END-IF.

       WRITE-READING-RECORD.
           MOVE SPACES             TO COHORT-OUT-RECORD
           MOVE 'B'                TO CHO-RECORD-TYPE
           MOVE DB2-BP-DATE        TO CHO-BP-DATE
           MOVE DB2-SYSTOLIC       TO CHO-SYSTOLIC
           MOVE DB2-DIASTOLIC      TO CHO-DIASTOLIC
           PERFORM WRITE-COHORT-RECORD
           PERFORM FETCH-NEXT-READING.

      *----------------------------------------------------------------*
       LOG-EXTRACT-RUN.
      *    the audit trail's record of who cut which cohort and how -
      *    the criteria themselves, then the ranges and the count
           MOVE 'HCCOBJ01'         TO AUD-PROGRAM
           MOVE SPACES             TO AUD-KEY
           STRING 'STUDY ' WS-STUDY-ID-IN DELIMITED BY SIZE
                  INTO AUD-KEY
           MOVE SPACES             TO AUD-BEFORE
           STRING 'PROB ' WS-PROBLEM-CARD(1:50)
                  ' DRUG ' WS-DRUG-CARD(1:40)
                  DELIMITED BY SIZE INTO AUD-BEFORE
           MOVE WS-AGE-FROM-IN     TO WS-AUD-AGE-FROM
           MOVE WS-AGE-TO-IN       TO WS-AUD-AGE-TO
           MOVE WS-PERIOD-FROM-IN  TO WS-AUD-PERIOD-FROM
           MOVE WS-PERIOD-TO-IN    TO WS-AUD-PERIOD-TO
           MOVE WS-FACILITY-IN     TO WS-AUD-FACILITY
           MOVE WS-PATIENTS-EXTRACTED TO WS-AUD-PATIENTS
           MOVE WS-AUDIT-AFTER     TO AUD-AFTER
           MOVE WS-REQUESTER-IN    TO DB2-USERID

           EXEC SQL
               INSERT INTO AUDITLOG
                         ( AUDDATETIME,
                           TRANSID,
                           TERMID,
                           USERID,
                           PROGRAM,
                           RECKEY,
                           BEFOREIMAGE,
                           AFTERIMAGE )
                  VALUES ( :WS-RUN-TIMESTAMP,
                           :DB2-TRANSID,
                           :DB2-TERMID,
                           :DB2-USERID,
                           :AUD-PROGRAM,
                           :AUD-KEY,
                           :AUD-BEFORE,
                           :AUD-AFTER )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCCOBJ01 - AUDITLOG INSERT FAILED SQLCODE='
                       SQLCODE
           END-IF.

       TERMINATE-JOB.
           IF WS-PARMS-OK
              MOVE SPACES                TO COHORT-OUT-RECORD
              MOVE 'T'                   TO CHO-RECORD-TYPE
              MOVE WS-STUDY-ID-IN        TO CHO-STUDY-ID
              MOVE WS-PATIENTS-EXTRACTED TO CHO-PATIENT-COUNT
              MOVE WS-RECORDS-WRITTEN    TO CHO-RECORD-COUNT
              WRITE COHORT-OUT-RECORD
              PERFORM LOG-EXTRACT-RUN
              EXEC SQL
                  CLOSE COHCSR
              END-EXEC
           END-IF

           MOVE WS-PATIENTS-EXTRACTED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE COHORT-OUT.
           CLOSE KEY-OUT.

           DISPLAY 'HCCOBJ01 - PATIENTS EXTRACTED:     '
                    WS-PATIENTS-EXTRACTED.
           DISPLAY 'HCCOBJ01 - NEW PSEUDONYMS ISSUED:  '
                    WS-PSEUDONYMS-ISSUED.
           DISPLAY 'HCCOBJ01 - PATIENTS SKIPPED:       '
                    WS-PATIENTS-SKIPPED.
           DISPLAY 'HCCOBJ01 - RESEARCH COHORT EXTRACT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
