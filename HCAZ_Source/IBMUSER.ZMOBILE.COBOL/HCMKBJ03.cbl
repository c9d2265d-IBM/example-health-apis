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
      *          Masked Test-Region Verification Report                *
      *                                                                *
      *   Middle step of the test-region refresh, run against          *
      *  production between the unload (HCMKBJ01) and the reload       *
      *  (HCMKBJ02).  Reads the masked file (MASKIN) back and proves   *
      *  against the live tables that no production identifier         *
      *  survived masking:                                             *
      *   - no patient who is confidential or on the erasure           *
      *     register (DESTRUCTREG) is in the file at all;              *
      *   - no masked name, date of birth, address, postcode, phone,   *
      *     e-mail, insurance card number or user id equals the        *
      *     patient's own production value;                            *
      *   - no masked phone, e-mail, insurance card number or user     *
      *     id belongs to anyone in production, and no masked name     *
      *     plus date of birth is a real patient;                      *
      *   - no next-of-kin name or phone is the real one, or anyone    *
      *     else's in production.                                      *
      *  Every failure is listed with the record it was found in.      *
      *  The report (MASKVRFY) ends PASSED or FAILED and is routed     *
      *  through report distribution as the evidence for the           *
      *  refresh; a FAILED run ends return code 8 so the reload step   *
      *  never runs on that file.                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMKBJ03.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-IN ASSIGN TO MASKIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-RPT ASSIGN TO MASKVRFY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-IN
           RECORDING MODE IS F.
       01  MASK-IN-RECORD.
           COPY HCMKREC.

       FD  VERIFY-RPT
           RECORDING MODE IS F.
       01  VERIFY-RPT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCMKBJ03------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(9) VALUE ZERO.
           03 WS-PATIENTS-CHECKED      PIC 9(9) VALUE ZERO.
           03 WS-CONTACTS-CHECKED      PIC 9(9) VALUE ZERO.
           03 WS-VALUES-CHECKED        PIC 9(9) VALUE ZERO.
           03 WS-IDENTIFIERS-SURVIVED  PIC 9(9) VALUE ZERO.
           03 WS-EXCLUDED-PRESENT      PIC 9(9) VALUE ZERO.
           03 WS-CHECKS-FAILED         PIC 9(9) VALUE ZERO.

       01  WS-FAIL-LINE.
           03 WS-FAIL-RECORD           PIC Z(8)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FAIL-TABLE            PIC X(2).
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FAIL-PATIENT-ID       PIC Z(9)9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-FAIL-REASON           PIC X(40).

       01  WS-TOTAL-LINE.
           03 WS-TOTAL-LABEL           PIC X(40).
           03 WS-TOTAL-VALUE           PIC Z(8)9.

      * The patient id on the record in hand, whichever table it is
       01  WS-RECORD-PATIENT-ID        PIC 9(10).

      * Production values for the patient or contact being checked
       01  WS-PRODUCTION-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-RANK                 PIC S9(4) COMP.
           03 DB2-INS-CARD-NUM         PIC X(10).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PHONE-MOBILE         PIC X(20).
           03 DB2-EMAIL-ADDRESS        PIC X(50).
           03 DB2-USERID               PIC X(10).
           03 DB2-CONTACT-NAME         PIC X(30).
           03 DB2-CONTACT-PHONE        PIC X(20).
           03 DB2-EXCLUDED-COUNT       PIC S9(9) COMP.
           03 DB2-MATCH-COUNT          PIC S9(9) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCJCWS.

       COPY HCRDWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB.
           PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCMKBJ03' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCMKBJ03 - MASKING VERIFICATION STARTING'.
           OPEN INPUT MASK-IN.
           OPEN OUTPUT VERIFY-RPT.

           PERFORM READ-NEXT-RECORD.

           MOVE SPACES TO VERIFY-RPT-LINE
           IF NOT WS-EOF AND MK-TABLE EQUAL 'HD'
              STRING 'TEST-REGION MASKING VERIFICATION - UNLOAD OF '
                     MKH-CREATED(1:16)
                     DELIMITED BY SIZE INTO VERIFY-RPT-LINE
           ELSE
              MOVE 'TEST-REGION MASKING VERIFICATION - NO HEADER'
                TO VERIFY-RPT-LINE
              ADD 1 TO WS-CHECKS-FAILED
           END-IF
           WRITE VERIFY-RPT-LINE.
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.
           MOVE '   Record  Tb  Patient Id  Failed Check'
             TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.

       READ-NEXT-RECORD.
           READ MASK-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

      *----------------------------------------------------------------*
       VERIFY-ONE-RECORD.
           MOVE ZERO TO WS-RECORD-PATIENT-ID
           EVALUATE MK-TABLE
             WHEN 'PA'
               MOVE MKA-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
               PERFORM VERIFY-PATIENT
             WHEN 'PU'
               MOVE MKU-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
               PERFORM VERIFY-PATIENT-USER
             WHEN 'PC'
               MOVE MKC-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
               PERFORM VERIFY-CONTACT
             WHEN 'CH'
               MOVE MKG-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
             WHEN 'PY'
               MOVE MKY-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
             WHEN 'CS'
               MOVE MKS-PATIENT-ID TO WS-RECORD-PATIENT-ID
               PERFORM CHECK-EXCLUSION
             WHEN 'HD'
             WHEN 'TR'
               CONTINUE
             WHEN OTHER
               MOVE 'UNKNOWN RECORD TYPE' TO WS-FAIL-REASON
               PERFORM WRITE-FAIL-LINE
           END-EVALUATE

           PERFORM READ-NEXT-RECORD.

       CHECK-EXCLUSION.
      *    a confidential or erased patient must not be in the file
      *    under any table at all
           MOVE WS-RECORD-PATIENT-ID TO DB2-PATIENT-ID
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-EXCLUDED-COUNT
                 FROM PATIENT
                WHERE PATIENTID       = :DB2-PATIENT-ID
                  AND CONFIDENTIALITY = 'C'
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'EXCLUSION CHECK SQL ERROR' TO WS-FAIL-REASON
              PERFORM WRITE-FAIL-LINE
           ELSE
              IF DB2-EXCLUDED-COUNT > 0
                 MOVE 'CONFIDENTIAL PATIENT PRESENT' TO WS-FAIL-REASON
                 PERFORM WRITE-FAIL-LINE
                 ADD 1 TO WS-EXCLUDED-PRESENT
              END-IF
           END-IF

      *    an erased patient is on the register whether or not any
      *    PATIENT row is left
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-EXCLUDED-COUNT
                 FROM DESTRUCTREG
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-EXCLUDED-COUNT > 0
              MOVE 'ERASED PATIENT PRESENT' TO WS-FAIL-REASON
              PERFORM WRITE-FAIL-LINE
              ADD 1 TO WS-EXCLUDED-PRESENT
           END-IF.

      *================================================================*
      * Patient - against the patient's own row, then everyone's      *
      *================================================================*
       VERIFY-PATIENT.
           ADD 1 TO WS-PATIENTS-CHECKED
           EXEC SQL
               SELECT VALUE(INSCARDNUM, ' '), FIRSTNAME, LASTNAME, DOB,
                      VALUE(ADDRESS, ' '), VALUE(CITY, ' '),
                      VALUE(POSTCODE, ' '), VALUE(PHONEMOBILE, ' '),
                      VALUE(EMAILADDRESS, ' '), VALUE(USERID, ' ')
                 INTO :DB2-INS-CARD-NUM, :DB2-FIRST-NAME,
                      :DB2-LAST-NAME, :DB2-DOB, :DB2-ADDRESS,
                      :DB2-CITY, :DB2-POSTCODE, :DB2-PHONE-MOBILE,
                      :DB2-EMAIL-ADDRESS, :DB2-USERID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

      *    a patient gone since the unload has nothing left to match
           EVALUATE SQLCODE
             WHEN 0
               PERFORM COMPARE-OWN-PATIENT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE 'PATIENT READ SQL ERROR' TO WS-FAIL-REASON
               PERFORM WRITE-FAIL-LINE
           END-EVALUATE

           PERFORM COMPARE-ALL-PATIENTS.

       COMPARE-OWN-PATIENT.
           ADD 10 TO WS-VALUES-CHECKED
           IF MKA-FIRST-NAME EQUAL DB2-FIRST-NAME
              MOVE 'FIRST NAME SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-LAST-NAME EQUAL DB2-LAST-NAME
              MOVE 'LAST NAME SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-DOB EQUAL DB2-DOB
              MOVE 'DATE OF BIRTH NOT SHIFTED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-ADDRESS EQUAL DB2-ADDRESS
            AND DB2-ADDRESS NOT EQUAL SPACES
              MOVE 'ADDRESS SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-CITY EQUAL DB2-CITY
            AND DB2-CITY NOT EQUAL SPACES
              MOVE 'CITY SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-POSTCODE EQUAL DB2-POSTCODE
            AND DB2-POSTCODE NOT EQUAL SPACES
              MOVE 'POSTCODE SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-PHONE-MOBILE EQUAL DB2-PHONE-MOBILE
            AND DB2-PHONE-MOBILE NOT EQUAL SPACES
              MOVE 'PHONE SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-EMAIL-ADDRESS EQUAL DB2-EMAIL-ADDRESS
            AND DB2-EMAIL-ADDRESS NOT EQUAL SPACES
              MOVE 'E-MAIL SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-INS-CARD-NUM EQUAL DB2-INS-CARD-NUM
            AND DB2-INS-CARD-NUM NOT EQUAL SPACES
              MOVE 'INSURANCE CARD NUMBER SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF
           IF MKA-USERID EQUAL DB2-USERID
            AND DB2-USERID NOT EQUAL SPACES
              MOVE 'USER ID SURVIVED' TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF.

       COMPARE-ALL-PATIENTS.
      *    the one-of-a-kind identifiers must be no one's at all
           ADD 5 TO WS-VALUES-CHECKED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-MATCH-COUNT
                 FROM PATIENT
                WHERE ( PHONEMOBILE  = :MKA-PHONE-MOBILE
                        AND PHONEMOBILE <> ' ' )
                   OR ( EMAILADDRESS = :MKA-EMAIL-ADDRESS
                        AND EMAILADDRESS <> ' ' )
                   OR ( INSCARDNUM   = :MKA-INS-CARD-NUM
                        AND INSCARDNUM <> ' ' )
                   OR ( USERID       = :MKA-USERID
                        AND USERID <> ' ' )
           END-EXEC
           PERFORM CHECK-MATCH-COUNT
           IF DB2-MATCH-COUNT > 0
              MOVE 'PHONE/E-MAIL/CARD/USER ID IS A REAL ONE'
                TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-MATCH-COUNT
                 FROM PATIENT
                WHERE LASTNAME  = :MKA-LAST-NAME
                  AND FIRSTNAME = :MKA-FIRST-NAME
                  AND DOB       = :MKA-DOB
           END-EXEC
           PERFORM CHECK-MATCH-COUNT
           IF DB2-MATCH-COUNT > 0
              MOVE 'NAME AND BIRTH DATE ARE A REAL PATIENT'
                TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF.

       CHECK-MATCH-COUNT.
           IF SQLCODE NOT EQUAL 0
              MOVE 'MATCH CHECK SQL ERROR' TO WS-FAIL-REASON
              PERFORM WRITE-FAIL-LINE
              MOVE ZERO TO DB2-MATCH-COUNT
           END-IF.

      *================================================================*
      * Login - the user name must be no one's, and no password of    *
      * theirs may travel                                             *
      *================================================================*
       VERIFY-PATIENT-USER.
           ADD 2 TO WS-VALUES-CHECKED
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-MATCH-COUNT
                 FROM PATIENTUSER
                WHERE USERNAME = :MKU-USERNAME
                   OR ( PASSWORDHASH = :MKU-PASSWORD-HASH
                        AND PASSWORDSALT = :MKU-PASSWORD-SALT )
           END-EXEC
           PERFORM CHECK-MATCH-COUNT
           IF DB2-MATCH-COUNT > 0
              MOVE 'USER NAME OR PASSWORD IS A REAL ONE'
                TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF.

      *================================================================*
      * Next of kin - against the real contact, then everyone's       *
      *================================================================*
       VERIFY-CONTACT.
           ADD 1 TO WS-CONTACTS-CHECKED
           ADD 4 TO WS-VALUES-CHECKED
           MOVE MKC-RANK TO DB2-RANK
           EXEC SQL
               SELECT CONTACTNAME, VALUE(PHONE, ' ')
                 INTO :DB2-CONTACT-NAME, :DB2-CONTACT-PHONE
                 FROM PATIENTCONTACT
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND CONTACTRANK = :DB2-RANK
           END-EXEC

           IF SQLCODE EQUAL 0
              IF MKC-NAME EQUAL DB2-CONTACT-NAME
                 MOVE 'CONTACT NAME SURVIVED' TO WS-FAIL-REASON
                 PERFORM WRITE-SURVIVED-LINE
              END-IF
              IF MKC-PHONE EQUAL DB2-CONTACT-PHONE
               AND DB2-CONTACT-PHONE NOT EQUAL SPACES
                 MOVE 'CONTACT PHONE SURVIVED' TO WS-FAIL-REASON
                 PERFORM WRITE-SURVIVED-LINE
              END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-MATCH-COUNT
                 FROM PATIENTCONTACT
                WHERE CONTACTNAME = :MKC-NAME
                   OR ( PHONE = :MKC-PHONE
                        AND PHONE <> ' ' )
           END-EXEC
           PERFORM CHECK-MATCH-COUNT
           IF DB2-MATCH-COUNT = 0
              EXEC SQL
                  SELECT COUNT(*)
                    INTO :DB2-MATCH-COUNT
                    FROM PATIENT
                   WHERE PHONEMOBILE = :MKC-PHONE
                     AND PHONEMOBILE <> ' '
              END-EXEC
              PERFORM CHECK-MATCH-COUNT
           END-IF
           IF DB2-MATCH-COUNT > 0
              MOVE 'CONTACT NAME OR PHONE IS A REAL ONE'
                TO WS-FAIL-REASON
              PERFORM WRITE-SURVIVED-LINE
           END-IF.

      *----------------------------------------------------------------*
       WRITE-SURVIVED-LINE.
           ADD 1 TO WS-IDENTIFIERS-SURVIVED
           PERFORM WRITE-FAIL-LINE.

       WRITE-FAIL-LINE.
           ADD 1 TO WS-CHECKS-FAILED
           MOVE WS-RECORDS-READ      TO WS-FAIL-RECORD
           MOVE MK-TABLE             TO WS-FAIL-TABLE
           MOVE WS-RECORD-PATIENT-ID TO WS-FAIL-PATIENT-ID
           MOVE WS-FAIL-LINE         TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.
           MOVE 'RECORDS READ'                 TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-READ                TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PATIENTS CHECKED'             TO WS-TOTAL-LABEL
           MOVE WS-PATIENTS-CHECKED            TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONTACTS CHECKED'             TO WS-TOTAL-LABEL
           MOVE WS-CONTACTS-CHECKED            TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'IDENTIFYING VALUES CHECKED'   TO WS-TOTAL-LABEL
           MOVE WS-VALUES-CHECKED              TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PRODUCTION IDENTIFIERS SURVIVED'
                                               TO WS-TOTAL-LABEL
           MOVE WS-IDENTIFIERS-SURVIVED        TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONFIDENTIAL/ERASED PATIENT RECORDS'
                                               TO WS-TOTAL-LABEL
           MOVE WS-EXCLUDED-PRESENT            TO WS-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO VERIFY-RPT-LINE
           WRITE VERIFY-RPT-LINE.
           IF WS-CHECKS-FAILED EQUAL ZERO
              MOVE 'VERIFICATION PASSED - NO PRODUCTION IDENTIFIER '
                &  'SURVIVED' TO VERIFY-RPT-LINE
           ELSE
              MOVE 'VERIFICATION FAILED - FILE MUST NOT BE LOADED'
                TO VERIFY-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
           END-IF
           WRITE VERIFY-RPT-LINE.

           MOVE WS-RECORDS-READ TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT

           CLOSE MASK-IN.
           CLOSE VERIFY-RPT.

           DISPLAY 'HCMKBJ03 - IDENTIFIERS SURVIVED:   '
                    WS-IDENTIFIERS-SURVIVED.
           DISPLAY 'HCMKBJ03 - CHECKS FAILED:          '
                    WS-CHECKS-FAILED.
           DISPLAY 'HCMKBJ03 - MASKING VERIFICATION COMPLETE'.
           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
