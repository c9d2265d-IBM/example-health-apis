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
      *          Masked Test-Region Unload                             *
      *                                                                *
      *   First step of the test-region refresh, run against           *
      *  production.  Unloads PATIENT, PATIENTUSER, PATIENTCONTACT,    *
      *  CHARGE, PAYMENT and CLAIMSTAT to one masked file (MASKOUT,    *
      *  layout HCMKREC) for HCMKBJ03 to prove and HCMKBJ02 to load.   *
      *  Names, addresses, phone numbers, e-mail addresses,            *
      *  insurance card numbers, user names and passwords are all      *
      *  replaced.  A replacement is worked from a keyed one-way hash  *
      *  of the real value, so the same real value becomes the same    *
      *  made-up one wherever it appears - a duplicate pair stays a    *
      *  duplicate pair, and a contact phone that is also a patient's  *
      *  own mobile stays the same number.  Every phone number is in   *
      *  the range reserved for drama use and every postcode is a      *
      *  ZZ99 pseudo-postcode, so neither can reach a real person.     *
      *  Date of birth moves by an offset of its own for each          *
      *  patient, worked from the patient's name and real date of      *
      *  birth, never zero.  Confidential patients and any patient     *
      *  on the erasure register (DESTRUCTREG) are left out along      *
      *  with every row of theirs.                                     *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 masking key - 8 characters, held by the DBAs and never    *
      *      kept with the file                                        *
      *    2 largest date-of-birth shift in days, 3 digits (default    *
      *      180)                                                      *
      *    3 the password every test login is given                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMKBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-OUT ASSIGN TO MASKOUT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-OUT
           RECORDING MODE IS F.
       01  MASK-OUT-RECORD.
           COPY HCMKREC.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCMKBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-PARMS-SWITCH             PIC X VALUE 'N'.
           88 WS-PARMS-OK              VALUE 'Y'.

       01  WS-PARAMETERS.
           03 WS-MASK-KEY-IN           PIC X(8)  VALUE SPACES.
           03 WS-SHIFT-CARD            PIC X(80) VALUE SPACES.
           03 WS-SHIFT-DAYS-IN REDEFINES WS-SHIFT-CARD
                                       PIC 9(3).
           03 WS-TEST-PASSWORD-IN      PIC X(14) VALUE SPACES.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-PATIENTS-WRITTEN      PIC 9(9) VALUE ZERO.
           03 WS-USERS-WRITTEN         PIC 9(9) VALUE ZERO.
           03 WS-CONTACTS-WRITTEN      PIC 9(9) VALUE ZERO.
           03 WS-CHARGES-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-PAYMENTS-WRITTEN      PIC 9(9) VALUE ZERO.
           03 WS-CLAIMS-WRITTEN        PIC 9(9) VALUE ZERO.

      * Keyed hash of one real value - the masking key salts the
      * first 14 characters, that result salts the next 14, so every
      * character of a value up to 28 long counts
       01  WS-MASK-FIELDS.
           03 WS-MASK-IN               PIC X(28).
           03 WS-MASK-DIGITS           PIC X(16).
           03 WS-MASK-PAIRS REDEFINES WS-MASK-DIGITS.
              05 WS-MASK-PAIR          PIC 9(2) OCCURS 8.
           03 WS-MASK-NUMBER REDEFINES WS-MASK-DIGITS
                                       PIC 9(16).
           03 WS-MASK-IX               PIC S9(4) COMP.
           03 WS-MASK-SYL              PIC S9(4) COMP.
           03 WS-MASK-LAST-SYL         PIC S9(4) COMP.
           03 WS-MASK-PTR              PIC S9(4) COMP.
           03 WS-MASK-OUT              PIC X(30).
           03 WS-MASK-PART-1           PIC X(12).
           03 WS-MASK-PART-2           PIC X(12).
           03 WS-MASK-HOUSE            PIC Z9.
           03 WS-MASK-SEVEN            PIC 9(7).
           03 WS-MASK-THREE            PIC 9(3).
           03 WS-MASK-ONE              PIC 9(1).

      * Made-up name syllables - a name is one opening syllable and
      * one or two following ones picked by the hash
       01  WS-OPENING-SYLLABLES.
           03 FILLER                   PIC X(4) VALUE 'Bar '.
           03 FILLER                   PIC X(4) VALUE 'Cal '.
           03 FILLER                   PIC X(4) VALUE 'Dor '.
           03 FILLER                   PIC X(4) VALUE 'Fen '.
           03 FILLER                   PIC X(4) VALUE 'Gal '.
           03 FILLER                   PIC X(4) VALUE 'Har '.
           03 FILLER                   PIC X(4) VALUE 'Kel '.
           03 FILLER                   PIC X(4) VALUE 'Lom '.
           03 FILLER                   PIC X(4) VALUE 'Mar '.
           03 FILLER                   PIC X(4) VALUE 'Nor '.
           03 FILLER                   PIC X(4) VALUE 'Pel '.
           03 FILLER                   PIC X(4) VALUE 'Ros '.
           03 FILLER                   PIC X(4) VALUE 'Sel '.
           03 FILLER                   PIC X(4) VALUE 'Tam '.
           03 FILLER                   PIC X(4) VALUE 'Ver '.
           03 FILLER                   PIC X(4) VALUE 'Wil '.
       01  WS-OPENING-TABLE REDEFINES WS-OPENING-SYLLABLES.
           03 WS-OPENING               PIC X(4) OCCURS 16.

       01  WS-FOLLOWING-SYLLABLES.
           03 FILLER                   PIC X(4) VALUE 'an  '.
           03 FILLER                   PIC X(4) VALUE 'bel '.
           03 FILLER                   PIC X(4) VALUE 'dow '.
           03 FILLER                   PIC X(4) VALUE 'en  '.
           03 FILLER                   PIC X(4) VALUE 'fry '.
           03 FILLER                   PIC X(4) VALUE 'gan '.
           03 FILLER                   PIC X(4) VALUE 'ley '.
           03 FILLER                   PIC X(4) VALUE 'lin '.
           03 FILLER                   PIC X(4) VALUE 'mer '.
           03 FILLER                   PIC X(4) VALUE 'nox '.
           03 FILLER                   PIC X(4) VALUE 'ris '.
           03 FILLER                   PIC X(4) VALUE 'sen '.
           03 FILLER                   PIC X(4) VALUE 'tor '.
           03 FILLER                   PIC X(4) VALUE 'vil '.
           03 FILLER                   PIC X(4) VALUE 'wyn '.
           03 FILLER                   PIC X(4) VALUE 'zak '.
       01  WS-FOLLOWING-TABLE REDEFINES WS-FOLLOWING-SYLLABLES.
           03 WS-FOLLOWING             PIC X(4) OCCURS 16.

       01  WS-STREET-NAMES.
           03 FILLER                   PIC X(14) VALUE 'Test Street'.
           03 FILLER                   PIC X(14) VALUE 'Sample Road'.
           03 FILLER                   PIC X(14) VALUE 'Mock Lane'.
           03 FILLER                   PIC X(14) VALUE 'Dummy Avenue'.
           03 FILLER                   PIC X(14) VALUE 'Trial Close'.
           03 FILLER                   PIC X(14) VALUE 'Model Way'.
           03 FILLER                   PIC X(14) VALUE 'Proof Place'.
           03 FILLER                   PIC X(14) VALUE 'Draft Row'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-NAMES.
           03 WS-STREET                PIC X(14) OCCURS 8.

       01  WS-TOWN-NAMES.
           03 FILLER                   PIC X(12) VALUE 'Testbury'.
           03 FILLER                   PIC X(12) VALUE 'Sampleton'.
           03 FILLER                   PIC X(12) VALUE 'Mockford'.
           03 FILLER                   PIC X(12) VALUE 'Dummyham'.
           03 FILLER                   PIC X(12) VALUE 'Trialby'.
           03 FILLER                   PIC X(12) VALUE 'Modelwick'.
           03 FILLER                   PIC X(12) VALUE 'Proofield'.
           03 FILLER                   PIC X(12) VALUE 'Draftham'.
       01  WS-TOWN-TABLE REDEFINES WS-TOWN-NAMES.
           03 WS-TOWN                  PIC X(12) OCCURS 8.

       01  WS-POSTCODE-LETTERS         PIC X(20)
                                        VALUE 'ABDEFGHJLNPQRSTUWXYZ'.

       01  WS-PATIENT-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-INS-CARD-NUM         PIC X(10).
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-DOB                  PIC X(10).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-PHONE-MOBILE         PIC X(20).
           03 DB2-ADMIN-SEX            PIC X(1).
           03 DB2-PATIENT-TYPE         PIC X(1).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-SHIFT-DAYS           PIC S9(4) COMP.
           03 DB2-SHIFTED-DOB          PIC X(10).
           03 DB2-USERNAME             PIC X(10).
           03 DB2-USER-COUNT           PIC S9(9) COMP.

       01  WS-CONTACT-ROW.
           03 DB2-CONTACT-PATIENT      PIC S9(9) COMP.
           03 DB2-RANK                 PIC S9(4) COMP.
           03 DB2-CONTACT-NAME         PIC X(30).
           03 DB2-RELATION             PIC X(15).
           03 DB2-CONTACT-PHONE        PIC X(20).
           03 DB2-AUTH                 PIC X(1).

       01  WS-CHARGE-ROW.
           03 DB2-CHARGE-PATIENT       PIC S9(9) COMP.
           03 DB2-CHARGE-DATETIME      PIC X(26).
           03 DB2-CHARGE-CODE          PIC X(6).
           03 DB2-CHARGE-AMOUNT        PIC S9(5)V99 COMP-3.
           03 DB2-PAID                 PIC X(1).

       01  WS-PAYMENT-ROW.
           03 DB2-PAY-ID               PIC S9(9) COMP.
           03 DB2-PAY-PATIENT          PIC S9(9) COMP.
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-AMOUNT               PIC S9(5)V99 COMP-3.
           03 DB2-METHOD               PIC X(1).
           03 DB2-PAY-TYPE             PIC X(1).
           03 DB2-TAKEN-DATETIME       PIC X(26).
           03 DB2-TAKEN-BY             PIC X(8).

       01  WS-CLAIM-ROW.
           03 DB2-CLAIM-ID             PIC S9(9) COMP.
           03 DB2-CLAIM-PATIENT        PIC S9(9) COMP.
           03 DB2-CLAIM-DATETIME       PIC X(26).
           03 DB2-CLAIM-CODE           PIC X(6).
           03 DB2-DIAG-CODE            PIC X(10).
           03 DB2-CLAIM-AMOUNT         PIC S9(5)V99 COMP-3.
           03 DB2-CLAIM-STATUS         PIC X(1).
           03 DB2-DENIAL-CODE          PIC X(5).
           03 DB2-PAID-AMOUNT          PIC S9(5)V99 COMP-3.
           03 DB2-SUBDATE              PIC X(10).
           03 DB2-AUTH-NUM             PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       COPY HCPWHWS.

       COPY HCJCWS.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           IF WS-PARMS-OK
              PERFORM UNLOAD-PATIENTS
              PERFORM UNLOAD-CONTACTS
              PERFORM UNLOAD-CHARGES
              PERFORM UNLOAD-PAYMENTS
              PERFORM UNLOAD-CLAIMS
           END-IF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCMKBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCMKBJ01 - MASKED TEST-REGION UNLOAD STARTING'.
           OPEN OUTPUT MASK-OUT.

           ACCEPT WS-MASK-KEY-IN
           ACCEPT WS-SHIFT-CARD
           ACCEPT WS-TEST-PASSWORD-IN

           IF WS-SHIFT-CARD EQUAL SPACES
              MOVE 180 TO WS-SHIFT-DAYS-IN
           END-IF

      *    a short key makes the replacements guessable
           IF WS-MASK-KEY-IN(8:1) EQUAL SPACE
            OR WS-SHIFT-DAYS-IN NOT NUMERIC
            OR WS-SHIFT-DAYS-IN EQUAL ZERO
            OR WS-TEST-PASSWORD-IN EQUAL SPACES
              DISPLAY 'HCMKBJ01 - BAD SYSIN PARAMETERS - STOPPING'
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           MOVE 'Y' TO WS-PARMS-SWITCH

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO MASK-OUT-RECORD
           MOVE 'HD'               TO MK-TABLE
           MOVE WS-RUN-TIMESTAMP   TO MKH-CREATED
           MOVE WS-SHIFT-DAYS-IN   TO MKH-SHIFT-DAYS
           PERFORM WRITE-MASK-RECORD.

       INITIALIZE-EXIT.
           EXIT.

       WRITE-MASK-RECORD.
           WRITE MASK-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.

      *================================================================*
      * Patients - every identifying column replaced, the date of     *
      * birth shifted, and the login row re-keyed to match            *
      *================================================================*
       UNLOAD-PATIENTS.
           EXEC SQL
               DECLARE PATCSR CURSOR FOR
               SELECT P.PATIENTID, VALUE(P.INSCARDNUM, ' '),
                      P.FIRSTNAME, P.LASTNAME, P.DOB,
                      VALUE(P.ADDRESS, ' '), VALUE(P.CITY, ' '),
                      VALUE(P.POSTCODE, ' '), VALUE(P.PHONEMOBILE, ' '),
                      VALUE(P.ADMINSEX, ' '), VALUE(P.PATIENTTYPE, ' '),
                      VALUE(P.FACILITY, ' ')
                 FROM PATIENT P
                WHERE VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESTRUCTREG R
                         WHERE R.PATIENTID = P.PATIENTID )
                ORDER BY P.PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN PATCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - OPEN PATIENTS FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-PATIENT
              PERFORM UNLOAD-ONE-PATIENT UNTIL WS-EOF
              EXEC SQL
                  CLOSE PATCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH PATCSR
                INTO :DB2-PATIENT-ID, :DB2-INS-CARD-NUM,
                     :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-DOB,
                     :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                     :DB2-PHONE-MOBILE, :DB2-ADMIN-SEX,
                     :DB2-PATIENT-TYPE, :DB2-FACILITY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMKBJ01 - FETCH PATIENT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       UNLOAD-ONE-PATIENT.
           MOVE SPACES             TO MASK-OUT-RECORD
           MOVE 'PA'               TO MK-TABLE
           MOVE DB2-PATIENT-ID     TO MKA-PATIENT-ID
           MOVE DB2-ADMIN-SEX      TO MKA-ADMIN-SEX
           MOVE DB2-PATIENT-TYPE   TO MKA-PATIENT-TYPE
           MOVE DB2-FACILITY       TO MKA-FACILITY

           MOVE DB2-FIRST-NAME     TO WS-MASK-IN
           PERFORM MASK-FIRST-NAME
           MOVE WS-MASK-OUT        TO MKA-FIRST-NAME
           MOVE DB2-LAST-NAME      TO WS-MASK-IN
           PERFORM MASK-LAST-NAME
           MOVE WS-MASK-OUT        TO MKA-LAST-NAME
           MOVE DB2-ADDRESS        TO WS-MASK-IN
           PERFORM MASK-ADDRESS
           MOVE WS-MASK-OUT        TO MKA-ADDRESS
           MOVE DB2-CITY           TO WS-MASK-IN
           PERFORM MASK-TOWN
           MOVE WS-MASK-OUT        TO MKA-CITY
           MOVE DB2-POSTCODE       TO WS-MASK-IN
           PERFORM MASK-POSTCODE
           MOVE WS-MASK-OUT        TO MKA-POSTCODE
           MOVE DB2-PHONE-MOBILE   TO WS-MASK-IN
           PERFORM MASK-PHONE
           MOVE WS-MASK-OUT        TO MKA-PHONE-MOBILE
           MOVE DB2-INS-CARD-NUM   TO WS-MASK-IN
           PERFORM MASK-CARD-NUMBER
           MOVE WS-MASK-OUT        TO MKA-INS-CARD-NUM

      *    user id and e-mail follow the patient id, so the login row
      *    and the patient row always agree
           MOVE DB2-PATIENT-ID     TO WS-MASK-SEVEN
           MOVE SPACES             TO DB2-USERNAME
           STRING 'TST' WS-MASK-SEVEN DELIMITED BY SIZE
                  INTO DB2-USERNAME
           MOVE DB2-USERNAME       TO MKA-USERID
           STRING 'tst' WS-MASK-SEVEN '@test.invalid'
                  DELIMITED BY SIZE INTO MKA-EMAIL-ADDRESS

           PERFORM SHIFT-DATE-OF-BIRTH
           MOVE DB2-SHIFTED-DOB    TO MKA-DOB

           PERFORM WRITE-MASK-RECORD
           ADD 1 TO WS-PATIENTS-WRITTEN

           PERFORM UNLOAD-PATIENT-USER
           PERFORM FETCH-NEXT-PATIENT.

       SHIFT-DATE-OF-BIRTH.
      *    the offset is worked from who the patient is rather than
      *    the patient id, so two records of one person shift alike
      *    and duplicate matching still finds them
           MOVE SPACES             TO WS-MASK-IN
           STRING DB2-LAST-NAME(1:14) DB2-DOB DB2-FIRST-NAME(1:4)
                  DELIMITED BY SIZE INTO WS-MASK-IN
           PERFORM MASK-HASH
           COMPUTE DB2-SHIFT-DAYS =
                   FUNCTION MOD(WS-MASK-NUMBER, WS-SHIFT-DAYS-IN) + 1
           IF WS-MASK-PAIR(8) > 49
              COMPUTE DB2-SHIFT-DAYS = 0 - DB2-SHIFT-DAYS
           END-IF

           EXEC SQL
               SELECT CHAR(DATE(:DB2-DOB) + :DB2-SHIFT-DAYS DAYS, ISO)
                 INTO :DB2-SHIFTED-DOB
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - DOB SHIFT FAILED SQLCODE=' SQLCODE
                      ' PATIENT ' MKA-PATIENT-ID
              MOVE '1900-01-01' TO DB2-SHIFTED-DOB
           END-IF.

       UNLOAD-PATIENT-USER.
      *    only patients with a login have a row; the test password
      *    is hashed under a salt of its own for each user
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-USER-COUNT
                 FROM PATIENTUSER
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE EQUAL 0 AND DB2-USER-COUNT > 0
              MOVE SPACES              TO MASK-OUT-RECORD
              MOVE 'PU'                TO MK-TABLE
              MOVE DB2-PATIENT-ID      TO MKU-PATIENT-ID
              MOVE DB2-USERNAME        TO MKU-USERNAME
              MOVE DB2-USERNAME        TO WS-MASK-IN
              PERFORM MASK-HASH
              MOVE WS-MASK-DIGITS(9:8) TO MKU-PASSWORD-SALT
              MOVE WS-MASK-DIGITS(9:8) TO PW-SALT
              MOVE WS-TEST-PASSWORD-IN TO PW-PASSWORD
              PERFORM COMPUTE-PASSWORD-HASH
              MOVE PW-HASH-DISPLAY     TO MKU-PASSWORD-HASH
              PERFORM WRITE-MASK-RECORD
              ADD 1 TO WS-USERS-WRITTEN
           ELSE
              IF SQLCODE NOT EQUAL 0
                 DISPLAY 'HCMKBJ01 - PATIENTUSER READ FAILED SQLCODE='
                          SQLCODE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
           END-IF.

      *================================================================*
      * Next of kin - the contact's own name and phone are replaced   *
      *================================================================*
       UNLOAD-CONTACTS.
           EXEC SQL
               DECLARE PCTCSR CURSOR FOR
               SELECT C.PATIENTID, C.CONTACTRANK, C.CONTACTNAME,
                      VALUE(C.RELATIONSHIP, ' '), VALUE(C.PHONE, ' '),
                      VALUE(C.AUTHTODISCUSS, ' ')
                 FROM PATIENTCONTACT C, PATIENT P
                WHERE P.PATIENTID = C.PATIENTID
                  AND VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESTRUCTREG R
                         WHERE R.PATIENTID = P.PATIENTID )
                ORDER BY C.PATIENTID, C.CONTACTRANK
           END-EXEC.

           EXEC SQL
               OPEN PCTCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - OPEN CONTACTS FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-CONTACT
              PERFORM UNLOAD-ONE-CONTACT UNTIL WS-EOF
              EXEC SQL
                  CLOSE PCTCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-CONTACT.
           EXEC SQL
               FETCH PCTCSR
                INTO :DB2-CONTACT-PATIENT, :DB2-RANK,
                     :DB2-CONTACT-NAME, :DB2-RELATION,
                     :DB2-CONTACT-PHONE, :DB2-AUTH
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMKBJ01 - FETCH CONTACT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       UNLOAD-ONE-CONTACT.
           MOVE SPACES             TO MASK-OUT-RECORD
           MOVE 'PC'               TO MK-TABLE
           MOVE DB2-CONTACT-PATIENT TO MKC-PATIENT-ID
           MOVE DB2-RANK           TO MKC-RANK
           MOVE DB2-RELATION       TO MKC-RELATION
           MOVE DB2-AUTH           TO MKC-AUTH

           MOVE DB2-CONTACT-NAME   TO WS-MASK-IN
           PERFORM MASK-FIRST-NAME
           MOVE WS-MASK-OUT        TO WS-MASK-PART-1
           PERFORM MASK-LAST-NAME
           MOVE WS-MASK-OUT        TO WS-MASK-PART-2
           STRING WS-MASK-PART-1 DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  WS-MASK-PART-2 DELIMITED BY SPACE
                  INTO MKC-NAME
           MOVE DB2-CONTACT-PHONE  TO WS-MASK-IN
           PERFORM MASK-PHONE
           MOVE WS-MASK-OUT        TO MKC-PHONE

           PERFORM WRITE-MASK-RECORD
           ADD 1 TO WS-CONTACTS-WRITTEN
           PERFORM FETCH-NEXT-CONTACT.

      *================================================================*
      * Billing - nothing identifying on these, copied as they stand  *
      *================================================================*
       UNLOAD-CHARGES.
           EXEC SQL
               DECLARE CHGCSR CURSOR FOR
               SELECT C.PATIENTID, CHAR(C.CHARGEDATETIME),
                      C.CHARGECODE, C.AMOUNT, VALUE(C.PAID, ' ')
                 FROM CHARGE C, PATIENT P
                WHERE P.PATIENTID = C.PATIENTID
                  AND VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESTRUCTREG R
                         WHERE R.PATIENTID = P.PATIENTID )
                ORDER BY C.PATIENTID, C.CHARGEDATETIME
           END-EXEC.

           EXEC SQL
               OPEN CHGCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - OPEN CHARGES FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-CHARGE
              PERFORM UNLOAD-ONE-CHARGE UNTIL WS-EOF
              EXEC SQL
                  CLOSE CHGCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-CHARGE.
           EXEC SQL
               FETCH CHGCSR
                INTO :DB2-CHARGE-PATIENT, :DB2-CHARGE-DATETIME,
                     :DB2-CHARGE-CODE, :DB2-CHARGE-AMOUNT, :DB2-PAID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMKBJ01 - FETCH CHARGE FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       UNLOAD-ONE-CHARGE.
           MOVE SPACES              TO MASK-OUT-RECORD
           MOVE 'CH'                TO MK-TABLE
           MOVE DB2-CHARGE-PATIENT  TO MKG-PATIENT-ID
           MOVE DB2-CHARGE-DATETIME TO MKG-CHARGE-DATETIME
           MOVE DB2-CHARGE-CODE     TO MKG-CHARGE-CODE
           MOVE DB2-CHARGE-AMOUNT   TO MKG-AMOUNT
           MOVE DB2-PAID            TO MKG-PAID
           PERFORM WRITE-MASK-RECORD
           ADD 1 TO WS-CHARGES-WRITTEN
           PERFORM FETCH-NEXT-CHARGE.

       UNLOAD-PAYMENTS.
           EXEC SQL
               DECLARE PAYCSR CURSOR FOR
               SELECT Y.PAYID, Y.PATIENTID, VALUE(Y.APPTID, 0),
                      Y.AMOUNT, VALUE(Y.METHOD, ' '),
                      VALUE(Y.PAYTYPE, ' '), CHAR(Y.TAKENDATETIME),
                      VALUE(Y.TAKENBY, ' ')
                 FROM PAYMENT Y, PATIENT P
                WHERE P.PATIENTID = Y.PATIENTID
                  AND VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESTRUCTREG R
                         WHERE R.PATIENTID = P.PATIENTID )
                ORDER BY Y.PAYID
           END-EXEC.

           EXEC SQL
               OPEN PAYCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - OPEN PAYMENTS FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-PAYMENT
              PERFORM UNLOAD-ONE-PAYMENT UNTIL WS-EOF
              EXEC SQL
                  CLOSE PAYCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-PAYMENT.
           EXEC SQL
               FETCH PAYCSR
                INTO :DB2-PAY-ID, :DB2-PAY-PATIENT, :DB2-APPT-ID,
                     :DB2-AMOUNT, :DB2-METHOD, :DB2-PAY-TYPE,
                     :DB2-TAKEN-DATETIME, :DB2-TAKEN-BY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMKBJ01 - FETCH PAYMENT FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       UNLOAD-ONE-PAYMENT.
           MOVE SPACES              TO MASK-OUT-RECORD
           MOVE 'PY'                TO MK-TABLE
           MOVE DB2-PAY-ID          TO MKY-PAY-ID
           MOVE DB2-PAY-PATIENT     TO MKY-PATIENT-ID
           MOVE DB2-APPT-ID         TO MKY-APPT-ID
           MOVE DB2-AMOUNT          TO MKY-AMOUNT
           MOVE DB2-METHOD          TO MKY-METHOD
           MOVE DB2-PAY-TYPE        TO MKY-PAY-TYPE
           MOVE DB2-TAKEN-DATETIME  TO MKY-TAKEN-DATETIME
           MOVE DB2-TAKEN-BY        TO MKY-TAKEN-BY
           PERFORM WRITE-MASK-RECORD
           ADD 1 TO WS-PAYMENTS-WRITTEN
           PERFORM FETCH-NEXT-PAYMENT.

       UNLOAD-CLAIMS.
           EXEC SQL
               DECLARE CLMCSR CURSOR FOR
               SELECT S.CLAIMID, S.PATIENTID, CHAR(S.CHARGEDATETIME),
                      S.CHARGECODE, VALUE(S.DIAGCODE, ' '), S.AMOUNT,
                      S.STATUS, VALUE(S.DENIALCODE, ' '),
                      VALUE(S.PAIDAMOUNT, 0), VALUE(S.SUBDATE, ' '),
                      VALUE(S.AUTHNUM, ' ')
                 FROM CLAIMSTAT S, PATIENT P
                WHERE P.PATIENTID = S.PATIENTID
                  AND VALUE(P.CONFIDENTIALITY, ' ') <> 'C'
                  AND NOT EXISTS
                      ( SELECT 1 FROM DESTRUCTREG R
                         WHERE R.PATIENTID = P.PATIENTID )
                ORDER BY S.CLAIMID
           END-EXEC.

           EXEC SQL
               OPEN CLMCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ01 - OPEN CLAIMS FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              MOVE 'N' TO WS-EOF-SWITCH
              PERFORM FETCH-NEXT-CLAIM
              PERFORM UNLOAD-ONE-CLAIM UNTIL WS-EOF
              EXEC SQL
                  CLOSE CLMCSR
              END-EXEC
           END-IF.

       FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH CLMCSR
                INTO :DB2-CLAIM-ID, :DB2-CLAIM-PATIENT,
                     :DB2-CLAIM-DATETIME, :DB2-CLAIM-CODE,
                     :DB2-DIAG-CODE, :DB2-CLAIM-AMOUNT,
                     :DB2-CLAIM-STATUS, :DB2-DENIAL-CODE,
                     :DB2-PAID-AMOUNT, :DB2-SUBDATE, :DB2-AUTH-NUM
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCMKBJ01 - FETCH CLAIM FAILED SQLCODE='
                        SQLCODE
               MOVE 8 TO JC-RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-EVALUATE.

       UNLOAD-ONE-CLAIM.
           MOVE SPACES              TO MASK-OUT-RECORD
           MOVE 'CS'                TO MK-TABLE
           MOVE DB2-CLAIM-ID        TO MKS-CLAIM-ID
           MOVE DB2-CLAIM-PATIENT   TO MKS-PATIENT-ID
           MOVE DB2-CLAIM-DATETIME  TO MKS-CHARGE-DATETIME
           MOVE DB2-CLAIM-CODE      TO MKS-CHARGE-CODE
           MOVE DB2-DIAG-CODE       TO MKS-DIAG-CODE
           MOVE DB2-CLAIM-AMOUNT    TO MKS-AMOUNT
           MOVE DB2-CLAIM-STATUS    TO MKS-STATUS
           MOVE DB2-DENIAL-CODE     TO MKS-DENIAL-CODE
           MOVE DB2-PAID-AMOUNT     TO MKS-PAID-AMOUNT
           MOVE DB2-SUBDATE         TO MKS-SUBDATE
           MOVE DB2-AUTH-NUM        TO MKS-AUTH-NUM
           PERFORM WRITE-MASK-RECORD
           ADD 1 TO WS-CLAIMS-WRITTEN
           PERFORM FETCH-NEXT-CLAIM.

      *================================================================*
      * Replacement values.  Each takes the real value in WS-MASK-IN  *
      * and leaves the made-up one in WS-MASK-OUT; a blank value      *
      * stays blank.                                                   *
      *================================================================*
       MASK-HASH.
           MOVE WS-MASK-KEY-IN     TO PW-SALT
           MOVE WS-MASK-IN(1:14)   TO PW-PASSWORD
           PERFORM COMPUTE-PASSWORD-HASH
           MOVE PW-HASH-DISPLAY(9:8) TO PW-SALT
           MOVE WS-MASK-IN(15:14)  TO PW-PASSWORD
           PERFORM COMPUTE-PASSWORD-HASH
           MOVE PW-HASH-DISPLAY    TO WS-MASK-DIGITS.

       MASK-FIRST-NAME.
      *    first names from the back of the hash, surnames from the
      *    front, so a contact's two halves never echo each other
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              MOVE 6 TO WS-MASK-SYL
              MOVE 7 TO WS-MASK-LAST-SYL
              PERFORM BUILD-MADE-UP-NAME
           END-IF.

       MASK-LAST-NAME.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              MOVE 1 TO WS-MASK-SYL
              MOVE 3 TO WS-MASK-LAST-SYL
              PERFORM BUILD-MADE-UP-NAME
           END-IF.

       BUILD-MADE-UP-NAME.
           MOVE 1 TO WS-MASK-PTR
           COMPUTE WS-MASK-IX =
                   FUNCTION MOD(WS-MASK-PAIR(WS-MASK-SYL), 16) + 1
           STRING WS-OPENING(WS-MASK-IX) DELIMITED BY SPACE
                  INTO WS-MASK-OUT WITH POINTER WS-MASK-PTR
           ADD 1 TO WS-MASK-SYL
           PERFORM ADD-FOLLOWING-SYLLABLE
                   UNTIL WS-MASK-SYL > WS-MASK-LAST-SYL.

       ADD-FOLLOWING-SYLLABLE.
           COMPUTE WS-MASK-IX =
                   FUNCTION MOD(WS-MASK-PAIR(WS-MASK-SYL), 16) + 1
           STRING WS-FOLLOWING(WS-MASK-IX) DELIMITED BY SPACE
                  INTO WS-MASK-OUT WITH POINTER WS-MASK-PTR
           ADD 1 TO WS-MASK-SYL.

       MASK-ADDRESS.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              COMPUTE WS-MASK-HOUSE =
                      FUNCTION MOD(WS-MASK-PAIR(1), 98) + 1
              COMPUTE WS-MASK-IX =
                      FUNCTION MOD(WS-MASK-PAIR(2), 8) + 1
              MOVE 1 TO WS-MASK-PTR
              STRING WS-MASK-HOUSE DELIMITED BY SIZE
                     ' '           DELIMITED BY SIZE
                     WS-STREET(WS-MASK-IX) DELIMITED BY '  '
                     INTO WS-MASK-OUT WITH POINTER WS-MASK-PTR
              IF WS-MASK-OUT(1:1) EQUAL SPACE
                 MOVE WS-MASK-OUT(2:29) TO WS-MASK-OUT
              END-IF
           END-IF.

       MASK-TOWN.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              COMPUTE WS-MASK-IX =
                      FUNCTION MOD(WS-MASK-PAIR(3), 8) + 1
              MOVE WS-TOWN(WS-MASK-IX) TO WS-MASK-OUT
           END-IF.

       MASK-POSTCODE.
      *    ZZ99 is the pseudo-postcode district - never delivered to
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              MOVE WS-MASK-DIGITS(1:1) TO WS-MASK-ONE
              MOVE 'ZZ99 '        TO WS-MASK-OUT(1:5)
              MOVE WS-MASK-ONE    TO WS-MASK-OUT(6:1)
              COMPUTE WS-MASK-IX =
                      FUNCTION MOD(WS-MASK-PAIR(2), 20) + 1
              MOVE WS-POSTCODE-LETTERS(WS-MASK-IX:1)
                                  TO WS-MASK-OUT(7:1)
              COMPUTE WS-MASK-IX =
                      FUNCTION MOD(WS-MASK-PAIR(3), 20) + 1
              MOVE WS-POSTCODE-LETTERS(WS-MASK-IX:1)
                                  TO WS-MASK-OUT(8:1)
           END-IF.

       MASK-PHONE.
      *    07700 900000-900999 is set aside for drama and test use
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              MOVE WS-MASK-DIGITS(14:3) TO WS-MASK-THREE
              STRING '07700900' WS-MASK-THREE DELIMITED BY SIZE
                     INTO WS-MASK-OUT
           END-IF.

       MASK-CARD-NUMBER.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT EQUAL SPACES
              PERFORM MASK-HASH
              MOVE WS-MASK-DIGITS(10:7) TO WS-MASK-SEVEN
              STRING 'TST' WS-MASK-SEVEN DELIMITED BY SIZE
                     INTO WS-MASK-OUT
           END-IF.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           IF WS-PARMS-OK
              MOVE SPACES              TO MASK-OUT-RECORD
              MOVE 'TR'                TO MK-TABLE
              ADD 1                    TO WS-RECORDS-WRITTEN
              MOVE WS-RECORDS-WRITTEN  TO MKT-RECORD-COUNT
              MOVE WS-PATIENTS-WRITTEN TO MKT-PATIENT-COUNT
              WRITE MASK-OUT-RECORD
           END-IF

           MOVE WS-RECORDS-WRITTEN TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE MASK-OUT.

           DISPLAY 'HCMKBJ01 - PATIENTS UNLOADED:      '
                    WS-PATIENTS-WRITTEN.
           DISPLAY 'HCMKBJ01 - LOGINS UNLOADED:        '
                    WS-USERS-WRITTEN.
           DISPLAY 'HCMKBJ01 - CONTACTS UNLOADED:      '
                    WS-CONTACTS-WRITTEN.
           DISPLAY 'HCMKBJ01 - CHARGES UNLOADED:       '
                    WS-CHARGES-WRITTEN.
           DISPLAY 'HCMKBJ01 - PAYMENTS UNLOADED:      '
                    WS-PAYMENTS-WRITTEN.
           DISPLAY 'HCMKBJ01 - CLAIMS UNLOADED:        '
                    WS-CLAIMS-WRITTEN.
           DISPLAY 'HCMKBJ01 - MASKED TEST-REGION UNLOAD COMPLETE'.
           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCPWHPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
