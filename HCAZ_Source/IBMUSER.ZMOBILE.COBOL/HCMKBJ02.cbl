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
      *          Masked Test-Region Reload                             *
      *                                                                *
      *   Last step of the test-region refresh, run against the test   *
      *  DB2.  Loads the masked file from HCMKBJ01 (MASKIN, layout     *
      *  HCMKREC), once HCMKBJ03 has proved it, in place of the        *
      *  region's hand-made patients: PATIENTCONTACT, CHARGE,          *
      *  PAYMENT, CLAIMSTAT, the login tables and PATIENT are          *
      *  cleared first, then every record is inserted keeping its      *
      *  production key so the rows still join up.  Identity           *
      *  columns are restarted above the loaded keys by the DBA step   *
      *  that follows.                                                 *
      *  Because it empties tables, the job refuses to run unless      *
      *  SYSIN names the DB2 location it is connected to - a job       *
      *  pointed at production by mistake stops before it deletes      *
      *  anything - and the file must open with its header.  The       *
      *  trailer count is checked at the end.                          *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 the DB2 location of the test region                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMKBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-IN ASSIGN TO MASKIN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-IN
           RECORDING MODE IS F.
       01  MASK-IN-RECORD.
           COPY HCMKREC.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCMKBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-TRAILER-SWITCH           PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN          VALUE 'Y'.

       01  WS-LOCATION-IN              PIC X(16) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(9) VALUE ZERO.
           03 WS-RECORDS-REJECTED      PIC 9(9) VALUE ZERO.
           03 WS-PATIENTS-LOADED       PIC 9(9) VALUE ZERO.
           03 WS-USERS-LOADED          PIC 9(9) VALUE ZERO.
           03 WS-CONTACTS-LOADED       PIC 9(9) VALUE ZERO.
           03 WS-CHARGES-LOADED        PIC 9(9) VALUE ZERO.
           03 WS-PAYMENTS-LOADED       PIC 9(9) VALUE ZERO.
           03 WS-CLAIMS-LOADED         PIC 9(9) VALUE ZERO.

      * Commit every interval so the load does not hold the whole
      * region's locks - a failed run is simply rerun, as the tables
      * are cleared again first
       01  WS-CHECKPOINT-CONTROLS.
           03 WS-CHECKPOINT-INTERVAL   PIC 9(4) COMP VALUE 500.
           03 WS-CHECKPOINT-COUNTER    PIC 9(4) COMP VALUE 0.

       01  DB2-LOCATION                PIC X(16).

       01  WS-INSERT-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-RANK                 PIC S9(4) COMP.
           03 DB2-AMOUNT               PIC S9(5)V99 COMP-3.
           03 DB2-PAID-AMOUNT          PIC S9(5)V99 COMP-3.
           03 DB2-PAY-ID               PIC S9(9) COMP.
           03 DB2-APPT-ID              PIC S9(9) COMP.
           03 DB2-CLAIM-ID             PIC S9(9) COMP.

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
           PERFORM LOAD-ONE-RECORD UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCMKBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCMKBJ02 - MASKED TEST-REGION RELOAD STARTING'.
           OPEN INPUT MASK-IN.

           ACCEPT WS-LOCATION-IN

           EXEC SQL
               SELECT CURRENT SERVER
                 INTO :DB2-LOCATION
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
            OR WS-LOCATION-IN EQUAL SPACES
            OR WS-LOCATION-IN NOT EQUAL DB2-LOCATION
              DISPLAY 'HCMKBJ02 - CONNECTED TO ' DB2-LOCATION
                      ' NOT THE TEST REGION ON SYSIN - STOPPING'
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           PERFORM READ-NEXT-RECORD
           IF WS-EOF OR MK-TABLE NOT EQUAL 'HD'
              DISPLAY 'HCMKBJ02 - MASKIN HAS NO HEADER - STOPPING'
              MOVE 8 TO JC-RETURN-CODE
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF
           DISPLAY 'HCMKBJ02 - UNLOADED ' MKH-CREATED
                   ' INTO ' DB2-LOCATION

           PERFORM CLEAR-TEST-TABLES
           IF JC-RETURN-CODE NOT EQUAL 0
              MOVE 'Y' TO WS-EOF-SWITCH
              GO TO INITIALIZE-EXIT
           END-IF

           PERFORM READ-NEXT-RECORD.

       INITIALIZE-EXIT.
           EXIT.

       CLEAR-TEST-TABLES.
      *    children first, PATIENT last
           EXEC SQL
               DELETE FROM CLAIMSTAT
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM PAYMENT
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM CHARGE
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM PATIENTCONTACT
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM PWDHISTORY
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM ACTIVESESSION
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM PATIENTUSER
           END-EXEC
           PERFORM CHECK-CLEAR
           EXEC SQL
               DELETE FROM PATIENT
           END-EXEC
           PERFORM CHECK-CLEAR

           IF JC-RETURN-CODE EQUAL 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       CHECK-CLEAR.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'HCMKBJ02 - CLEAR FAILED SQLCODE=' SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       READ-NEXT-RECORD.
           READ MASK-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
           END-IF.

      *----------------------------------------------------------------*
       LOAD-ONE-RECORD.
           EVALUATE MK-TABLE
             WHEN 'PA'
               PERFORM LOAD-PATIENT
             WHEN 'PU'
               PERFORM LOAD-PATIENT-USER
             WHEN 'PC'
               PERFORM LOAD-CONTACT
             WHEN 'CH'
               PERFORM LOAD-CHARGE
             WHEN 'PY'
               PERFORM LOAD-PAYMENT
             WHEN 'CS'
               PERFORM LOAD-CLAIM
             WHEN 'TR'
               MOVE 'Y' TO WS-TRAILER-SWITCH
               MOVE 0 TO SQLCODE
             WHEN OTHER
               DISPLAY 'HCMKBJ02 - UNKNOWN RECORD TYPE ' MK-TABLE
                       ' AT RECORD ' WS-RECORDS-READ
               MOVE 0 TO SQLCODE
               ADD 1 TO WS-RECORDS-REJECTED
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCMKBJ02 - ' MK-TABLE ' INSERT FAILED SQLCODE='
                      SQLCODE ' AT RECORD ' WS-RECORDS-READ
              ADD 1 TO WS-RECORDS-REJECTED
           END-IF

           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-CHECKPOINT-COUNTER
           END-IF

           PERFORM READ-NEXT-RECORD.

       LOAD-PATIENT.
           MOVE MKA-PATIENT-ID TO DB2-PATIENT-ID
           EXEC SQL
               INSERT INTO PATIENT
                         ( PATIENTID,
                           INSCARDNUM,
                           FIRSTNAME,
                           LASTNAME,
                           DOB,
                           ADDRESS,
                           CITY,
                           POSTCODE,
                           PHONEMOBILE,
                           EMAILADDRESS,
                           USERID,
                           ADMINSEX,
                           PATIENTTYPE,
                           FACILITY )
                  VALUES ( :DB2-PATIENT-ID,
                           :MKA-INS-CARD-NUM,
                           :MKA-FIRST-NAME,
                           :MKA-LAST-NAME,
                           :MKA-DOB,
                           :MKA-ADDRESS,
                           :MKA-CITY,
                           :MKA-POSTCODE,
                           :MKA-PHONE-MOBILE,
                           :MKA-EMAIL-ADDRESS,
                           :MKA-USERID,
                           :MKA-ADMIN-SEX,
                           :MKA-PATIENT-TYPE,
                           :MKA-FACILITY )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-PATIENTS-LOADED
           END-IF.

       LOAD-PATIENT-USER.
      *    set today, so the test password is not expired on arrival
           MOVE MKU-PATIENT-ID TO DB2-PATIENT-ID
           EXEC SQL
               INSERT INTO PATIENTUSER
                         ( PATIENTID,
                           USERNAME,
                           USERPASSWORD,
                           PASSWORDHASH,
                           PASSWORDSALT,
                           PWDSETDATE,
                           FAILEDCOUNT,
                           LOCKED )
                  VALUES ( :DB2-PATIENT-ID,
                           :MKU-USERNAME,
                           ' ',
                           :MKU-PASSWORD-HASH,
                           :MKU-PASSWORD-SALT,
                           CHAR(CURRENT DATE, ISO),
                           0,
                           ' ' )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-USERS-LOADED
           END-IF.

       LOAD-CONTACT.
           MOVE MKC-PATIENT-ID TO DB2-PATIENT-ID
           MOVE MKC-RANK       TO DB2-RANK
           EXEC SQL
               INSERT INTO PATIENTCONTACT
                         ( PATIENTID,
                           CONTACTRANK,
                           CONTACTNAME,
                           RELATIONSHIP,
                           PHONE,
                           AUTHTODISCUSS )
                  VALUES ( :DB2-PATIENT-ID,
                           :DB2-RANK,
                           :MKC-NAME,
                           :MKC-RELATION,
                           :MKC-PHONE,
                           :MKC-AUTH )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-CONTACTS-LOADED
           END-IF.

       LOAD-CHARGE.
           MOVE MKG-PATIENT-ID TO DB2-PATIENT-ID
           MOVE MKG-AMOUNT     TO DB2-AMOUNT
           EXEC SQL
               INSERT INTO CHARGE
                         ( PATIENTID,
                           CHARGEDATETIME,
                           CHARGECODE,
                           AMOUNT,
                           PAID )
                  VALUES ( :DB2-PATIENT-ID,
                           :MKG-CHARGE-DATETIME,
                           :MKG-CHARGE-CODE,
                           :DB2-AMOUNT,
                           :MKG-PAID )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-CHARGES-LOADED
           END-IF.

       LOAD-PAYMENT.
           MOVE MKY-PAY-ID     TO DB2-PAY-ID
           MOVE MKY-PATIENT-ID TO DB2-PATIENT-ID
           MOVE MKY-APPT-ID    TO DB2-APPT-ID
           MOVE MKY-AMOUNT     TO DB2-AMOUNT
           EXEC SQL
               INSERT INTO PAYMENT
                         ( PAYID,
                           PATIENTID,
                           APPTID,
                           AMOUNT,
                           METHOD,
                           PAYTYPE,
                           TAKENDATETIME,
                           TAKENBY )
                  VALUES ( :DB2-PAY-ID,
                           :DB2-PATIENT-ID,
                           :DB2-APPT-ID,
                           :DB2-AMOUNT,
                           :MKY-METHOD,
                           :MKY-PAY-TYPE,
                           :MKY-TAKEN-DATETIME,
                           :MKY-TAKEN-BY )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-PAYMENTS-LOADED
           END-IF.

       LOAD-CLAIM.
           MOVE MKS-CLAIM-ID    TO DB2-CLAIM-ID
           MOVE MKS-PATIENT-ID  TO DB2-PATIENT-ID
           MOVE MKS-AMOUNT      TO DB2-AMOUNT
           MOVE MKS-PAID-AMOUNT TO DB2-PAID-AMOUNT
           EXEC SQL
               INSERT INTO CLAIMSTAT
                         ( CLAIMID,
                           PATIENTID,
                           CHARGEDATETIME,
                           CHARGECODE,
                           DIAGCODE,
                           AMOUNT,
                           STATUS,
                           DENIALCODE,
                           PAIDAMOUNT,
                           SUBDATE,
                           AUTHNUM )
                  VALUES ( :DB2-CLAIM-ID,
                           :DB2-PATIENT-ID,
                           :MKS-CHARGE-DATETIME,
                           :MKS-CHARGE-CODE,
                           :MKS-DIAG-CODE,
                           :DB2-AMOUNT,
                           :MKS-STATUS,
                           :MKS-DENIAL-CODE,
                           :DB2-PAID-AMOUNT,
                           :MKS-SUBDATE,
                           :MKS-AUTH-NUM )
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-CLAIMS-LOADED
           END-IF.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           EXEC SQL COMMIT END-EXEC

      *    the trailer counts itself, as the unload wrote it last
           IF JC-RETURN-CODE EQUAL 0
              IF NOT WS-TRAILER-SEEN
                 DISPLAY 'HCMKBJ02 - MASKIN HAS NO TRAILER'
                 MOVE 8 TO JC-RETURN-CODE
              ELSE
                 IF MKT-RECORD-COUNT NOT EQUAL WS-RECORDS-READ
                    DISPLAY 'HCMKBJ02 - RECORD COUNT ' WS-RECORDS-READ
                            ' DOES NOT MATCH TRAILER ' MKT-RECORD-COUNT
                    MOVE 8 TO JC-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-RECORDS-REJECTED > 0
              MOVE 4 TO JC-RETURN-CODE
           END-IF

           MOVE WS-RECORDS-READ TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END

           CLOSE MASK-IN.

           DISPLAY 'HCMKBJ02 - PATIENTS LOADED:        '
                    WS-PATIENTS-LOADED.
           DISPLAY 'HCMKBJ02 - LOGINS LOADED:          '
                    WS-USERS-LOADED.
           DISPLAY 'HCMKBJ02 - CONTACTS LOADED:        '
                    WS-CONTACTS-LOADED.
           DISPLAY 'HCMKBJ02 - CHARGES LOADED:         '
                    WS-CHARGES-LOADED.
           DISPLAY 'HCMKBJ02 - PAYMENTS LOADED:        '
                    WS-PAYMENTS-LOADED.
           DISPLAY 'HCMKBJ02 - CLAIMS LOADED:          '
                    WS-CLAIMS-LOADED.
           DISPLAY 'HCMKBJ02 - RECORDS REJECTED:       '
                    WS-RECORDS-REJECTED.
           DISPLAY 'HCMKBJ02 - MASKED TEST-REGION RELOAD COMPLETE'.
           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.
