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
      *             Postal Address Verification Job                    *
      *                                                                *
      *   Checks every real patient's address against the postal       *
      *  reference file (POSTREF - one record per delivery address,    *
      *  upper case, sorted by postcode then address line).  The       *
      *  two are matched on postcode; the patient's address line       *
      *  must then be one of the delivery addresses at that            *
      *  postcode.  Each patient is marked V verified or U             *
      *  unmatched with the date checked, and the unmatched list       *
      *  (ADDRRPT) gives the reason - no address held, postcode not    *
      *  known, or address not found at the postcode - for the         *
      *  registration desk to put right.                               *
      *   A patient marked G gone away (letters returned, posted by    *
      *  HCNUBJ01) keeps that mark - a real address the patient no     *
      *  longer lives at still verifies.  The mark clears when the     *
      *  address is changed (HCP1BU01).                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPABJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-REF ASSIGN TO POSTREF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-RPT ASSIGN TO ADDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-REF
           RECORDING MODE IS F.
       01  POST-REF-RECORD.
           03 REF-POSTCODE             PIC X(10).
           03 REF-ADDRESS              PIC X(20).
           03 REF-CITY                 PIC X(20).

       FD  ADDR-RPT
           RECORDING MODE IS F.
       01  ADDR-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPABJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-REF-EOF-SWITCH           PIC X VALUE 'N'.
           88 WS-REF-EOF               VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-PATIENTS-CHECKED      PIC 9(7) VALUE ZERO.
           03 WS-ADDRESSES-VERIFIED    PIC 9(7) VALUE ZERO.
           03 WS-ADDRESSES-UNMATCHED   PIC 9(7) VALUE ZERO.
           03 WS-REFERENCE-READ        PIC 9(7) VALUE ZERO.

      * Delivery addresses at the postcode now being matched - the
      * patients are read in postcode order, so each postcode's
      * addresses are loaded from the reference file once
       01  WS-GROUP-POSTCODE           PIC X(10) VALUE LOW-VALUES.
       01  WS-GROUP-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-GROUP-MAX                PIC 9(3) VALUE 500.
       01  WS-GROUP-TABLE.
           03 WS-GROUP-ADDRESS         PIC X(20) OCCURS 500 TIMES.
       01  WS-GROUP-INDEX              PIC 9(3) VALUE ZERO.

       01  WS-PATIENT-KEYS.
           03 WS-PAT-POSTCODE          PIC X(10).
           03 WS-PAT-ADDRESS           PIC X(20).

       01  WS-ADDRESS-STATUS           PIC X(1).
       01  WS-MATCH-SWITCH             PIC X VALUE 'N'.
           88 WS-ADDRESS-MATCHED       VALUE 'Y'.

       01  WS-UNMATCHED-LINE.
           03 WS-UNM-PATIENT-ID        PIC Z(9)9.
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-UNM-LAST-NAME         PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-UNM-ADDRESS           PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-UNM-POSTCODE          PIC X(10).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-UNM-REASON            PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-UNM-GONE-AWAY         PIC X(9).

       01  WS-TOTAL-LINE.
           03 WS-TOT-LABEL             PIC X(30).
           03 WS-TOT-COUNT             PIC ZZZ,ZZ9.

       01  WS-CURSOR-ROW.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-ADDR-STATUS          PIC X(1).

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
           PERFORM CHECK-ONE-PATIENT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPABJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPABJ01 - POSTAL ADDRESS VERIFICATION STARTING'.
           OPEN INPUT POST-REF.
           OPEN OUTPUT ADDR-RPT.

           MOVE 'PATIENT ADDRESSES NOT MATCHED TO THE POSTAL FILE'
             TO ADDR-RPT-LINE
           WRITE ADDR-RPT-LINE
           MOVE '   Patient Name                 Address           '
             &  '   Postcode   Reason' TO ADDR-RPT-LINE
           WRITE ADDR-RPT-LINE

           PERFORM READ-NEXT-REFERENCE.

      *    upper-cased postcode so the order matches the reference
      *    file; test and training records and the dead are left out
           EXEC SQL
               DECLARE ADRCSR CURSOR FOR
               SELECT PATIENTID, LASTNAME,
                      UPPER(VALUE(ADDRESS, ' ')),
                      UPPER(VALUE(POSTCODE, ' ')),
                      VALUE(ADDRSTATUS, ' ')
                 FROM PATIENT
                WHERE VALUE(PATIENTTYPE, ' ') NOT IN ('T', 'G')
                  AND VALUE(DODDATE, ' ') = ' '
                ORDER BY 4, PATIENTID
           END-EXEC.

           EXEC SQL
               OPEN ADRCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPABJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-PATIENT
           END-IF.

       FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH ADRCSR
                INTO :DB2-PATIENT-ID, :DB2-LAST-NAME,
                     :DB2-ADDRESS, :DB2-POSTCODE, :DB2-ADDR-STATUS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-PATIENTS-CHECKED
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPABJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       READ-NEXT-REFERENCE.
           READ POST-REF
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
                      MOVE HIGH-VALUES TO REF-POSTCODE
           END-READ
           IF NOT WS-REF-EOF
              ADD 1 TO WS-REFERENCE-READ
           END-IF.

      *----------------------------------------------------------------*
      * One patient - find the postcode, then the address line in it  *
      *----------------------------------------------------------------*
       CHECK-ONE-PATIENT.
           PERFORM MATCH-ADDRESS THRU MATCH-ADDRESS-EXIT
           PERFORM MARK-ADDRESS-STATUS
           PERFORM FETCH-NEXT-PATIENT.

       MATCH-ADDRESS.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE SPACES TO WS-UNM-REASON
           MOVE DB2-POSTCODE TO WS-PAT-POSTCODE
           MOVE DB2-ADDRESS  TO WS-PAT-ADDRESS

           IF WS-PAT-POSTCODE EQUAL SPACES
              OR WS-PAT-ADDRESS EQUAL SPACES
              MOVE 'NO ADDRESS HELD' TO WS-UNM-REASON
              GO TO MATCH-ADDRESS-EXIT
           END-IF

           IF WS-PAT-POSTCODE NOT EQUAL WS-GROUP-POSTCODE
              PERFORM LOAD-POSTCODE-GROUP
           END-IF

           IF WS-GROUP-COUNT EQUAL ZERO
              MOVE 'POSTCODE NOT KNOWN' TO WS-UNM-REASON
              GO TO MATCH-ADDRESS-EXIT
           END-IF

           MOVE ZERO TO WS-GROUP-INDEX
           PERFORM SEARCH-POSTCODE-GROUP
               UNTIL WS-ADDRESS-MATCHED
                  OR WS-GROUP-INDEX NOT LESS THAN WS-GROUP-COUNT

           IF NOT WS-ADDRESS-MATCHED
              MOVE 'ADDRESS NOT AT POSTCODE' TO WS-UNM-REASON
           END-IF.

       MATCH-ADDRESS-EXIT.
           EXIT.

       LOAD-POSTCODE-GROUP.
      *    skip the reference file up to this postcode, then hold all
      *    of its delivery addresses
           PERFORM READ-NEXT-REFERENCE
               UNTIL WS-REF-EOF
                  OR REF-POSTCODE NOT LESS THAN WS-PAT-POSTCODE

           MOVE WS-PAT-POSTCODE TO WS-GROUP-POSTCODE
           MOVE ZERO TO WS-GROUP-COUNT

           PERFORM LOAD-GROUP-ADDRESS
               UNTIL WS-REF-EOF
                  OR REF-POSTCODE NOT EQUAL WS-GROUP-POSTCODE.

       LOAD-GROUP-ADDRESS.
           IF WS-GROUP-COUNT LESS THAN WS-GROUP-MAX
              ADD 1 TO WS-GROUP-COUNT
              MOVE REF-ADDRESS TO WS-GROUP-ADDRESS (WS-GROUP-COUNT)
           ELSE
              DISPLAY 'HCPABJ01 - MORE THAN 500 ADDRESSES AT '
                       REF-POSTCODE
           END-IF
           PERFORM READ-NEXT-REFERENCE.

       SEARCH-POSTCODE-GROUP.
           ADD 1 TO WS-GROUP-INDEX
           IF WS-GROUP-ADDRESS (WS-GROUP-INDEX) EQUAL WS-PAT-ADDRESS
              MOVE 'Y' TO WS-MATCH-SWITCH
           END-IF.

      *----------------------------------------------------------------*
       MARK-ADDRESS-STATUS.
      *    gone away is kept over either result - it is about the
      *    patient, not the address
           IF WS-ADDRESS-MATCHED
              MOVE 'V' TO WS-ADDRESS-STATUS
              ADD 1 TO WS-ADDRESSES-VERIFIED
           ELSE
              MOVE 'U' TO WS-ADDRESS-STATUS
              ADD 1 TO WS-ADDRESSES-UNMATCHED
              PERFORM WRITE-UNMATCHED-LINE
           END-IF

           EXEC SQL
               UPDATE PATIENT
                  SET ADDRSTATUS  =
                        CASE WHEN VALUE(ADDRSTATUS, ' ') = 'G'
                             THEN ADDRSTATUS
                             ELSE :WS-ADDRESS-STATUS END,
                      ADDRCHECKED = CURRENT DATE
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPABJ01 - UPDATE PATIENT FAILED SQLCODE='
                       SQLCODE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       WRITE-UNMATCHED-LINE.
           MOVE SPACES         TO WS-UNMATCHED-LINE
           MOVE DB2-PATIENT-ID TO WS-UNM-PATIENT-ID
           MOVE DB2-LAST-NAME  TO WS-UNM-LAST-NAME
           MOVE DB2-ADDRESS    TO WS-UNM-ADDRESS
           MOVE DB2-POSTCODE   TO WS-UNM-POSTCODE
           IF DB2-ADDR-STATUS EQUAL 'G'
              MOVE 'GONE AWAY' TO WS-UNM-GONE-AWAY
           END-IF
           IF WS-UNM-REASON EQUAL SPACES
              MOVE 'ADDRESS NOT AT POSTCODE' TO WS-UNM-REASON
           END-IF
           MOVE WS-UNMATCHED-LINE TO ADDR-RPT-LINE
           WRITE ADDR-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO ADDR-RPT-LINE
           WRITE ADDR-RPT-LINE.

       TERMINATE-JOB.
           MOVE SPACES TO ADDR-RPT-LINE
           WRITE ADDR-RPT-LINE
           MOVE 'PATIENTS CHECKED'        TO WS-TOT-LABEL
           MOVE WS-PATIENTS-CHECKED       TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ADDRESSES VERIFIED'      TO WS-TOT-LABEL
           MOVE WS-ADDRESSES-VERIFIED     TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ADDRESSES NOT MATCHED'   TO WS-TOT-LABEL
           MOVE WS-ADDRESSES-UNMATCHED    TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           MOVE WS-PATIENTS-CHECKED TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           EXEC SQL
               CLOSE ADRCSR
           END-EXEC.

           CLOSE POST-REF.
           CLOSE ADDR-RPT.

           DISPLAY 'HCPABJ01 - REFERENCE READ:     ' WS-REFERENCE-READ.
           DISPLAY 'HCPABJ01 - PATIENTS CHECKED:   '
                    WS-PATIENTS-CHECKED.
           DISPLAY 'HCPABJ01 - ADDRESSES VERIFIED: '
                    WS-ADDRESSES-VERIFIED.
           DISPLAY 'HCPABJ01 - NOT MATCHED:        '
                    WS-ADDRESSES-UNMATCHED.
           DISPLAY 'HCPABJ01 - POSTAL ADDRESS VERIFICATION COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCJCPD.

      *----------------------------------------------------------------*
       COPY HCRDPD.
