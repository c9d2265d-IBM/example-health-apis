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
      *          Reference-Data Promotion Export                       *
      *                                                                *
      *   Run in the region where reference data has been set up and   *
      *  checked (normally test).  Unloads the chosen reference        *
      *  tables - CHARGECODE, CHARGERATE, GLMAP, FORMULARY, GAPRULE,   *
      *  PROMDEF, LABCRIT, VACCSCHED, RPTDIST and FACCLOSE - to the    *
      *  promotion file (REFEXP, layout HCRFREC) in key order, in that *
      *  table order, behind a header naming the DB2 location and who  *
      *  asked for the export, and ahead of a trailer carrying the     *
      *  record count.  HCRFBJ02 takes the file on to the next region. *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 exported by (user id)                                     *
      *    2 the tables to export, by their two-letter code, one to    *
      *      each of columns 1-2, 4-5, 7-8 ... 28-29 (CC CR GL FM GR   *
      *      PD LC VS RD FC) - blank exports them all                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRGBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-OUT ASSIGN TO REFEXP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-OUT
           RECORDING MODE IS F.
       01  REF-OUT-RECORD.
           COPY HCRFREC.

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRGBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-FILE-OPEN-SWITCH         PIC X VALUE 'N'.
           88 WS-FILE-OPEN             VALUE 'Y'.

       01  WS-EXPORTED-BY-IN           PIC X(10) VALUE SPACES.

       01  WS-TABLE-CARD.
           03 WS-TABLE-SLOT OCCURS 10 TIMES.
              05 WS-TABLE-CODE         PIC X(2).
                 88 WS-TABLE-CC        VALUE 'CC'.
                 88 WS-TABLE-CR        VALUE 'CR'.
                 88 WS-TABLE-GL        VALUE 'GL'.
                 88 WS-TABLE-FM        VALUE 'FM'.
                 88 WS-TABLE-GR        VALUE 'GR'.
                 88 WS-TABLE-PD        VALUE 'PD'.
                 88 WS-TABLE-LC        VALUE 'LC'.
                 88 WS-TABLE-VS        VALUE 'VS'.
                 88 WS-TABLE-RD        VALUE 'RD'.
                 88 WS-TABLE-FC        VALUE 'FC'.
              05 FILLER                PIC X(1).
           03 FILLER                   PIC X(50).
       01  WS-TABLE-INDEX              PIC 9(2) VALUE ZERO.

      * Which tables go - set from the SYSIN card
       01  WS-EXPORT-SWITCHES.
           03 WS-EXPORT-CC             PIC X VALUE 'N'.
              88 WS-DO-CC              VALUE 'Y'.
           03 WS-EXPORT-CR             PIC X VALUE 'N'.
              88 WS-DO-CR              VALUE 'Y'.
           03 WS-EXPORT-GL             PIC X VALUE 'N'.
              88 WS-DO-GL              VALUE 'Y'.
           03 WS-EXPORT-FM             PIC X VALUE 'N'.
              88 WS-DO-FM              VALUE 'Y'.
           03 WS-EXPORT-GR             PIC X VALUE 'N'.
              88 WS-DO-GR              VALUE 'Y'.
           03 WS-EXPORT-PD             PIC X VALUE 'N'.
              88 WS-DO-PD              VALUE 'Y'.
           03 WS-EXPORT-LC             PIC X VALUE 'N'.
              88 WS-DO-LC              VALUE 'Y'.
           03 WS-EXPORT-VS             PIC X VALUE 'N'.
              88 WS-DO-VS              VALUE 'Y'.
           03 WS-EXPORT-RD             PIC X VALUE 'N'.
              88 WS-DO-RD              VALUE 'Y'.
           03 WS-EXPORT-FC             PIC X VALUE 'N'.
              88 WS-DO-FC              VALUE 'Y'.

       01  WS-COUNTERS.
           03 WS-RECORDS-WRITTEN       PIC 9(9) VALUE ZERO.
           03 WS-CC-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-CR-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-GL-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-FM-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-GR-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-PD-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-LC-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-VS-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-RD-WRITTEN            PIC 9(7) VALUE ZERO.
           03 WS-FC-WRITTEN            PIC 9(7) VALUE ZERO.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.
       01  DB2-LOCATION                PIC X(16).

       01  WS-FETCH-ROW.
           03 DB2-CODE                 PIC X(6).
           03 DB2-DESC                 PIC X(30).
           03 DB2-AMOUNT               PIC S9(5)V99 COMP-3.
           03 DB2-AUTHREQ              PIC X(1).
           03 DB2-RETIRED              PIC X(1).
           03 DB2-GL-ACCOUNT           PIC X(10).
           03 DB2-EFF-DATE             PIC X(10).
           03 DB2-MAP-TYPE             PIC X(1).
           03 DB2-MAP-CODE             PIC X(6).
           03 DB2-DRUG-NAME            PIC X(50).
           03 DB2-STRENGTH             PIC X(20).
           03 DB2-ROUTE                PIC X(20).
           03 DB2-DRUG-CODE            PIC X(10).
           03 DB2-DRUG-CLASS           PIC X(20).
           03 DB2-CTL-SCHED            PIC X(1).
           03 DB2-RENAL-RISK           PIC X(1).
           03 DB2-RENAL-LIMIT          PIC S9(6)V9(3) COMP-3.
           03 DB2-PREG-UNSAFE          PIC X(1).
           03 DB2-STEWARDSHIP          PIC X(1).
           03 DB2-KEY-CODE             PIC X(10).
           03 DB2-READING-TYPE         PIC X(2).
           03 DB2-NUMBER-1             PIC S9(4) COMP.
           03 DB2-NUMBER-2             PIC S9(4) COMP.
           03 DB2-NUMBER-3             PIC S9(4) COMP.
           03 DB2-CRIT-LOW             PIC S9(6)V9(3) COMP-3.
           03 DB2-CRIT-HIGH            PIC S9(6)V9(3) COMP-3.
           03 DB2-DEST-TYPE            PIC X(1).
           03 DB2-DEST-NAME            PIC X(8).
           03 DB2-RECIPIENT            PIC X(20).
           03 DB2-FACILITY             PIC X(4).
           03 DB2-CLOSE-DATE           PIC X(10).
           03 DB2-START-TIME           PIC X(8).
           03 DB2-END-TIME             PIC X(8).

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
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-CC
              PERFORM EXPORT-CHARGECODE
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-CR
              PERFORM EXPORT-CHARGERATE
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-GL
              PERFORM EXPORT-GLMAP
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-FM
              PERFORM EXPORT-FORMULARY
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-GR
              PERFORM EXPORT-GAPRULE
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-PD
              PERFORM EXPORT-PROMDEF
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-LC
              PERFORM EXPORT-LABCRIT
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-VS
              PERFORM EXPORT-VACCSCHED
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-RD
              PERFORM EXPORT-RPTDIST
           END-IF
           IF JC-RETURN-CODE EQUAL 0 AND WS-DO-FC
              PERFORM EXPORT-FACCLOSE
           END-IF
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCRGBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCRGBJ01 - REFERENCE-DATA EXPORT STARTING'.

           ACCEPT WS-EXPORTED-BY-IN
           MOVE SPACES TO WS-TABLE-CARD
           ACCEPT WS-TABLE-CARD

           IF WS-EXPORTED-BY-IN EQUAL SPACES
              DISPLAY 'HCRGBJ01 - NO USER ID ON SYSIN - STOPPING'
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           IF WS-TABLE-CARD EQUAL SPACES
              MOVE 'Y' TO WS-EXPORT-CC WS-EXPORT-CR WS-EXPORT-GL
                          WS-EXPORT-FM WS-EXPORT-GR WS-EXPORT-PD
                          WS-EXPORT-LC WS-EXPORT-VS WS-EXPORT-RD
                          WS-EXPORT-FC
           ELSE
              PERFORM SELECT-ONE-TABLE
                  VARYING WS-TABLE-INDEX FROM 1 BY 1
                  UNTIL WS-TABLE-INDEX > 10
           END-IF

           IF WS-EXPORT-SWITCHES EQUAL ALL 'N'
              DISPLAY 'HCRGBJ01 - NO KNOWN TABLE ON SYSIN - STOPPING'
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP), CURRENT SERVER
                 INTO :WS-RUN-TIMESTAMP, :DB2-LOCATION
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRGBJ01 - SELECT SYSDUMMY1 FAILED SQLCODE='
                      SQLCODE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           OPEN OUTPUT REF-OUT
           MOVE 'Y' TO WS-FILE-OPEN-SWITCH

           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'HD'               TO RF-TABLE
           MOVE WS-RUN-TIMESTAMP   TO RFH-CREATED
           MOVE DB2-LOCATION       TO RFH-LOCATION
           MOVE WS-EXPORTED-BY-IN  TO RFH-EXPORTED-BY
           WRITE REF-OUT-RECORD
           DISPLAY 'HCRGBJ01 - EXPORTING FROM ' DB2-LOCATION.

       INITIALIZE-EXIT.
           EXIT.

       SELECT-ONE-TABLE.
           EVALUATE TRUE
             WHEN WS-TABLE-CC (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-CC
             WHEN WS-TABLE-CR (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-CR
             WHEN WS-TABLE-GL (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-GL
             WHEN WS-TABLE-FM (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-FM
             WHEN WS-TABLE-GR (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-GR
             WHEN WS-TABLE-PD (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-PD
             WHEN WS-TABLE-LC (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-LC
             WHEN WS-TABLE-VS (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-VS
             WHEN WS-TABLE-RD (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-RD
             WHEN WS-TABLE-FC (WS-TABLE-INDEX)
               MOVE 'Y' TO WS-EXPORT-FC
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
       EXPORT-CHARGECODE.
           EXEC SQL
               DECLARE CCCSR CURSOR FOR
               SELECT CODE, DESCRIPTION, AMOUNT,
                      VALUE(AUTHREQ, 'N'), VALUE(RETIRED, 'N'),
                      VALUE(GLACCOUNT, ' ')
                 FROM CHARGECODE
                ORDER BY CODE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN CCCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-CHARGECODE
           PERFORM WRITE-CHARGECODE UNTIL WS-EOF
           EXEC SQL CLOSE CCCSR END-EXEC.

       FETCH-CHARGECODE.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH CCCSR
                   INTO :DB2-CODE, :DB2-DESC, :DB2-AMOUNT,
                        :DB2-AUTHREQ, :DB2-RETIRED, :DB2-GL-ACCOUNT
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-CHARGECODE.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'CC'               TO RF-TABLE
           MOVE DB2-CODE           TO RFC-CODE
           MOVE DB2-DESC           TO RFC-DESC
           MOVE DB2-AMOUNT         TO RFC-AMOUNT
           MOVE DB2-AUTHREQ        TO RFC-AUTHREQ
           MOVE DB2-RETIRED        TO RFC-RETIRED
           MOVE DB2-GL-ACCOUNT     TO RFC-GL-ACCOUNT
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-CC-WRITTEN
           PERFORM FETCH-CHARGECODE.

      *----------------------------------------------------------------*
       EXPORT-CHARGERATE.
           EXEC SQL
               DECLARE CRCSR CURSOR FOR
               SELECT CODE, EFFDATE, AMOUNT
                 FROM CHARGERATE
                ORDER BY CODE, EFFDATE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN CRCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-CHARGERATE
           PERFORM WRITE-CHARGERATE UNTIL WS-EOF
           EXEC SQL CLOSE CRCSR END-EXEC.

       FETCH-CHARGERATE.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH CRCSR
                   INTO :DB2-CODE, :DB2-EFF-DATE, :DB2-AMOUNT
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-CHARGERATE.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'CR'               TO RF-TABLE
           MOVE DB2-CODE           TO RFR-CODE
           MOVE DB2-EFF-DATE       TO RFR-EFF-DATE
           MOVE DB2-AMOUNT         TO RFR-AMOUNT
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-CR-WRITTEN
           PERFORM FETCH-CHARGERATE.

      *----------------------------------------------------------------*
       EXPORT-GLMAP.
           EXEC SQL
               DECLARE GLCSR CURSOR FOR
               SELECT MAPTYPE, MAPCODE, GLACCOUNT,
                      VALUE(DESCRIPTION, ' ')
                 FROM GLMAP
                ORDER BY MAPTYPE, MAPCODE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN GLCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-GLMAP
           PERFORM WRITE-GLMAP UNTIL WS-EOF
           EXEC SQL CLOSE GLCSR END-EXEC.

       FETCH-GLMAP.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH GLCSR
                   INTO :DB2-MAP-TYPE, :DB2-MAP-CODE,
                        :DB2-GL-ACCOUNT, :DB2-DESC
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-GLMAP.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'GL'               TO RF-TABLE
           MOVE DB2-MAP-TYPE       TO RFG-MAP-TYPE
           MOVE DB2-MAP-CODE       TO RFG-MAP-CODE
           MOVE DB2-GL-ACCOUNT     TO RFG-GL-ACCOUNT
           MOVE DB2-DESC           TO RFG-DESC
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-GL-WRITTEN
           PERFORM FETCH-GLMAP.

      *----------------------------------------------------------------*
      * A formulary entry is keyed by drug name, strength and route   *
      *----------------------------------------------------------------*
       EXPORT-FORMULARY.
           EXEC SQL
               DECLARE FMCSR CURSOR FOR
               SELECT DRUGNAME, STRENGTH, ROUTE,
                      VALUE(DRUGCODE, ' '), VALUE(DRUGCLASS, ' '),
                      VALUE(CTLSCHED, ' '), VALUE(RENALRISK, 'N'),
                      VALUE(RENALLIMIT, 0), VALUE(PREGUNSAFE, 'N'),
                      VALUE(STEWARDSHIP, 'N')
                 FROM FORMULARY
                ORDER BY DRUGNAME, STRENGTH, ROUTE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN FMCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-FORMULARY
           PERFORM WRITE-FORMULARY UNTIL WS-EOF
           EXEC SQL CLOSE FMCSR END-EXEC.

       FETCH-FORMULARY.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH FMCSR
                   INTO :DB2-DRUG-NAME, :DB2-STRENGTH, :DB2-ROUTE,
                        :DB2-DRUG-CODE, :DB2-DRUG-CLASS,
                        :DB2-CTL-SCHED, :DB2-RENAL-RISK,
                        :DB2-RENAL-LIMIT, :DB2-PREG-UNSAFE,
                        :DB2-STEWARDSHIP
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-FORMULARY.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'FM'               TO RF-TABLE
           MOVE DB2-DRUG-NAME      TO RFF-DRUG-NAME
           MOVE DB2-STRENGTH       TO RFF-STRENGTH
           MOVE DB2-ROUTE          TO RFF-ROUTE
           MOVE DB2-DRUG-CODE      TO RFF-DRUG-CODE
           MOVE DB2-DRUG-CLASS     TO RFF-DRUG-CLASS
           MOVE DB2-CTL-SCHED      TO RFF-CTL-SCHED
           MOVE DB2-RENAL-RISK     TO RFF-RENAL-RISK
           MOVE DB2-RENAL-LIMIT    TO RFF-RENAL-LIMIT
           MOVE DB2-PREG-UNSAFE    TO RFF-PREG-UNSAFE
           MOVE DB2-STEWARDSHIP    TO RFF-STEWARDSHIP
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-FM-WRITTEN
           PERFORM FETCH-FORMULARY.

      *----------------------------------------------------------------*
       EXPORT-GAPRULE.
           EXEC SQL
               DECLARE GRCSR CURSOR FOR
               SELECT REGTYPE, READINGTYPE, INTERVALDAYS
                 FROM GAPRULE
                ORDER BY REGTYPE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN GRCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-GAPRULE
           PERFORM WRITE-GAPRULE UNTIL WS-EOF
           EXEC SQL CLOSE GRCSR END-EXEC.

       FETCH-GAPRULE.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH GRCSR
                   INTO :DB2-KEY-CODE, :DB2-READING-TYPE,
                        :DB2-NUMBER-1
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-GAPRULE.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'GR'               TO RF-TABLE
           MOVE DB2-KEY-CODE       TO RFP-REGTYPE
           MOVE DB2-READING-TYPE   TO RFP-READING-TYPE
           MOVE DB2-NUMBER-1       TO RFP-INTERVAL-DAYS
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-GR-WRITTEN
           PERFORM FETCH-GAPRULE.

      *----------------------------------------------------------------*
       EXPORT-PROMDEF.
           EXEC SQL
               DECLARE PDCSR CURSOR FOR
               SELECT QUESTID, VALUE(DESCRIPTION, ' '),
                      NUMQUESTIONS, ALERTSCORE, WORSENDELTA
                 FROM PROMDEF
                ORDER BY QUESTID
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN PDCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-PROMDEF
           PERFORM WRITE-PROMDEF UNTIL WS-EOF
           EXEC SQL CLOSE PDCSR END-EXEC.

       FETCH-PROMDEF.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH PDCSR
                   INTO :DB2-KEY-CODE, :DB2-DESC,
                        :DB2-NUMBER-1, :DB2-NUMBER-2, :DB2-NUMBER-3
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-PROMDEF.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'PD'               TO RF-TABLE
           MOVE DB2-KEY-CODE       TO RFQ-QUEST-ID
           MOVE DB2-DESC           TO RFQ-DESC
           MOVE DB2-NUMBER-1       TO RFQ-NUM-QUESTIONS
           MOVE DB2-NUMBER-2       TO RFQ-ALERT-SCORE
           MOVE DB2-NUMBER-3       TO RFQ-WORSEN-DELTA
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-PD-WRITTEN
           PERFORM FETCH-PROMDEF.

      *----------------------------------------------------------------*
       EXPORT-LABCRIT.
           EXEC SQL
               DECLARE LCCSR CURSOR FOR
               SELECT TESTCODE, CRITLOW, CRITHIGH
                 FROM LABCRIT
                ORDER BY TESTCODE
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN LCCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-LABCRIT
           PERFORM WRITE-LABCRIT UNTIL WS-EOF
           EXEC SQL CLOSE LCCSR END-EXEC.

       FETCH-LABCRIT.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH LCCSR
                   INTO :DB2-KEY-CODE, :DB2-CRIT-LOW, :DB2-CRIT-HIGH
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-LABCRIT.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'LC'               TO RF-TABLE
           MOVE DB2-KEY-CODE       TO RFL-TEST-CODE
           MOVE DB2-CRIT-LOW       TO RFL-CRIT-LOW
           MOVE DB2-CRIT-HIGH      TO RFL-CRIT-HIGH
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-LC-WRITTEN
           PERFORM FETCH-LABCRIT.

      *----------------------------------------------------------------*
       EXPORT-VACCSCHED.
           EXEC SQL
               DECLARE VSCSR CURSOR FOR
               SELECT VACCINECODE, DOSENUMBER, INTERVALDAYS
                 FROM VACCSCHED
                ORDER BY VACCINECODE, DOSENUMBER
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN VSCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-VACCSCHED
           PERFORM WRITE-VACCSCHED UNTIL WS-EOF
           EXEC SQL CLOSE VSCSR END-EXEC.

       FETCH-VACCSCHED.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH VSCSR
                   INTO :DB2-KEY-CODE, :DB2-NUMBER-1, :DB2-NUMBER-2
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-VACCSCHED.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'VS'               TO RF-TABLE
           MOVE DB2-KEY-CODE       TO RFV-VACCINE-CODE
           MOVE DB2-NUMBER-1       TO RFV-DOSE-NUMBER
           MOVE DB2-NUMBER-2       TO RFV-INTERVAL-DAYS
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-VS-WRITTEN
           PERFORM FETCH-VACCSCHED.

      *----------------------------------------------------------------*
       EXPORT-RPTDIST.
           EXEC SQL
               DECLARE RDCSR CURSOR FOR
               SELECT REPORTID, SEQNUM, DESTTYPE,
                      VALUE(DESTNAME, ' '), VALUE(RECIPIENT, ' ')
                 FROM RPTDIST
                ORDER BY REPORTID, SEQNUM
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN RDCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-RPTDIST
           PERFORM WRITE-RPTDIST UNTIL WS-EOF
           EXEC SQL CLOSE RDCSR END-EXEC.

       FETCH-RPTDIST.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH RDCSR
                   INTO :DB2-KEY-CODE, :DB2-NUMBER-1, :DB2-DEST-TYPE,
                        :DB2-DEST-NAME, :DB2-RECIPIENT
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-RPTDIST.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'RD'               TO RF-TABLE
           MOVE DB2-KEY-CODE       TO RFD-REPORT-ID
           MOVE DB2-NUMBER-1       TO RFD-SEQ
           MOVE DB2-DEST-TYPE      TO RFD-DEST-TYPE
           MOVE DB2-DEST-NAME      TO RFD-DEST-NAME
           MOVE DB2-RECIPIENT      TO RFD-RECIPIENT
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-RD-WRITTEN
           PERFORM FETCH-RPTDIST.

      *----------------------------------------------------------------*
       EXPORT-FACCLOSE.
           EXEC SQL
               DECLARE FCCSR CURSOR FOR
               SELECT FACILITY, CLOSEDATE, STARTTIME, ENDTIME,
                      VALUE(REASON, ' ')
                 FROM FACCLOSE
                ORDER BY FACILITY, CLOSEDATE, STARTTIME
           END-EXEC

           MOVE 'N' TO WS-EOF-SWITCH
           EXEC SQL OPEN FCCSR END-EXEC
           PERFORM CHECK-OPEN
           PERFORM FETCH-FACCLOSE
           PERFORM WRITE-FACCLOSE UNTIL WS-EOF
           EXEC SQL CLOSE FCCSR END-EXEC.

       FETCH-FACCLOSE.
           IF NOT WS-EOF
              EXEC SQL
                  FETCH FCCSR
                   INTO :DB2-FACILITY, :DB2-CLOSE-DATE,
                        :DB2-START-TIME, :DB2-END-TIME, :DB2-DESC
              END-EXEC
              PERFORM CHECK-FETCH
           END-IF.

       WRITE-FACCLOSE.
           MOVE SPACES             TO REF-OUT-RECORD
           MOVE 'FC'               TO RF-TABLE
           MOVE DB2-FACILITY       TO RFX-FACILITY
           MOVE DB2-CLOSE-DATE     TO RFX-CLOSE-DATE
           MOVE DB2-START-TIME     TO RFX-START-TIME
           MOVE DB2-END-TIME       TO RFX-END-TIME
           MOVE DB2-DESC           TO RFX-REASON
           WRITE REF-OUT-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-FC-WRITTEN
           PERFORM FETCH-FACCLOSE.

      *----------------------------------------------------------------*
       CHECK-OPEN.
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRGBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       CHECK-FETCH.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCRGBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
      *    no trailer on a failed export, so the import will not take
      *    a part file for a whole one
           IF JC-RETURN-CODE EQUAL 0 AND WS-FILE-OPEN
              MOVE SPACES             TO REF-OUT-RECORD
              MOVE 'TR'               TO RF-TABLE
              MOVE WS-RECORDS-WRITTEN TO RFT-RECORD-COUNT
              WRITE REF-OUT-RECORD
           END-IF
           IF WS-FILE-OPEN
              CLOSE REF-OUT
           END-IF

           MOVE WS-RECORDS-WRITTEN TO JC-RECORD-COUNT
           PERFORM WRITE-JOB-END
           MOVE JC-RETURN-CODE TO RETURN-CODE

           DISPLAY 'HCRGBJ01 - CHARGECODE ROWS: ' WS-CC-WRITTEN.
           DISPLAY 'HCRGBJ01 - CHARGERATE ROWS: ' WS-CR-WRITTEN.
           DISPLAY 'HCRGBJ01 - GLMAP ROWS:      ' WS-GL-WRITTEN.
           DISPLAY 'HCRGBJ01 - FORMULARY ROWS:  ' WS-FM-WRITTEN.
           DISPLAY 'HCRGBJ01 - GAPRULE ROWS:    ' WS-GR-WRITTEN.
           DISPLAY 'HCRGBJ01 - PROMDEF ROWS:    ' WS-PD-WRITTEN.
           DISPLAY 'HCRGBJ01 - LABCRIT ROWS:    ' WS-LC-WRITTEN.
           DISPLAY 'HCRGBJ01 - VACCSCHED ROWS:  ' WS-VS-WRITTEN.
           DISPLAY 'HCRGBJ01 - RPTDIST ROWS:    ' WS-RD-WRITTEN.
           DISPLAY 'HCRGBJ01 - FACCLOSE ROWS:   ' WS-FC-WRITTEN.
           DISPLAY 'HCRGBJ01 - REFERENCE-DATA EXPORT COMPLETE'.

      *----------------------------------------------------------------*
       COPY HCJCPD.
