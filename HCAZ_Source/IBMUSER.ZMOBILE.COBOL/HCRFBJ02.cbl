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
      *          Reference-Data Promotion Import                       *
      *                                                                *
      *   Run in the region the reference data is being promoted to.   *
      *  Reads the file HCRGBJ01 exported (REFIMP, layout HCRFREC)     *
      *  and matches each table's rows, key by key, against this       *
      *  region's own, printing every difference on the report         *
      *  (REFDIFF): rows that would be added, rows whose values would  *
      *  change - with the old and new values - and rows held here     *
      *  that are not in the file.  Those last are reported only and   *
      *  never removed, as charges and ledger postings still point at  *
      *  them; retiring one is a decision for the finance team.        *
      *   Nothing is changed unless SYSIN says APPLY.  Then every add  *
      *  and change is made, and each one written to AUDITLOG under    *
      *  the user id on SYSIN with the before and after values, all    *
      *  as one unit of work - committed only if every row went in     *
      *  and the file proved whole (header first, trailer count        *
      *  agreeing, keys in order); otherwise all of it is backed out.  *
      *   A formulary entry's key (drug name, strength and route) is   *
      *  longer than the audit key: its AUDITLOG row is keyed on the   *
      *  start of the drug name and the before and after values carry *
      *  the whole key, name/strength/route, ahead of the values.     *
      *                                                                *
      *  SYSIN, one card each:                                         *
      *    1 APPLY to make the changes - anything else reports only    *
      *    2 applied by (user id) - needed with APPLY                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRFBJ02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-IN ASSIGN TO REFIMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIFF-RPT ASSIGN TO REFDIFF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-IN
           RECORDING MODE IS F.
       01  REF-IN-RECORD.
           COPY HCRFREC.

       FD  DIFF-RPT
           RECORDING MODE IS F.
       01  DIFF-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRFBJ02------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-TARGET-EOF-SWITCH        PIC X VALUE 'N'.
           88 WS-TARGET-EOF            VALUE 'Y'.

      * Set when the file holds no more rows for the table in hand
       01  WS-GROUP-END-SWITCH         PIC X VALUE 'N'.
           88 WS-GROUP-END             VALUE 'Y'.

      * Cleared by a missing header or trailer, a count that does not
      * agree or a key out of order - nothing is applied from a file
      * that is not whole
       01  WS-FILE-SWITCH              PIC X VALUE 'Y'.
           88 WS-FILE-WHOLE            VALUE 'Y'.

       01  WS-SYSIN-OPTION             PIC X(10) VALUE SPACES.
           88 WS-APPLY                 VALUE 'APPLY'.
       01  WS-APPLIED-BY-IN            PIC X(10) VALUE SPACES.

       01  WS-CURRENT-TABLE            PIC X(2)  VALUE SPACES.
       01  WS-PREV-TABLE               PIC X(2)  VALUE SPACES.
       01  WS-PREV-KEY                 PIC X(90) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-RECORDS-READ          PIC 9(9) VALUE ZERO.
           03 WS-ROWS-ADDED            PIC 9(7) VALUE ZERO.
           03 WS-ROWS-CHANGED          PIC 9(7) VALUE ZERO.
           03 WS-ROWS-NOT-IN-FILE      PIC 9(7) VALUE ZERO.
           03 WS-ROWS-UNCHANGED        PIC 9(7) VALUE ZERO.
           03 WS-ROWS-APPLIED          PIC 9(7) VALUE ZERO.
           03 WS-APPLY-ERRORS          PIC 9(7) VALUE ZERO.

      * This region's row, in the same layout as the file's, so the
      * two compare as they stand
       01  WS-TARGET-ROW.
           03 TG-KEY                   PIC X(90).
           03 TG-CHARGECODE-KEY REDEFINES TG-KEY.
              05 TGC-CODE              PIC X(6).
              05 FILLER                PIC X(84).
           03 TG-CHARGERATE-KEY REDEFINES TG-KEY.
              05 TGR-CODE              PIC X(6).
              05 TGR-EFF-DATE          PIC X(10).
              05 FILLER                PIC X(74).
           03 TG-GLMAP-KEY REDEFINES TG-KEY.
              05 TGG-MAP-TYPE          PIC X(1).
              05 TGG-MAP-CODE          PIC X(6).
              05 FILLER                PIC X(83).
           03 TG-FORMULARY-KEY REDEFINES TG-KEY.
              05 TGF-DRUG-NAME         PIC X(50).
              05 TGF-STRENGTH          PIC X(20).
              05 TGF-ROUTE             PIC X(20).
           03 TG-GAPRULE-KEY REDEFINES TG-KEY.
              05 TGP-REGTYPE           PIC X(10).
              05 FILLER                PIC X(80).
           03 TG-PROMDEF-KEY REDEFINES TG-KEY.
              05 TGQ-QUEST-ID          PIC X(8).
              05 FILLER                PIC X(82).
           03 TG-LABCRIT-KEY REDEFINES TG-KEY.
              05 TGL-TEST-CODE         PIC X(10).
              05 FILLER                PIC X(80).
           03 TG-VACCSCHED-KEY REDEFINES TG-KEY.
              05 TGV-VACCINE-CODE      PIC X(10).
              05 TGV-DOSE-NUMBER       PIC 9(4).
              05 FILLER                PIC X(76).
           03 TG-RPTDIST-KEY REDEFINES TG-KEY.
              05 TGD-REPORT-ID         PIC X(8).
              05 TGD-SEQ               PIC 9(4).
              05 FILLER                PIC X(78).
           03 TG-FACCLOSE-KEY REDEFINES TG-KEY.
              05 TGX-FACILITY          PIC X(4).
              05 TGX-CLOSE-DATE        PIC X(10).
              05 TGX-START-TIME        PIC X(8).
              05 FILLER                PIC X(68).
           03 TG-DATA                  PIC X(100).
           03 TG-CHARGECODE REDEFINES TG-DATA.
              05 TGC-DESC              PIC X(30).
              05 TGC-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 TGC-AUTHREQ           PIC X(1).
              05 TGC-RETIRED           PIC X(1).
              05 TGC-GL-ACCOUNT        PIC X(10).
              05 FILLER                PIC X(50).
           03 TG-CHARGERATE REDEFINES TG-DATA.
              05 TGR-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(92).
           03 TG-GLMAP REDEFINES TG-DATA.
              05 TGG-GL-ACCOUNT        PIC X(10).
              05 TGG-DESC              PIC X(30).
              05 FILLER                PIC X(60).
           03 TG-FORMULARY REDEFINES TG-DATA.
              05 TGF-DRUG-CODE         PIC X(10).
              05 TGF-DRUG-CLASS        PIC X(20).
              05 TGF-CTL-SCHED         PIC X(1).
              05 TGF-RENAL-RISK        PIC X(1).
              05 TGF-RENAL-LIMIT       PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 TGF-PREG-UNSAFE       PIC X(1).
              05 TGF-STEWARDSHIP       PIC X(1).
              05 FILLER                PIC X(56).
           03 TG-GAPRULE REDEFINES TG-DATA.
              05 TGP-READING-TYPE      PIC X(2).
              05 TGP-INTERVAL-DAYS     PIC 9(5).
              05 FILLER                PIC X(93).
           03 TG-PROMDEF REDEFINES TG-DATA.
              05 TGQ-DESC              PIC X(30).
              05 TGQ-NUM-QUESTIONS     PIC 9(4).
              05 TGQ-ALERT-SCORE       PIC S9(4)
                                       SIGN LEADING SEPARATE.
              05 TGQ-WORSEN-DELTA      PIC S9(4)
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(56).
           03 TG-LABCRIT REDEFINES TG-DATA.
              05 TGL-CRIT-LOW          PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 TGL-CRIT-HIGH         PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(80).
           03 TG-VACCSCHED REDEFINES TG-DATA.
              05 TGV-INTERVAL-DAYS     PIC 9(5).
              05 FILLER                PIC X(95).
           03 TG-RPTDIST REDEFINES TG-DATA.
              05 TGD-DEST-TYPE         PIC X(1).
              05 TGD-DEST-NAME         PIC X(8).
              05 TGD-RECIPIENT         PIC X(20).
              05 FILLER                PIC X(71).
           03 TG-FACCLOSE REDEFINES TG-DATA.
              05 TGX-END-TIME          PIC X(8).
              05 TGX-REASON            PIC X(30).
              05 FILLER                PIC X(62).

      * A formulary row written out for the report and the audit
      * images - name/strength/route, then the values
       01  WS-FM-SOURCE.
           03 WS-FMS-DRUG-NAME         PIC X(50).
           03 WS-FMS-STRENGTH          PIC X(20).
           03 WS-FMS-ROUTE             PIC X(20).
           03 WS-FMS-DRUG-CODE         PIC X(10).
           03 WS-FMS-DRUG-CLASS        PIC X(20).
           03 WS-FMS-CTL-SCHED         PIC X(1).
           03 WS-FMS-RENAL-RISK        PIC X(1).
           03 WS-FMS-RENAL-LIMIT       PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
           03 WS-FMS-PREG-UNSAFE       PIC X(1).
           03 WS-FMS-STEWARDSHIP       PIC X(1).
           03 FILLER                   PIC X(56).
       01  WS-FM-LIMIT-EDIT            PIC ZZZZZ9.999.
       01  WS-FM-KEY-TEXT              PIC X(92).
       01  WS-FM-IMAGE                 PIC X(100).

       01  WS-TITLE-LINE.
           03 FILLER                   PIC X(5)  VALUE 'From '.
           03 WS-TL-FROM               PIC X(16).
           03 FILLER                   PIC X(10) VALUE ' exported '.
           03 WS-TL-CREATED            PIC X(19).
           03 FILLER                   PIC X(4)  VALUE ' by '.
           03 WS-TL-BY                 PIC X(10).
           03 FILLER                   PIC X(7)  VALUE '  into '.
           03 WS-TL-INTO               PIC X(16).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-TL-MODE               PIC X(11).

       01  WS-DETAIL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DL-ACTION             PIC X(12).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-DL-TABLE              PIC X(2).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-DL-KEY                PIC X(17).
           03 FILLER                   PIC X(1) VALUE SPACES.
           03 WS-DL-WHICH              PIC X(6).
           03 WS-DL-DATA               PIC X(58).

       01  WS-TOTAL-LINE.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-TOT-LABEL             PIC X(30).
           03 WS-TOT-COUNT             PIC ZZZ,ZZ9.

      * This region's values before the change, for the audit row
       01  WS-BEFORE-IMAGE             PIC X(100) VALUE SPACES.

       01  WS-SQLCODE-DISPLAY          PIC -9(4).

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

      * AUDITLOG row for each change applied - a batch run has no
      * terminal, and the user on SYSIN stands as the user
       01  WS-AUDIT-RECORD.
           COPY HCADTMSG.
       01  DB2-AUDIT.
           03 DB2-TRANSID              PIC X(4) VALUE 'BTCH'.
           03 DB2-TERMID               PIC X(4) VALUE SPACES.
           03 DB2-USERID               PIC X(10).

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

           PERFORM INITIALIZE-JOB THRU INITIALIZE-EXIT.
           IF JC-RETURN-CODE EQUAL 0
              MOVE 'CC' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'CR' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'GL' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'FM' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'GR' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'PD' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'LC' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'VS' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'RD' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              MOVE 'FC' TO WS-CURRENT-TABLE
              PERFORM COMPARE-TABLE
              PERFORM CHECK-TRAILER
              PERFORM END-APPLY-UNIT
           END-IF
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCRFBJ02' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
      *    keep the run on JOBCONTROL whatever becomes of the apply
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'HCRFBJ02 - REFERENCE-DATA IMPORT STARTING'.

           ACCEPT WS-SYSIN-OPTION
           ACCEPT WS-APPLIED-BY-IN

           OPEN INPUT REF-IN.
           OPEN OUTPUT DIFF-RPT.

           MOVE 'REFERENCE-DATA PROMOTION - DIFFERENCES'
             TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE

           IF WS-APPLY AND WS-APPLIED-BY-IN EQUAL SPACES
              DISPLAY 'HCRFBJ02 - APPLY NEEDS A USER ID - STOPPING'
              MOVE 'APPLY asked for with no user id - nothing done'
                TO DIFF-RPT-LINE
              WRITE DIFF-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           PERFORM READ-NEXT-RECORD
           IF WS-EOF OR RF-TABLE NOT EQUAL 'HD'
              DISPLAY 'HCRFBJ02 - REFIMP HAS NO HEADER - STOPPING'
              MOVE 'File has no header - nothing done'
                TO DIFF-RPT-LINE
              WRITE DIFF-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
              GO TO INITIALIZE-EXIT
           END-IF

           EXEC SQL
               SELECT CURRENT SERVER
                 INTO :DB2-LOCATION
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE RFH-LOCATION       TO WS-TL-FROM
           MOVE RFH-CREATED        TO WS-TL-CREATED
           MOVE RFH-EXPORTED-BY    TO WS-TL-BY
           MOVE DB2-LOCATION       TO WS-TL-INTO
           IF WS-APPLY
              MOVE 'APPLIED'       TO WS-TL-MODE
           ELSE
              MOVE 'REPORT ONLY'   TO WS-TL-MODE
           END-IF
           MOVE WS-TITLE-LINE      TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           MOVE SPACES             TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           MOVE '  Action       Tb Key                     Values'
             TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE

           DISPLAY 'HCRFBJ02 - FILE FROM ' RFH-LOCATION
                   ' INTO ' DB2-LOCATION ' - ' WS-TL-MODE

           PERFORM READ-NEXT-RECORD.

       INITIALIZE-EXIT.
           EXIT.

       READ-NEXT-RECORD.
           READ REF-IN
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-EOF
              ADD 1 TO WS-RECORDS-READ
      *       within a table the keys must rise, or the match is off
              IF RF-TABLE EQUAL WS-PREV-TABLE
                 AND RF-KEY NOT > WS-PREV-KEY
                 DISPLAY 'HCRFBJ02 - KEY OUT OF ORDER AT RECORD '
                         WS-RECORDS-READ
                 MOVE 'N' TO WS-FILE-SWITCH
              END-IF
              MOVE RF-TABLE TO WS-PREV-TABLE
              MOVE RF-KEY   TO WS-PREV-KEY
           END-IF
           IF WS-EOF OR RF-TABLE NOT EQUAL WS-CURRENT-TABLE
              MOVE 'Y' TO WS-GROUP-END-SWITCH
           ELSE
              MOVE 'N' TO WS-GROUP-END-SWITCH
           END-IF.

      *----------------------------------------------------------------*
      * Match one table's rows from the file against this region's - *
      * a table not in the file was not exported and is left alone    *
      *----------------------------------------------------------------*
       COMPARE-TABLE.
           IF NOT WS-EOF AND RF-TABLE EQUAL WS-CURRENT-TABLE
              MOVE 'N' TO WS-GROUP-END-SWITCH
              MOVE SPACES TO DIFF-RPT-LINE
              WRITE DIFF-RPT-LINE
              PERFORM OPEN-TARGET-CURSOR
              PERFORM FETCH-TARGET-ROW
              PERFORM COMPARE-ONE-ROW
                  UNTIL WS-GROUP-END AND WS-TARGET-EOF
              PERFORM CLOSE-TARGET-CURSOR
           END-IF.

       COMPARE-ONE-ROW.
           EVALUATE TRUE
             WHEN WS-GROUP-END
               PERFORM REPORT-NOT-IN-FILE
               PERFORM FETCH-TARGET-ROW
             WHEN WS-TARGET-EOF
               PERFORM REPORT-ADDED
               PERFORM READ-NEXT-RECORD
             WHEN RF-KEY < TG-KEY
               PERFORM REPORT-ADDED
               PERFORM READ-NEXT-RECORD
             WHEN RF-KEY > TG-KEY
               PERFORM REPORT-NOT-IN-FILE
               PERFORM FETCH-TARGET-ROW
             WHEN OTHER
               IF RF-DATA EQUAL TG-DATA
                  ADD 1 TO WS-ROWS-UNCHANGED
               ELSE
                  PERFORM REPORT-CHANGED
               END-IF
               PERFORM READ-NEXT-RECORD
               PERFORM FETCH-TARGET-ROW
           END-EVALUATE.

       REPORT-ADDED.
           ADD 1 TO WS-ROWS-ADDED
           MOVE 'ADDED'            TO WS-DL-ACTION
           MOVE RF-TABLE           TO WS-DL-TABLE
           MOVE RF-KEY             TO WS-DL-KEY
           MOVE 'new: '            TO WS-DL-WHICH
           MOVE RF-DATA            TO WS-DL-DATA
           MOVE WS-DETAIL-LINE     TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           PERFORM WRITE-FILE-KEY-LINE
           IF WS-APPLY
              MOVE SPACES          TO WS-BEFORE-IMAGE
              PERFORM APPLY-ADDED
              PERFORM CHECK-APPLY
           END-IF.

       REPORT-CHANGED.
           ADD 1 TO WS-ROWS-CHANGED
           MOVE 'CHANGED'          TO WS-DL-ACTION
           MOVE RF-TABLE           TO WS-DL-TABLE
           MOVE RF-KEY             TO WS-DL-KEY
           MOVE 'new: '            TO WS-DL-WHICH
           MOVE RF-DATA            TO WS-DL-DATA
           MOVE WS-DETAIL-LINE     TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           PERFORM WRITE-FILE-KEY-LINE
           MOVE SPACES             TO WS-DL-ACTION WS-DL-TABLE
                                      WS-DL-KEY
           MOVE 'was: '            TO WS-DL-WHICH
           MOVE TG-DATA            TO WS-DL-DATA
           MOVE WS-DETAIL-LINE     TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           IF WS-APPLY
              MOVE TG-DATA         TO WS-BEFORE-IMAGE
              IF RF-TABLE EQUAL 'FM'
                 MOVE WS-TARGET-ROW TO WS-FM-SOURCE
                 PERFORM BUILD-FORMULARY-IMAGE
                 MOVE WS-FM-IMAGE  TO WS-BEFORE-IMAGE
              END-IF
              PERFORM APPLY-CHANGED
              PERFORM CHECK-APPLY
           END-IF.

       REPORT-NOT-IN-FILE.
           ADD 1 TO WS-ROWS-NOT-IN-FILE
           MOVE 'NOT IN FILE'      TO WS-DL-ACTION
           MOVE WS-CURRENT-TABLE   TO WS-DL-TABLE
           MOVE TG-KEY             TO WS-DL-KEY
           MOVE 'here:'            TO WS-DL-WHICH
           MOVE TG-DATA            TO WS-DL-DATA
           MOVE WS-DETAIL-LINE     TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           IF WS-CURRENT-TABLE EQUAL 'FM'
              MOVE WS-TARGET-ROW   TO WS-FM-SOURCE
              PERFORM WRITE-FORMULARY-KEY-LINE
           END-IF.

      * The key column has room for the start of a drug name only -
      * a formulary row gets its whole key on a line of its own
       WRITE-FILE-KEY-LINE.
           IF RF-TABLE EQUAL 'FM'
              MOVE RF-KEY          TO WS-FM-SOURCE(1:90)
              MOVE RF-DATA         TO WS-FM-SOURCE(91:100)
              PERFORM WRITE-FORMULARY-KEY-LINE
           END-IF.

       WRITE-FORMULARY-KEY-LINE.
           PERFORM BUILD-FORMULARY-KEY
           MOVE SPACES             TO DIFF-RPT-LINE
           MOVE 'key:'             TO DIFF-RPT-LINE(3:4)
           MOVE WS-FM-KEY-TEXT     TO DIFF-RPT-LINE(9:92)
           WRITE DIFF-RPT-LINE.

       BUILD-FORMULARY-KEY.
           MOVE SPACES TO WS-FM-KEY-TEXT
           STRING WS-FMS-DRUG-NAME DELIMITED BY '  '
                  '/'              DELIMITED BY SIZE
                  WS-FMS-STRENGTH  DELIMITED BY '  '
                  '/'              DELIMITED BY SIZE
                  WS-FMS-ROUTE     DELIMITED BY '  '
                  INTO WS-FM-KEY-TEXT
           END-STRING.

      * name/strength/route;code;class;schedule;renal risk;renal
      * limit;pregnancy;stewardship
       BUILD-FORMULARY-IMAGE.
           PERFORM BUILD-FORMULARY-KEY
           MOVE WS-FMS-RENAL-LIMIT TO WS-FM-LIMIT-EDIT
           MOVE SPACES TO WS-FM-IMAGE
           STRING WS-FM-KEY-TEXT     DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  WS-FMS-DRUG-CODE   DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  WS-FMS-DRUG-CLASS  DELIMITED BY '  '
                  ';'                DELIMITED BY SIZE
                  WS-FMS-CTL-SCHED   DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-FMS-RENAL-RISK  DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-FM-LIMIT-EDIT   DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-FMS-PREG-UNSAFE DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-FMS-STEWARDSHIP DELIMITED BY SIZE
                  INTO WS-FM-IMAGE
           END-STRING.

      *----------------------------------------------------------------*
      * This region's rows, fetched into the file's layout             *
      *----------------------------------------------------------------*
       OPEN-TARGET-CURSOR.
           MOVE 'N' TO WS-TARGET-EOF-SWITCH
           EVALUATE WS-CURRENT-TABLE
             WHEN 'CC'
               EXEC SQL
                   DECLARE CCCSR CURSOR FOR
                   SELECT CODE, DESCRIPTION, AMOUNT,
                          VALUE(AUTHREQ, 'N'), VALUE(RETIRED, 'N'),
                          VALUE(GLACCOUNT, ' ')
                     FROM CHARGECODE
                    ORDER BY CODE
               END-EXEC
               EXEC SQL OPEN CCCSR END-EXEC
             WHEN 'CR'
               EXEC SQL
                   DECLARE CRCSR CURSOR FOR
                   SELECT CODE, EFFDATE, AMOUNT
                     FROM CHARGERATE
                    ORDER BY CODE, EFFDATE
               END-EXEC
               EXEC SQL OPEN CRCSR END-EXEC
             WHEN 'GL'
               EXEC SQL
                   DECLARE GLCSR CURSOR FOR
                   SELECT MAPTYPE, MAPCODE, GLACCOUNT,
                          VALUE(DESCRIPTION, ' ')
                     FROM GLMAP
                    ORDER BY MAPTYPE, MAPCODE
               END-EXEC
               EXEC SQL OPEN GLCSR END-EXEC
             WHEN 'FM'
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
               EXEC SQL OPEN FMCSR END-EXEC
             WHEN 'GR'
               EXEC SQL
                   DECLARE GRCSR CURSOR FOR
                   SELECT REGTYPE, READINGTYPE, INTERVALDAYS
                     FROM GAPRULE
                    ORDER BY REGTYPE
               END-EXEC
               EXEC SQL OPEN GRCSR END-EXEC
             WHEN 'PD'
               EXEC SQL
                   DECLARE PDCSR CURSOR FOR
                   SELECT QUESTID, VALUE(DESCRIPTION, ' '),
                          NUMQUESTIONS, ALERTSCORE, WORSENDELTA
                     FROM PROMDEF
                    ORDER BY QUESTID
               END-EXEC
               EXEC SQL OPEN PDCSR END-EXEC
             WHEN 'LC'
               EXEC SQL
                   DECLARE LCCSR CURSOR FOR
                   SELECT TESTCODE, CRITLOW, CRITHIGH
                     FROM LABCRIT
                    ORDER BY TESTCODE
               END-EXEC
               EXEC SQL OPEN LCCSR END-EXEC
             WHEN 'VS'
               EXEC SQL
                   DECLARE VSCSR CURSOR FOR
                   SELECT VACCINECODE, DOSENUMBER, INTERVALDAYS
                     FROM VACCSCHED
                    ORDER BY VACCINECODE, DOSENUMBER
               END-EXEC
               EXEC SQL OPEN VSCSR END-EXEC
             WHEN 'RD'
               EXEC SQL
                   DECLARE RDCSR CURSOR FOR
                   SELECT REPORTID, SEQNUM, DESTTYPE,
                          VALUE(DESTNAME, ' '), VALUE(RECIPIENT, ' ')
                     FROM RPTDIST
                    ORDER BY REPORTID, SEQNUM
               END-EXEC
               EXEC SQL OPEN RDCSR END-EXEC
             WHEN 'FC'
               EXEC SQL
                   DECLARE FCCSR CURSOR FOR
                   SELECT FACILITY, CLOSEDATE, STARTTIME, ENDTIME,
                          VALUE(REASON, ' ')
                     FROM FACCLOSE
                    ORDER BY FACILITY, CLOSEDATE, STARTTIME
               END-EXEC
               EXEC SQL OPEN FCCSR END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCRFBJ02 - OPEN ' WS-CURRENT-TABLE
                      ' CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-TARGET-EOF-SWITCH
              MOVE 'N' TO WS-FILE-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       FETCH-TARGET-ROW.
           IF NOT WS-TARGET-EOF
              MOVE SPACES TO WS-TARGET-ROW
              EVALUATE WS-CURRENT-TABLE
                WHEN 'CC'
                  EXEC SQL
                      FETCH CCCSR
                       INTO :DB2-CODE, :DB2-DESC, :DB2-AMOUNT,
                            :DB2-AUTHREQ, :DB2-RETIRED,
                            :DB2-GL-ACCOUNT
                  END-EXEC
                  MOVE DB2-CODE       TO TGC-CODE
                  MOVE DB2-DESC       TO TGC-DESC
                  MOVE DB2-AMOUNT     TO TGC-AMOUNT
                  MOVE DB2-AUTHREQ    TO TGC-AUTHREQ
                  MOVE DB2-RETIRED    TO TGC-RETIRED
                  MOVE DB2-GL-ACCOUNT TO TGC-GL-ACCOUNT
                WHEN 'CR'
                  EXEC SQL
                      FETCH CRCSR
                       INTO :DB2-CODE, :DB2-EFF-DATE, :DB2-AMOUNT
                  END-EXEC
                  MOVE DB2-CODE       TO TGR-CODE
                  MOVE DB2-EFF-DATE   TO TGR-EFF-DATE
                  MOVE DB2-AMOUNT     TO TGR-AMOUNT
                WHEN 'GL'
                  EXEC SQL
                      FETCH GLCSR
                       INTO :DB2-MAP-TYPE, :DB2-MAP-CODE,
                            :DB2-GL-ACCOUNT, :DB2-DESC
                  END-EXEC
                  MOVE DB2-MAP-TYPE   TO TGG-MAP-TYPE
                  MOVE DB2-MAP-CODE   TO TGG-MAP-CODE
                  MOVE DB2-GL-ACCOUNT TO TGG-GL-ACCOUNT
                  MOVE DB2-DESC       TO TGG-DESC
                WHEN 'FM'
                  EXEC SQL
                      FETCH FMCSR
                       INTO :DB2-DRUG-NAME, :DB2-STRENGTH, :DB2-ROUTE,
                            :DB2-DRUG-CODE, :DB2-DRUG-CLASS,
                            :DB2-CTL-SCHED, :DB2-RENAL-RISK,
                            :DB2-RENAL-LIMIT, :DB2-PREG-UNSAFE,
                            :DB2-STEWARDSHIP
                  END-EXEC
                  MOVE DB2-DRUG-NAME   TO TGF-DRUG-NAME
                  MOVE DB2-STRENGTH    TO TGF-STRENGTH
                  MOVE DB2-ROUTE       TO TGF-ROUTE
                  MOVE DB2-DRUG-CODE   TO TGF-DRUG-CODE
                  MOVE DB2-DRUG-CLASS  TO TGF-DRUG-CLASS
                  MOVE DB2-CTL-SCHED   TO TGF-CTL-SCHED
                  MOVE DB2-RENAL-RISK  TO TGF-RENAL-RISK
                  MOVE DB2-RENAL-LIMIT TO TGF-RENAL-LIMIT
                  MOVE DB2-PREG-UNSAFE TO TGF-PREG-UNSAFE
                  MOVE DB2-STEWARDSHIP TO TGF-STEWARDSHIP
                WHEN 'GR'
                  EXEC SQL
                      FETCH GRCSR
                       INTO :DB2-KEY-CODE, :DB2-READING-TYPE,
                            :DB2-NUMBER-1
                  END-EXEC
                  MOVE DB2-KEY-CODE     TO TGP-REGTYPE
                  MOVE DB2-READING-TYPE TO TGP-READING-TYPE
                  MOVE DB2-NUMBER-1     TO TGP-INTERVAL-DAYS
                WHEN 'PD'
                  EXEC SQL
                      FETCH PDCSR
                       INTO :DB2-KEY-CODE, :DB2-DESC,
                            :DB2-NUMBER-1, :DB2-NUMBER-2,
                            :DB2-NUMBER-3
                  END-EXEC
                  MOVE DB2-KEY-CODE   TO TGQ-QUEST-ID
                  MOVE DB2-DESC       TO TGQ-DESC
                  MOVE DB2-NUMBER-1   TO TGQ-NUM-QUESTIONS
                  MOVE DB2-NUMBER-2   TO TGQ-ALERT-SCORE
                  MOVE DB2-NUMBER-3   TO TGQ-WORSEN-DELTA
                WHEN 'LC'
                  EXEC SQL
                      FETCH LCCSR
                       INTO :DB2-KEY-CODE, :DB2-CRIT-LOW,
                            :DB2-CRIT-HIGH
                  END-EXEC
                  MOVE DB2-KEY-CODE   TO TGL-TEST-CODE
                  MOVE DB2-CRIT-LOW   TO TGL-CRIT-LOW
                  MOVE DB2-CRIT-HIGH  TO TGL-CRIT-HIGH
                WHEN 'VS'
                  EXEC SQL
                      FETCH VSCSR
                       INTO :DB2-KEY-CODE, :DB2-NUMBER-1,
                            :DB2-NUMBER-2
                  END-EXEC
                  MOVE DB2-KEY-CODE   TO TGV-VACCINE-CODE
                  MOVE DB2-NUMBER-1   TO TGV-DOSE-NUMBER
                  MOVE DB2-NUMBER-2   TO TGV-INTERVAL-DAYS
                WHEN 'RD'
                  EXEC SQL
                      FETCH RDCSR
                       INTO :DB2-KEY-CODE, :DB2-NUMBER-1,
                            :DB2-DEST-TYPE, :DB2-DEST-NAME,
                            :DB2-RECIPIENT
                  END-EXEC
                  MOVE DB2-KEY-CODE   TO TGD-REPORT-ID
                  MOVE DB2-NUMBER-1   TO TGD-SEQ
                  MOVE DB2-DEST-TYPE  TO TGD-DEST-TYPE
                  MOVE DB2-DEST-NAME  TO TGD-DEST-NAME
                  MOVE DB2-RECIPIENT  TO TGD-RECIPIENT
                WHEN 'FC'
                  EXEC SQL
                      FETCH FCCSR
                       INTO :DB2-FACILITY, :DB2-CLOSE-DATE,
                            :DB2-START-TIME, :DB2-END-TIME,
                            :DB2-DESC
                  END-EXEC
                  MOVE DB2-FACILITY   TO TGX-FACILITY
                  MOVE DB2-CLOSE-DATE TO TGX-CLOSE-DATE
                  MOVE DB2-START-TIME TO TGX-START-TIME
                  MOVE DB2-END-TIME   TO TGX-END-TIME
                  MOVE DB2-DESC       TO TGX-REASON
              END-EVALUATE
              EVALUATE SQLCODE
                WHEN 0
                  CONTINUE
                WHEN 100
                  MOVE 'Y' TO WS-TARGET-EOF-SWITCH
                WHEN OTHER
                  DISPLAY 'HCRFBJ02 - FETCH ' WS-CURRENT-TABLE
                          ' FAILED SQLCODE=' SQLCODE
                  MOVE 'Y' TO WS-TARGET-EOF-SWITCH
                  MOVE 'N' TO WS-FILE-SWITCH
                  MOVE 8 TO JC-RETURN-CODE
              END-EVALUATE
           END-IF.

       CLOSE-TARGET-CURSOR.
           EVALUATE WS-CURRENT-TABLE
             WHEN 'CC'
               EXEC SQL CLOSE CCCSR END-EXEC
             WHEN 'CR'
               EXEC SQL CLOSE CRCSR END-EXEC
             WHEN 'GL'
               EXEC SQL CLOSE GLCSR END-EXEC
             WHEN 'FM'
               EXEC SQL CLOSE FMCSR END-EXEC
             WHEN 'GR'
               EXEC SQL CLOSE GRCSR END-EXEC
             WHEN 'PD'
               EXEC SQL CLOSE PDCSR END-EXEC
             WHEN 'LC'
               EXEC SQL CLOSE LCCSR END-EXEC
             WHEN 'VS'
               EXEC SQL CLOSE VSCSR END-EXEC
             WHEN 'RD'
               EXEC SQL CLOSE RDCSR END-EXEC
             WHEN 'FC'
               EXEC SQL CLOSE FCCSR END-EXEC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * Make one add or change, then log it on AUDITLOG                *
      *----------------------------------------------------------------*
       APPLY-ADDED.
           EVALUATE RF-TABLE
             WHEN 'CC'
               MOVE RFC-AMOUNT TO DB2-AMOUNT
               EXEC SQL
                   INSERT INTO CHARGECODE
                             ( CODE,
                               DESCRIPTION,
                               AMOUNT,
                               AUTHREQ,
                               RETIRED,
                               GLACCOUNT )
                      VALUES ( :RFC-CODE,
                               :RFC-DESC,
                               :DB2-AMOUNT,
                               :RFC-AUTHREQ,
                               :RFC-RETIRED,
                               :RFC-GL-ACCOUNT )
               END-EXEC
             WHEN 'CR'
               MOVE RFR-AMOUNT TO DB2-AMOUNT
               EXEC SQL
                   INSERT INTO CHARGERATE
                             ( CODE,
                               EFFDATE,
                               AMOUNT )
                      VALUES ( :RFR-CODE,
                               :RFR-EFF-DATE,
                               :DB2-AMOUNT )
               END-EXEC
             WHEN 'GL'
               EXEC SQL
                   INSERT INTO GLMAP
                             ( MAPTYPE,
                               MAPCODE,
                               GLACCOUNT,
                               DESCRIPTION )
                      VALUES ( :RFG-MAP-TYPE,
                               :RFG-MAP-CODE,
                               :RFG-GL-ACCOUNT,
                               :RFG-DESC )
               END-EXEC
             WHEN 'FM'
               MOVE RFF-RENAL-LIMIT TO DB2-RENAL-LIMIT
               EXEC SQL
                   INSERT INTO FORMULARY
                             ( DRUGNAME,
                               STRENGTH,
                               ROUTE,
                               DRUGCODE,
                               DRUGCLASS,
                               CTLSCHED,
                               RENALRISK,
                               RENALLIMIT,
                               PREGUNSAFE,
                               STEWARDSHIP )
                      VALUES ( :RFF-DRUG-NAME,
                               :RFF-STRENGTH,
                               :RFF-ROUTE,
                               :RFF-DRUG-CODE,
                               :RFF-DRUG-CLASS,
                               :RFF-CTL-SCHED,
                               :RFF-RENAL-RISK,
                               :DB2-RENAL-LIMIT,
                               :RFF-PREG-UNSAFE,
                               :RFF-STEWARDSHIP )
               END-EXEC
             WHEN 'GR'
               MOVE RFP-INTERVAL-DAYS TO DB2-NUMBER-1
               EXEC SQL
                   INSERT INTO GAPRULE
                             ( REGTYPE,
                               READINGTYPE,
                               INTERVALDAYS )
                      VALUES ( :RFP-REGTYPE,
                               :RFP-READING-TYPE,
                               :DB2-NUMBER-1 )
               END-EXEC
             WHEN 'PD'
               MOVE RFQ-NUM-QUESTIONS TO DB2-NUMBER-1
               MOVE RFQ-ALERT-SCORE   TO DB2-NUMBER-2
               MOVE RFQ-WORSEN-DELTA  TO DB2-NUMBER-3
               EXEC SQL
                   INSERT INTO PROMDEF
                             ( QUESTID,
                               DESCRIPTION,
                               NUMQUESTIONS,
                               ALERTSCORE,
                               WORSENDELTA )
                      VALUES ( :RFQ-QUEST-ID,
                               :RFQ-DESC,
                               :DB2-NUMBER-1,
                               :DB2-NUMBER-2,
                               :DB2-NUMBER-3 )
               END-EXEC
             WHEN 'LC'
               MOVE RFL-CRIT-LOW  TO DB2-CRIT-LOW
               MOVE RFL-CRIT-HIGH TO DB2-CRIT-HIGH
               EXEC SQL
                   INSERT INTO LABCRIT
                             ( TESTCODE,
                               CRITLOW,
                               CRITHIGH )
                      VALUES ( :RFL-TEST-CODE,
                               :DB2-CRIT-LOW,
                               :DB2-CRIT-HIGH )
               END-EXEC
             WHEN 'VS'
               MOVE RFV-DOSE-NUMBER   TO DB2-NUMBER-1
               MOVE RFV-INTERVAL-DAYS TO DB2-NUMBER-2
               EXEC SQL
                   INSERT INTO VACCSCHED
                             ( VACCINECODE,
                               DOSENUMBER,
                               INTERVALDAYS )
                      VALUES ( :RFV-VACCINE-CODE,
                               :DB2-NUMBER-1,
                               :DB2-NUMBER-2 )
               END-EXEC
             WHEN 'RD'
               MOVE RFD-SEQ TO DB2-NUMBER-1
               EXEC SQL
                   INSERT INTO RPTDIST
                             ( REPORTID,
                               SEQNUM,
                               DESTTYPE,
                               DESTNAME,
                               RECIPIENT )
                      VALUES ( :RFD-REPORT-ID,
                               :DB2-NUMBER-1,
                               :RFD-DEST-TYPE,
                               :RFD-DEST-NAME,
                               :RFD-RECIPIENT )
               END-EXEC
             WHEN 'FC'
               EXEC SQL
                   INSERT INTO FACCLOSE
                             ( FACILITY,
                               CLOSEDATE,
                               STARTTIME,
                               ENDTIME,
                               REASON )
                      VALUES ( :RFX-FACILITY,
                               :RFX-CLOSE-DATE,
                               :RFX-START-TIME,
                               :RFX-END-TIME,
                               :RFX-REASON )
               END-EXEC
           END-EVALUATE.

       APPLY-CHANGED.
           EVALUATE RF-TABLE
             WHEN 'CC'
               MOVE RFC-AMOUNT TO DB2-AMOUNT
               EXEC SQL
                   UPDATE CHARGECODE
                      SET DESCRIPTION = :RFC-DESC,
                          AMOUNT      = :DB2-AMOUNT,
                          AUTHREQ     = :RFC-AUTHREQ,
                          RETIRED     = :RFC-RETIRED,
                          GLACCOUNT   = :RFC-GL-ACCOUNT
                    WHERE CODE = :RFC-CODE
               END-EXEC
             WHEN 'CR'
               MOVE RFR-AMOUNT TO DB2-AMOUNT
               EXEC SQL
                   UPDATE CHARGERATE
                      SET AMOUNT  = :DB2-AMOUNT
                    WHERE CODE    = :RFR-CODE
                      AND EFFDATE = :RFR-EFF-DATE
               END-EXEC
             WHEN 'GL'
               EXEC SQL
                   UPDATE GLMAP
                      SET GLACCOUNT   = :RFG-GL-ACCOUNT,
                          DESCRIPTION = :RFG-DESC
                    WHERE MAPTYPE = :RFG-MAP-TYPE
                      AND MAPCODE = :RFG-MAP-CODE
               END-EXEC
             WHEN 'FM'
               MOVE RFF-RENAL-LIMIT TO DB2-RENAL-LIMIT
               EXEC SQL
                   UPDATE FORMULARY
                      SET DRUGCODE    = :RFF-DRUG-CODE,
                          DRUGCLASS   = :RFF-DRUG-CLASS,
                          CTLSCHED    = :RFF-CTL-SCHED,
                          RENALRISK   = :RFF-RENAL-RISK,
                          RENALLIMIT  = :DB2-RENAL-LIMIT,
                          PREGUNSAFE  = :RFF-PREG-UNSAFE,
                          STEWARDSHIP = :RFF-STEWARDSHIP
                    WHERE DRUGNAME = :RFF-DRUG-NAME
                      AND STRENGTH = :RFF-STRENGTH
                      AND ROUTE    = :RFF-ROUTE
               END-EXEC
             WHEN 'GR'
               MOVE RFP-INTERVAL-DAYS TO DB2-NUMBER-1
               EXEC SQL
                   UPDATE GAPRULE
                      SET READINGTYPE  = :RFP-READING-TYPE,
                          INTERVALDAYS = :DB2-NUMBER-1
                    WHERE REGTYPE = :RFP-REGTYPE
               END-EXEC
             WHEN 'PD'
               MOVE RFQ-NUM-QUESTIONS TO DB2-NUMBER-1
               MOVE RFQ-ALERT-SCORE   TO DB2-NUMBER-2
               MOVE RFQ-WORSEN-DELTA  TO DB2-NUMBER-3
               EXEC SQL
                   UPDATE PROMDEF
                      SET DESCRIPTION  = :RFQ-DESC,
                          NUMQUESTIONS = :DB2-NUMBER-1,
                          ALERTSCORE   = :DB2-NUMBER-2,
                          WORSENDELTA  = :DB2-NUMBER-3
                    WHERE QUESTID = :RFQ-QUEST-ID
               END-EXEC
             WHEN 'LC'
               MOVE RFL-CRIT-LOW  TO DB2-CRIT-LOW
               MOVE RFL-CRIT-HIGH TO DB2-CRIT-HIGH
               EXEC SQL
                   UPDATE LABCRIT
                      SET CRITLOW  = :DB2-CRIT-LOW,
                          CRITHIGH = :DB2-CRIT-HIGH
                    WHERE TESTCODE = :RFL-TEST-CODE
               END-EXEC
             WHEN 'VS'
               MOVE RFV-DOSE-NUMBER   TO DB2-NUMBER-1
               MOVE RFV-INTERVAL-DAYS TO DB2-NUMBER-2
               EXEC SQL
                   UPDATE VACCSCHED
                      SET INTERVALDAYS = :DB2-NUMBER-2
                    WHERE VACCINECODE = :RFV-VACCINE-CODE
                      AND DOSENUMBER  = :DB2-NUMBER-1
               END-EXEC
             WHEN 'RD'
               MOVE RFD-SEQ TO DB2-NUMBER-1
               EXEC SQL
                   UPDATE RPTDIST
                      SET DESTTYPE  = :RFD-DEST-TYPE,
                          DESTNAME  = :RFD-DEST-NAME,
                          RECIPIENT = :RFD-RECIPIENT
                    WHERE REPORTID = :RFD-REPORT-ID
                      AND SEQNUM   = :DB2-NUMBER-1
               END-EXEC
             WHEN 'FC'
               EXEC SQL
                   UPDATE FACCLOSE
                      SET ENDTIME = :RFX-END-TIME,
                          REASON  = :RFX-REASON
                    WHERE FACILITY  = :RFX-FACILITY
                      AND CLOSEDATE = :RFX-CLOSE-DATE
                      AND STARTTIME = :RFX-START-TIME
               END-EXEC
           END-EVALUATE.

       CHECK-APPLY.
           IF SQLCODE EQUAL 0
              PERFORM LOG-APPLIED-CHANGE
           END-IF
           IF SQLCODE EQUAL 0
              ADD 1 TO WS-ROWS-APPLIED
           ELSE
              ADD 1 TO WS-APPLY-ERRORS
              MOVE SQLCODE            TO WS-SQLCODE-DISPLAY
              MOVE SPACES             TO WS-DL-ACTION WS-DL-TABLE
                                         WS-DL-KEY WS-DL-DATA
              MOVE 'FAILED'           TO WS-DL-ACTION
              MOVE 'SQL: '            TO WS-DL-WHICH
              MOVE WS-SQLCODE-DISPLAY TO WS-DL-DATA
              MOVE WS-DETAIL-LINE     TO DIFF-RPT-LINE
              WRITE DIFF-RPT-LINE
           END-IF.

       LOG-APPLIED-CHANGE.
      *    before is this region's old values - spaces for an add
           MOVE 'HCRFBJ02'         TO AUD-PROGRAM
           MOVE SPACES             TO AUD-KEY
           STRING RF-TABLE ' ' RF-KEY DELIMITED BY SIZE
                  INTO AUD-KEY
           MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE
           MOVE RF-DATA            TO AUD-AFTER
      *    a formulary key outruns the audit key - the images carry it
           IF RF-TABLE EQUAL 'FM'
              MOVE RF-KEY          TO WS-FM-SOURCE(1:90)
              MOVE RF-DATA         TO WS-FM-SOURCE(91:100)
              PERFORM BUILD-FORMULARY-IMAGE
              MOVE WS-FM-IMAGE     TO AUD-AFTER
           END-IF
           MOVE WS-APPLIED-BY-IN   TO DB2-USERID

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
                  VALUES ( CURRENT TIMESTAMP,
                           :DB2-TRANSID,
                           :DB2-TERMID,
                           :DB2-USERID,
                           :AUD-PROGRAM,
                           :AUD-KEY,
                           :AUD-BEFORE,
                           :AUD-AFTER )
           END-EXEC.

      *----------------------------------------------------------------*
       CHECK-TRAILER.
           IF WS-EOF OR RF-TABLE NOT EQUAL 'TR'
              DISPLAY 'HCRFBJ02 - NO TRAILER WHERE EXPECTED AT RECORD '
                      WS-RECORDS-READ
              MOVE 'N' TO WS-FILE-SWITCH
           ELSE
      *       the count excludes the header and trailer
              IF RFT-RECORD-COUNT NOT EQUAL WS-RECORDS-READ - 2
                 DISPLAY 'HCRFBJ02 - TRAILER COUNT ' RFT-RECORD-COUNT
                         ' DOES NOT AGREE'
                 MOVE 'N' TO WS-FILE-SWITCH
              END-IF
           END-IF

           MOVE SPACES TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           IF NOT WS-FILE-WHOLE
              MOVE 'File is not whole - header, trailer, count or key '
                &  'order wrong' TO DIFF-RPT-LINE
              WRITE DIFF-RPT-LINE
              MOVE 8 TO JC-RETURN-CODE
           END-IF.

       END-APPLY-UNIT.
           IF WS-APPLY
              IF WS-FILE-WHOLE AND WS-APPLY-ERRORS EQUAL ZERO
                 EXEC SQL COMMIT END-EXEC
                 MOVE 'All differences applied and audited'
                   TO DIFF-RPT-LINE
              ELSE
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE ZERO TO WS-ROWS-APPLIED
                 MOVE 'Apply backed out - nothing has been changed'
                   TO DIFF-RPT-LINE
                 MOVE 8 TO JC-RETURN-CODE
              END-IF
              WRITE DIFF-RPT-LINE
           ELSE
              IF WS-ROWS-ADDED > ZERO OR WS-ROWS-CHANGED > ZERO
                 MOVE 'Report only - rerun with APPLY to make these '
                   &  'changes' TO DIFF-RPT-LINE
                 WRITE DIFF-RPT-LINE
                 IF JC-RETURN-CODE EQUAL 0
                    MOVE 4 TO JC-RETURN-CODE
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       TERMINATE-JOB.
           MOVE SPACES TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE
           MOVE 'Rows to add'           TO WS-TOT-LABEL
           MOVE WS-ROWS-ADDED           TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Rows to change'        TO WS-TOT-LABEL
           MOVE WS-ROWS-CHANGED         TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Rows here not in file' TO WS-TOT-LABEL
           MOVE WS-ROWS-NOT-IN-FILE     TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Rows the same'         TO WS-TOT-LABEL
           MOVE WS-ROWS-UNCHANGED       TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'Rows applied'          TO WS-TOT-LABEL
           MOVE WS-ROWS-APPLIED         TO WS-TOT-COUNT
           PERFORM WRITE-TOTAL-LINE

           CLOSE REF-IN.
           CLOSE DIFF-RPT.

           COMPUTE JC-RECORD-COUNT = WS-ROWS-ADDED + WS-ROWS-CHANGED
           PERFORM WRITE-JOB-END
           PERFORM DISTRIBUTE-REPORT
           MOVE JC-RETURN-CODE TO RETURN-CODE

           DISPLAY 'HCRFBJ02 - ROWS TO ADD:    ' WS-ROWS-ADDED.
           DISPLAY 'HCRFBJ02 - ROWS TO CHANGE: ' WS-ROWS-CHANGED.
           DISPLAY 'HCRFBJ02 - ROWS APPLIED:   ' WS-ROWS-APPLIED.
           DISPLAY 'HCRFBJ02 - REFERENCE-DATA IMPORT COMPLETE'.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO DIFF-RPT-LINE
           WRITE DIFF-RPT-LINE.

      *----------------------------------------------------------------*
       COPY HCJCPD.

       COPY HCRDPD.
