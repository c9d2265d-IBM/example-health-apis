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
      *          Patient Transport Daily Manifest                      *
      *                                                                *
      *   Sends the transport contractor every journey booked on      *
      *  TRANSPORT (HCPTDB01) for pick-up on the business date or the *
      *  day after not yet sent, every sent journey since moved with  *
      *  its appointment, and every sent journey since cancelled.     *
      *  Journeys sent are marked 'S' with the manifest date; sent    *
      *  cancellations become 'C'.  The file (TRANMANF) carries:      *
      *    H  header - created timestamp and as-of date                *
      *    J  journey - patient, pick-up, mobility and access needs    *
      *    U  amendment - a sent journey with a new pick-up time       *
      *    X  cancellation - a sent journey no longer needed           *
      *    T  trailer - counts of each                                 *
      *  The contractor's outcomes come back through HCPTBJ02.        *
      *                                                                *
      *  SYSIN: as-of date for a rerun (blank for the business date)  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPTBJ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-OUT ASSIGN TO TRANMANF
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-OUT
           RECORDING MODE IS F.
       01  MANIFEST-OUT-RECORD.
      *    H header, J journey, U amendment, X cancellation, T trailer
           03 TMF-RECORD-TYPE          PIC X(1).
           03 TMF-TRANSPORT-ID         PIC 9(10).
           03 TMF-DETAIL               PIC X(170).
           03 TMF-HEADER REDEFINES TMF-DETAIL.
              05 TMF-SOURCE            PIC X(8).
              05 TMF-CREATED           PIC X(26).
              05 TMF-ASOF-DATE         PIC X(10).
              05 FILLER                PIC X(126).
           03 TMF-JOURNEY REDEFINES TMF-DETAIL.
              05 TMF-PATIENT-ID        PIC 9(10).
              05 TMF-FIRST-NAME        PIC X(10).
              05 TMF-LAST-NAME         PIC X(20).
              05 TMF-PHONE             PIC X(20).
      *       A appointment, D discharge
              05 TMF-LINK-TYPE         PIC X(1).
              05 TMF-PICKUP-DATE       PIC X(10).
              05 TMF-PICKUP-TIME       PIC X(8).
      *       A ambulant, W walking aid, C wheelchair, S stretcher
              05 TMF-MOBILITY          PIC X(1).
              05 TMF-ESCORT            PIC X(1).
              05 TMF-RETURN-TRIP       PIC X(1).
              05 TMF-BLIND-IND         PIC X(1).
              05 TMF-DEAF-IND          PIC X(1).
              05 TMF-ADDRESS           PIC X(20).
              05 TMF-CITY              PIC X(20).
              05 TMF-POSTCODE          PIC X(10).
              05 TMF-DESTINATION       PIC X(20).
              05 FILLER                PIC X(16).
           03 TMF-CANCEL REDEFINES TMF-DETAIL.
              05 TMF-CXL-PATIENT-ID    PIC 9(10).
              05 TMF-CXL-PICKUP-DATE   PIC X(10).
              05 TMF-CXL-PICKUP-TIME   PIC X(8).
              05 FILLER                PIC X(142).
           03 TMF-TRAILER REDEFINES TMF-DETAIL.
              05 TMF-JOURNEY-COUNT     PIC 9(7).
              05 TMF-AMEND-COUNT       PIC 9(7).
              05 TMF-CANCEL-COUNT      PIC 9(7).
              05 FILLER                PIC X(149).

       WORKING-STORAGE SECTION.

        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPTBJ01------WS'.

       01  WS-EOF-SWITCH               PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.

       01  WS-RUN-TIMESTAMP            PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           03 WS-JOURNEYS-SENT         PIC 9(7) VALUE ZERO.
           03 WS-AMENDS-SENT           PIC 9(7) VALUE ZERO.
           03 WS-CANCELS-SENT          PIC 9(7) VALUE ZERO.

       01  WS-CURSOR-ROW.
           03 DB2-TRANSPORT-ID         PIC S9(9) COMP.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-FIRST-NAME           PIC X(10).
           03 DB2-LAST-NAME            PIC X(20).
           03 DB2-PHONE                PIC X(20).
           03 DB2-LINK-TYPE            PIC X(1).
           03 DB2-PICKUP-DATE          PIC X(10).
           03 DB2-PICKUP-TIME          PIC X(8).
           03 DB2-MOBILITY             PIC X(1).
           03 DB2-ESCORT               PIC X(1).
           03 DB2-RETURN-TRIP          PIC X(1).
           03 DB2-BLIND-IND            PIC X(1).
           03 DB2-DEAF-IND             PIC X(1).
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-DESTINATION          PIC X(20).
           03 DB2-STATUS               PIC X(1).
           03 DB2-AMENDED              PIC X(1).

       COPY HCJCWS.

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
           PERFORM SEND-JOURNEY THRU SEND-JOURNEY-EXIT UNTIL WS-EOF.
           PERFORM TERMINATE-JOB.

           STOP RUN.

      *----------------------------------------------------------------*
       INITIALIZE-JOB.
           MOVE 'HCPTBJ01' TO JC-JOBNAME
           PERFORM WRITE-JOB-START
           DISPLAY 'HCPTBJ01 - TRANSPORT MANIFEST STARTING'.

      *    An as-of date on SYSIN reruns the manifest for a prior day
           ACCEPT BD-ASOF-OVERRIDE
           PERFORM GET-BUSINESS-DATE

           OPEN OUTPUT MANIFEST-OUT.

           EXEC SQL
               SELECT CHAR(CURRENT TIMESTAMP)
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES             TO MANIFEST-OUT-RECORD
           MOVE 'H'                TO TMF-RECORD-TYPE
           MOVE ZERO               TO TMF-TRANSPORT-ID
           MOVE 'HCAZ'             TO TMF-SOURCE
           MOVE WS-RUN-TIMESTAMP   TO TMF-CREATED
           MOVE BD-ASOF-DATE       TO TMF-ASOF-DATE
           WRITE MANIFEST-OUT-RECORD.

      *    Booked journeys due today or tomorrow, sent journeys moved
      *    since (AMENDED) whenever they now fall, and sent journeys
      *    cancelled since
           EXEC SQL
               DECLARE TMFCSR CURSOR FOR
               SELECT T.TRANSPORTID, T.PATIENTID,
                      VALUE(P.FIRSTNAME, ' '), VALUE(P.LASTNAME, ' '),
                      VALUE(P.PHONEMOBILE, ' '),
                      T.LINKTYPE,
                      CHAR(DATE(T.PICKUPDATETIME), ISO),
                      CHAR(TIME(T.PICKUPDATETIME), JIS),
                      T.MOBILITY, T.ESCORT, T.RETURNTRIP,
                      T.BLINDIND, T.DEAFIND,
                      T.ADDRESS, T.CITY, T.POSTCODE, T.DESTINATION,
                      T.STATUS, T.AMENDED
                 FROM TRANSPORT T, PATIENT P
                WHERE P.PATIENTID = T.PATIENTID
                  AND (   T.STATUS = 'X'
                       OR ( T.STATUS  = 'B'
                            AND T.AMENDED = 'Y' )
                       OR ( T.STATUS  = 'B'
                            AND DATE(T.PICKUPDATETIME) BETWEEN
                                DATE(:BD-ASOF-DATE) AND
                                DATE(:BD-ASOF-DATE) + 1 DAY ) )
                ORDER BY T.PICKUPDATETIME, T.TRANSPORTID
           END-EXEC.

           EXEC SQL
               OPEN TMFCSR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPTBJ01 - OPEN CURSOR FAILED SQLCODE=' SQLCODE
              MOVE 'Y' TO WS-EOF-SWITCH
              MOVE 8 TO JC-RETURN-CODE
           ELSE
              PERFORM FETCH-NEXT-JOURNEY
           END-IF.

       FETCH-NEXT-JOURNEY.
           EXEC SQL
               FETCH TMFCSR
                INTO :DB2-TRANSPORT-ID, :DB2-PATIENT-ID,
                     :DB2-FIRST-NAME, :DB2-LAST-NAME, :DB2-PHONE,
                     :DB2-LINK-TYPE,
                     :DB2-PICKUP-DATE, :DB2-PICKUP-TIME,
                     :DB2-MOBILITY, :DB2-ESCORT, :DB2-RETURN-TRIP,
                     :DB2-BLIND-IND, :DB2-DEAF-IND,
                     :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                     :DB2-DESTINATION,
                     :DB2-STATUS, :DB2-AMENDED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SWITCH
             WHEN OTHER
               DISPLAY 'HCPTBJ01 - FETCH FAILED SQLCODE=' SQLCODE
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 8 TO JC-RETURN-CODE
           END-EVALUATE.

       SEND-JOURNEY.
           MOVE SPACES             TO MANIFEST-OUT-RECORD
           MOVE DB2-TRANSPORT-ID   TO TMF-TRANSPORT-ID

           IF DB2-STATUS EQUAL 'X'
              MOVE 'X'             TO TMF-RECORD-TYPE
              MOVE DB2-PATIENT-ID  TO TMF-CXL-PATIENT-ID
              MOVE DB2-PICKUP-DATE TO TMF-CXL-PICKUP-DATE
              MOVE DB2-PICKUP-TIME TO TMF-CXL-PICKUP-TIME
              WRITE MANIFEST-OUT-RECORD
              ADD 1 TO WS-CANCELS-SENT

              EXEC SQL
                  UPDATE TRANSPORT
                     SET STATUS = 'C'
                   WHERE TRANSPORTID = :DB2-TRANSPORT-ID
                     AND STATUS      = 'X'
              END-EXEC
              GO TO SEND-JOURNEY-MARKED
           END-IF

           IF DB2-AMENDED EQUAL 'Y'
              MOVE 'U'             TO TMF-RECORD-TYPE
              ADD 1 TO WS-AMENDS-SENT
           ELSE
              MOVE 'J'             TO TMF-RECORD-TYPE
              ADD 1 TO WS-JOURNEYS-SENT
           END-IF
           MOVE DB2-PATIENT-ID     TO TMF-PATIENT-ID
           MOVE DB2-FIRST-NAME     TO TMF-FIRST-NAME
           MOVE DB2-LAST-NAME      TO TMF-LAST-NAME
           MOVE DB2-PHONE          TO TMF-PHONE
           MOVE DB2-LINK-TYPE      TO TMF-LINK-TYPE
           MOVE DB2-PICKUP-DATE    TO TMF-PICKUP-DATE
           MOVE DB2-PICKUP-TIME    TO TMF-PICKUP-TIME
           MOVE DB2-MOBILITY       TO TMF-MOBILITY
           MOVE DB2-ESCORT         TO TMF-ESCORT
           MOVE DB2-RETURN-TRIP    TO TMF-RETURN-TRIP
           MOVE DB2-BLIND-IND      TO TMF-BLIND-IND
           MOVE DB2-DEAF-IND       TO TMF-DEAF-IND
           MOVE DB2-ADDRESS        TO TMF-ADDRESS
           MOVE DB2-CITY           TO TMF-CITY
           MOVE DB2-POSTCODE       TO TMF-POSTCODE
           MOVE DB2-DESTINATION    TO TMF-DESTINATION
           WRITE MANIFEST-OUT-RECORD

           EXEC SQL
               UPDATE TRANSPORT
                  SET STATUS       = 'S',
                      AMENDED      = 'N',
                      MANIFESTDATE = DATE(:BD-ASOF-DATE)
                WHERE TRANSPORTID = :DB2-TRANSPORT-ID
                  AND STATUS      = 'B'
           END-EXEC.

       SEND-JOURNEY-MARKED.
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'HCPTBJ01 - JOURNEY NOT MARKED SENT SQLCODE='
                       SQLCODE ' TRANSPORT ' DB2-TRANSPORT-ID
              MOVE 8 TO JC-RETURN-CODE
           END-IF

           PERFORM FETCH-NEXT-JOURNEY.

       SEND-JOURNEY-EXIT.
           EXIT.

       TERMINATE-JOB.
           MOVE SPACES             TO MANIFEST-OUT-RECORD
           MOVE 'T'                TO TMF-RECORD-TYPE
           MOVE ZERO               TO TMF-TRANSPORT-ID
           MOVE WS-JOURNEYS-SENT   TO TMF-JOURNEY-COUNT
           MOVE WS-AMENDS-SENT     TO TMF-AMEND-COUNT
           MOVE WS-CANCELS-SENT    TO TMF-CANCEL-COUNT
           WRITE MANIFEST-OUT-RECORD.

           COMPUTE JC-RECORD-COUNT = WS-JOURNEYS-SENT + WS-AMENDS-SENT
                                   + WS-CANCELS-SENT
           PERFORM WRITE-JOB-END
           EXEC SQL
               CLOSE TMFCSR
           END-EXEC.

           CLOSE MANIFEST-OUT.

           DISPLAY 'HCPTBJ01 - JOURNEYS SENT:      ' WS-JOURNEYS-SENT.
           DISPLAY 'HCPTBJ01 - AMENDMENTS SENT:    ' WS-AMENDS-SENT.
           DISPLAY 'HCPTBJ01 - CANCELLATIONS SENT: ' WS-CANCELS-SENT.
           DISPLAY 'HCPTBJ01 - TRANSPORT MANIFEST COMPLETE'.

           MOVE JC-RETURN-CODE TO RETURN-CODE.

      *----------------------------------------------------------------*
       COPY HCBDPD.

      *----------------------------------------------------------------*
       COPY HCJCPD.
