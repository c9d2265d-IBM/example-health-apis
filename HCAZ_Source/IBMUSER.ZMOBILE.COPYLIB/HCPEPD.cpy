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
      *================================================================*
      * Procedure to find the accounting period an item posts to.      *
      * An item dated in an open ACCTPERIOD posts there; one dated in  *
      * a period finance has closed is routed into the earliest open   *
      * period after it, on today's date if today falls inside that    *
      * period or its first day if not.  A month with no ACCTPERIOD    *
      * row has never been closed and is open.  Shared by charge       *
      * capture (HCCHDB01), desk payments (HCCPDB01) and remittance    *
      * posting (HCRMBJ01) so nothing lands in a reported month.       *
      * WS-PE-NONE-OPEN - nothing open to route into - is refused by   *
      * the caller.  Requires HCPEWS.                                  *
      *================================================================*
       ASSIGN-POSTING-PERIOD.
           MOVE WS-PE-ITEM-DATE       TO WS-PE-POST-DATE
           MOVE WS-PE-ITEM-DATE(1:7)  TO WS-PE-PERIOD
           MOVE 'O'                   TO WS-PE-RESULT

           EXEC SQL
               SELECT PERIODID, STATUS
                 INTO :WS-PE-PERIOD, :WS-PE-PERIOD-STATUS
                 FROM ACCTPERIOD
                WHERE STARTDATE <= DATE(:WS-PE-ITEM-DATE)
                  AND ENDDATE   >= DATE(:WS-PE-ITEM-DATE)
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'O' TO WS-PE-PERIOD-STATUS
             WHEN OTHER
               MOVE SQLCODE TO WS-PE-SQLCODE
               MOVE 'E' TO WS-PE-RESULT
           END-EVALUATE

           IF WS-PE-OPEN AND WS-PE-PERIOD-STATUS EQUAL 'C'
              EXEC SQL
                  SELECT PERIODID,
                         CHAR(CASE WHEN CURRENT DATE
                                        BETWEEN STARTDATE AND ENDDATE
                                   THEN CURRENT DATE
                                   ELSE STARTDATE END, ISO)
                    INTO :WS-PE-PERIOD, :WS-PE-POST-DATE
                    FROM ACCTPERIOD
                   WHERE STATUS    = 'O'
                     AND STARTDATE > DATE(:WS-PE-ITEM-DATE)
                   ORDER BY STARTDATE
                   FETCH FIRST 1 ROW ONLY
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  MOVE 'R' TO WS-PE-RESULT
                WHEN 100
                  MOVE 'N' TO WS-PE-RESULT
                WHEN OTHER
                  MOVE SQLCODE TO WS-PE-SQLCODE
                  MOVE 'E' TO WS-PE-RESULT
              END-EVALUATE
           END-IF.

           EXIT.
