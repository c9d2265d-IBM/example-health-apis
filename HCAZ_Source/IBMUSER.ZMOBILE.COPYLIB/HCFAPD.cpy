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
      * Procedure to price a charge for a patient on financial        *
      * assistance - an approved FINASSIST award in effect on the     *
      * service date takes its band's FABAND percentage off the gross *
      * rate.  Shared by extra charges (HCCHDB01) and the visit       *
      * charge (HCAVDB01) so the two always price alike.  No award,   *
      * or no band row, charges the full rate.  Requires HCFAWS.      *
      *================================================================*
       APPLY-ASSIST-DISCOUNT.
           MOVE ZERO     TO WS-FA-DISCOUNT
           MOVE SPACES   TO WS-FA-BAND
           MOVE WS-FA-GROSS TO WS-FA-NET

      *    overlapping awards should not happen - if they do the
      *    patient gets the better of the two
           EXEC SQL
               SELECT F.DISCOUNTBAND, B.DISCOUNTPCT
                 INTO :WS-FA-BAND, :WS-FA-DISCOUNT-PCT
                 FROM FINASSIST F, FABAND B
                WHERE F.PATIENTID     = :WS-FA-PATIENT-ID
                  AND F.DECISION      = 'A'
                  AND F.EFFECTIVEFROM <= DATE(:WS-FA-SERVICE-DATE)
                  AND F.EFFECTIVETO   >= DATE(:WS-FA-SERVICE-DATE)
                  AND B.BAND          = F.DISCOUNTBAND
                ORDER BY B.DISCOUNTPCT DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE SPACES TO WS-FA-BAND
           ELSE
              COMPUTE WS-FA-DISCOUNT ROUNDED =
                      WS-FA-GROSS * WS-FA-DISCOUNT-PCT / 100
              COMPUTE WS-FA-NET = WS-FA-GROSS - WS-FA-DISCOUNT
           END-IF.

           EXIT.
