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
      * Procedure to build a patient's wristband barcode - HC, the    *
      * ten digit patient id and a mod 97 check pair, so a misread or *
      * a hand-keyed near miss never decodes to another patient.      *
      * Shared by the admission band print and the bedside scan check *
      * so the two can never drift apart.  The caller fills           *
      * WS-BCD-PATIENT-ID and reads WS-BCD-BARCODE back.  Requires    *
      * HCBCDWS.                                                      *
      *================================================================*
       BUILD-WRISTBAND-BARCODE.
           MOVE 'HC'              TO WS-BCD-PREFIX
           MOVE WS-BCD-PATIENT-ID TO WS-BCD-ID

           MULTIPLY WS-BCD-PATIENT-ID BY 100 GIVING WS-BCD-SHIFTED
           DIVIDE WS-BCD-SHIFTED BY 97 GIVING WS-BCD-QUOTIENT
                  REMAINDER WS-BCD-REMAINDER
           SUBTRACT WS-BCD-REMAINDER FROM 98 GIVING WS-BCD-CHECK.

           EXIT.
