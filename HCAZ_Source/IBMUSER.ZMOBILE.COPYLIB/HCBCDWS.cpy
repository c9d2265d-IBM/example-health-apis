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
      * Fields for BUILD-WRISTBAND-BARCODE (HCBCDPD).  The caller
      * fills WS-BCD-PATIENT-ID and reads WS-BCD-BARCODE back.
       01  WS-BCD-FIELDS.
           03 WS-BCD-PATIENT-ID        PIC 9(10).
           03 WS-BCD-SHIFTED           PIC 9(12).
           03 WS-BCD-QUOTIENT          PIC 9(12).
           03 WS-BCD-REMAINDER         PIC 9(2).
      *    HC + patient id + two check digits, the symbol text the
      *    wristband printer encodes and the bedside scanner returns
           03 WS-BCD-BARCODE.
              05 WS-BCD-PREFIX         PIC X(2).
              05 WS-BCD-ID             PIC 9(10).
              05 WS-BCD-CHECK          PIC 9(2).
