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
      * One record of the nightly change-data-capture extract written
      * by HCCXBJ01 from AUDITLOG for the reporting warehouse.  Every
      * change since the last run's high-water mark is one CD record
      * naming its table and I insert, U update or D delete, oldest
      * first, between one header and one TR trailer; a TT record per
      * table carries that table's I/U/D counts ahead of the trailer.
      * A change that belongs to a confidential patient, or to one on
      * the erasure register, is masked - no patient id, the key
      * reduced to its table tag and both images starred out.
      *   HD header    CD change    TT table totals    TR trailer
           03 CX-REC-TYPE              PIC X(2).
           03 CX-DATA                  PIC X(318).
           03 CX-HEADER REDEFINES CX-DATA.
              05 CXH-CREATED           PIC X(26).
              05 CXH-FROM              PIC X(26).
              05 CXH-TO                PIC X(26).
              05 FILLER                PIC X(240).
           03 CX-CHANGE REDEFINES CX-DATA.
              05 CXC-SEQUENCE          PIC 9(9).
              05 CXC-TABLE             PIC X(18).
              05 CXC-OPERATION         PIC X(1).
              05 CXC-DATETIME          PIC X(26).
              05 CXC-TRANSID           PIC X(4).
              05 CXC-USERID            PIC X(10).
              05 CXC-PROGRAM           PIC X(8).
              05 CXC-PATIENT-ID        PIC 9(10).
              05 CXC-MASKED            PIC X(1).
              05 CXC-KEY               PIC X(26).
              05 CXC-BEFORE            PIC X(100).
              05 CXC-AFTER             PIC X(100).
              05 FILLER                PIC X(5).
           03 CX-TABLE-TOTALS REDEFINES CX-DATA.
              05 CXT-TABLE             PIC X(18).
              05 CXT-INSERTS           PIC 9(9).
              05 CXT-UPDATES           PIC 9(9).
              05 CXT-DELETES           PIC 9(9).
              05 FILLER                PIC X(273).
           03 CX-TRAILER REDEFINES CX-DATA.
              05 CXR-CHANGES           PIC 9(9).
              05 CXR-INSERTS           PIC 9(9).
              05 CXR-UPDATES           PIC 9(9).
              05 CXR-DELETES           PIC 9(9).
              05 CXR-MASKED            PIC 9(9).
              05 CXR-TABLES            PIC 9(3).
              05 FILLER                PIC X(270).
