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
      * One record of the masked test-region refresh file, written by
      * the production unload (HCMKBJ01), proved by HCMKBJ03 and
      * loaded into the test region by HCMKBJ02.  MK-TABLE says which
      * table the row belongs to; every identifying value in it has
      * already been replaced, and the patient id is the only key
      * carried across.
      *   HD header    PA PATIENT      PU PATIENTUSER
      *   PC PATIENTCONTACT            CH CHARGE
      *   PY PAYMENT   CS CLAIMSTAT    TR trailer
           03 MK-TABLE                 PIC X(2).
           03 MK-DATA                  PIC X(248).
           03 MK-HEADER REDEFINES MK-DATA.
              05 MKH-CREATED           PIC X(26).
              05 MKH-SHIFT-DAYS        PIC 9(3).
              05 FILLER                PIC X(219).
           03 MK-PATIENT REDEFINES MK-DATA.
              05 MKA-PATIENT-ID        PIC 9(10).
              05 MKA-INS-CARD-NUM      PIC X(10).
              05 MKA-FIRST-NAME        PIC X(10).
              05 MKA-LAST-NAME         PIC X(20).
              05 MKA-DOB               PIC X(10).
              05 MKA-ADDRESS           PIC X(20).
              05 MKA-CITY              PIC X(20).
              05 MKA-POSTCODE          PIC X(10).
              05 MKA-PHONE-MOBILE      PIC X(20).
              05 MKA-EMAIL-ADDRESS     PIC X(50).
              05 MKA-USERID            PIC X(10).
              05 MKA-ADMIN-SEX         PIC X(1).
              05 MKA-PATIENT-TYPE      PIC X(1).
              05 MKA-FACILITY          PIC X(4).
              05 FILLER                PIC X(52).
           03 MK-PATIENT-USER REDEFINES MK-DATA.
              05 MKU-PATIENT-ID        PIC 9(10).
              05 MKU-USERNAME          PIC X(10).
              05 MKU-PASSWORD-HASH     PIC X(16).
              05 MKU-PASSWORD-SALT     PIC X(8).
              05 FILLER                PIC X(204).
           03 MK-CONTACT REDEFINES MK-DATA.
              05 MKC-PATIENT-ID        PIC 9(10).
              05 MKC-RANK              PIC 9(2).
              05 MKC-NAME              PIC X(30).
              05 MKC-RELATION          PIC X(15).
              05 MKC-PHONE             PIC X(20).
              05 MKC-AUTH              PIC X(1).
              05 FILLER                PIC X(170).
           03 MK-CHARGE REDEFINES MK-DATA.
              05 MKG-PATIENT-ID        PIC 9(10).
              05 MKG-CHARGE-DATETIME   PIC X(26).
              05 MKG-CHARGE-CODE       PIC X(6).
              05 MKG-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 MKG-PAID              PIC X(1).
              05 FILLER                PIC X(197).
           03 MK-PAYMENT REDEFINES MK-DATA.
              05 MKY-PAY-ID            PIC 9(10).
              05 MKY-PATIENT-ID        PIC 9(10).
              05 MKY-APPT-ID           PIC 9(10).
              05 MKY-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 MKY-METHOD            PIC X(1).
              05 MKY-PAY-TYPE          PIC X(1).
              05 MKY-TAKEN-DATETIME    PIC X(26).
              05 MKY-TAKEN-BY          PIC X(8).
              05 FILLER                PIC X(174).
           03 MK-CLAIM REDEFINES MK-DATA.
              05 MKS-CLAIM-ID          PIC 9(10).
              05 MKS-PATIENT-ID        PIC 9(10).
              05 MKS-CHARGE-DATETIME   PIC X(26).
              05 MKS-CHARGE-CODE       PIC X(6).
              05 MKS-DIAG-CODE         PIC X(10).
              05 MKS-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 MKS-STATUS            PIC X(1).
              05 MKS-DENIAL-CODE       PIC X(5).
              05 MKS-PAID-AMOUNT       PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 MKS-SUBDATE           PIC X(10).
              05 MKS-AUTH-NUM          PIC X(20).
              05 FILLER                PIC X(134).
           03 MK-TRAILER REDEFINES MK-DATA.
              05 MKT-RECORD-COUNT      PIC 9(9).
              05 MKT-PATIENT-COUNT     PIC 9(9).
              05 FILLER                PIC X(230).
