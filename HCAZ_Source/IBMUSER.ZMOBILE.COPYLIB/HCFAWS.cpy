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
      * Fields for APPLY-ASSIST-DISCOUNT (HCFAPD).  The caller fills
      * WS-FA-PATIENT-ID, WS-FA-SERVICE-DATE (ISO) and WS-FA-GROSS and
      * reads back WS-FA-NET to charge, WS-FA-DISCOUNT given and the
      * WS-FA-BAND it was given under (spaces - no award in effect).
       01  WS-FA-FIELDS.
           03 WS-FA-PATIENT-ID         PIC S9(9) COMP.
           03 WS-FA-SERVICE-DATE       PIC X(10).
           03 WS-FA-GROSS              PIC S9(5)V99 COMP-3.
           03 WS-FA-NET                PIC S9(5)V99 COMP-3.
           03 WS-FA-DISCOUNT           PIC S9(5)V99 COMP-3.
           03 WS-FA-BAND               PIC X(1).
           03 WS-FA-DISCOUNT-PCT       PIC S9(3)V99 COMP-3.
