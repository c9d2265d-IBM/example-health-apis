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
      * Growth centile band names for the paediatric growth reports.
      * A GROWTH row carries each measurement's band - the number of
      * GROWTHREF centile lines (0.4th, 2nd, 9th, 25th, 50th, 75th,
      * 91st, 98th, 99.6th) it reaches, 0 to 9.  GR-BAND-NAME(band
      * + 1) is the printable centile space the measurement sits in.
       01  GR-BAND-NAMES.
           03 FILLER                   PIC X(8) VALUE '<0.4    '.
           03 FILLER                   PIC X(8) VALUE '0.4-2   '.
           03 FILLER                   PIC X(8) VALUE '2-9     '.
           03 FILLER                   PIC X(8) VALUE '9-25    '.
           03 FILLER                   PIC X(8) VALUE '25-50   '.
           03 FILLER                   PIC X(8) VALUE '50-75   '.
           03 FILLER                   PIC X(8) VALUE '75-91   '.
           03 FILLER                   PIC X(8) VALUE '91-98   '.
           03 FILLER                   PIC X(8) VALUE '98-99.6 '.
           03 FILLER                   PIC X(8) VALUE '>99.6   '.
       01  GR-BAND-TABLE REDEFINES GR-BAND-NAMES.
           03 GR-BAND-NAME             PIC X(8) OCCURS 10.
