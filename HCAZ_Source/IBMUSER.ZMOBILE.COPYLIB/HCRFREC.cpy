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
      * One record of the reference-data promotion file, written by
      * the export (HCRGBJ01) in the region the tables were set up in
      * and compared, then applied, by HCRFBJ02 in the region they go
      * to.  Each table's rows follow in key order, so the import can
      * match them against its own rows in the same order.
      *   HD header      CC CHARGECODE   CR CHARGERATE   GL GLMAP
      *   FM FORMULARY   GR GAPRULE      PD PROMDEF      LC LABCRIT
      *   VS VACCSCHED   RD RPTDIST      FC FACCLOSE     TR trailer
      * The key is wide enough for a formulary entry (drug name,
      * strength and route); numbers in a key are zero-filled so the
      * file sorts as the table does.
           03 RF-TABLE                 PIC X(2).
           03 RF-KEY                   PIC X(90).
           03 RF-CHARGECODE-KEY REDEFINES RF-KEY.
              05 RFC-CODE              PIC X(6).
              05 FILLER                PIC X(84).
           03 RF-CHARGERATE-KEY REDEFINES RF-KEY.
              05 RFR-CODE              PIC X(6).
              05 RFR-EFF-DATE          PIC X(10).
              05 FILLER                PIC X(74).
           03 RF-GLMAP-KEY REDEFINES RF-KEY.
              05 RFG-MAP-TYPE          PIC X(1).
              05 RFG-MAP-CODE          PIC X(6).
              05 FILLER                PIC X(83).
           03 RF-FORMULARY-KEY REDEFINES RF-KEY.
              05 RFF-DRUG-NAME         PIC X(50).
              05 RFF-STRENGTH          PIC X(20).
              05 RFF-ROUTE             PIC X(20).
           03 RF-GAPRULE-KEY REDEFINES RF-KEY.
              05 RFP-REGTYPE           PIC X(10).
              05 FILLER                PIC X(80).
           03 RF-PROMDEF-KEY REDEFINES RF-KEY.
              05 RFQ-QUEST-ID          PIC X(8).
              05 FILLER                PIC X(82).
           03 RF-LABCRIT-KEY REDEFINES RF-KEY.
              05 RFL-TEST-CODE         PIC X(10).
              05 FILLER                PIC X(80).
           03 RF-VACCSCHED-KEY REDEFINES RF-KEY.
              05 RFV-VACCINE-CODE      PIC X(10).
              05 RFV-DOSE-NUMBER       PIC 9(4).
              05 FILLER                PIC X(76).
           03 RF-RPTDIST-KEY REDEFINES RF-KEY.
              05 RFD-REPORT-ID         PIC X(8).
              05 RFD-SEQ               PIC 9(4).
              05 FILLER                PIC X(78).
           03 RF-FACCLOSE-KEY REDEFINES RF-KEY.
              05 RFX-FACILITY          PIC X(4).
              05 RFX-CLOSE-DATE        PIC X(10).
              05 RFX-START-TIME        PIC X(8).
              05 FILLER                PIC X(68).
           03 RF-DATA                  PIC X(100).
           03 RF-HEADER REDEFINES RF-DATA.
              05 RFH-CREATED           PIC X(26).
              05 RFH-LOCATION          PIC X(16).
              05 RFH-EXPORTED-BY       PIC X(10).
              05 FILLER                PIC X(48).
           03 RF-CHARGECODE REDEFINES RF-DATA.
              05 RFC-DESC              PIC X(30).
              05 RFC-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 RFC-AUTHREQ           PIC X(1).
              05 RFC-RETIRED           PIC X(1).
              05 RFC-GL-ACCOUNT        PIC X(10).
              05 FILLER                PIC X(50).
           03 RF-CHARGERATE REDEFINES RF-DATA.
              05 RFR-AMOUNT            PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(92).
           03 RF-GLMAP REDEFINES RF-DATA.
              05 RFG-GL-ACCOUNT        PIC X(10).
              05 RFG-DESC              PIC X(30).
              05 FILLER                PIC X(60).
           03 RF-FORMULARY REDEFINES RF-DATA.
              05 RFF-DRUG-CODE         PIC X(10).
              05 RFF-DRUG-CLASS        PIC X(20).
              05 RFF-CTL-SCHED         PIC X(1).
              05 RFF-RENAL-RISK        PIC X(1).
              05 RFF-RENAL-LIMIT       PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 RFF-PREG-UNSAFE       PIC X(1).
              05 RFF-STEWARDSHIP       PIC X(1).
              05 FILLER                PIC X(56).
           03 RF-GAPRULE REDEFINES RF-DATA.
              05 RFP-READING-TYPE      PIC X(2).
              05 RFP-INTERVAL-DAYS     PIC 9(5).
              05 FILLER                PIC X(93).
           03 RF-PROMDEF REDEFINES RF-DATA.
              05 RFQ-DESC              PIC X(30).
              05 RFQ-NUM-QUESTIONS     PIC 9(4).
              05 RFQ-ALERT-SCORE       PIC S9(4)
                                       SIGN LEADING SEPARATE.
              05 RFQ-WORSEN-DELTA      PIC S9(4)
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(56).
           03 RF-LABCRIT REDEFINES RF-DATA.
              05 RFL-CRIT-LOW          PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 RFL-CRIT-HIGH         PIC S9(6)V9(3)
                                       SIGN LEADING SEPARATE.
              05 FILLER                PIC X(80).
           03 RF-VACCSCHED REDEFINES RF-DATA.
              05 RFV-INTERVAL-DAYS     PIC 9(5).
              05 FILLER                PIC X(95).
           03 RF-RPTDIST REDEFINES RF-DATA.
              05 RFD-DEST-TYPE         PIC X(1).
              05 RFD-DEST-NAME         PIC X(8).
              05 RFD-RECIPIENT         PIC X(20).
              05 FILLER                PIC X(71).
           03 RF-FACCLOSE REDEFINES RF-DATA.
              05 RFX-END-TIME          PIC X(8).
              05 RFX-REASON            PIC X(30).
              05 FILLER                PIC X(62).
           03 RF-TRAILER REDEFINES RF-DATA.
              05 RFT-RECORD-COUNT      PIC 9(9).
              05 FILLER                PIC X(91).
