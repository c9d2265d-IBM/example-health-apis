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
      *                                                                *
      *             Anticoagulation (INR) Clinic Screen                *
      *                                                                *
      *   Front end to HCACDB01.  Action E enrols the keyed patient   *
      *  (or re-sets the target INR range and next test date), I      *
      *  shows the enrolment, X ends it.  W lists the open INR        *
      *  reviews - value, range, current warfarin order and weekly    *
      *  dose - for the keyed patient or the whole clinic; R records  *
      *  the new weekly dose and next test date against a review id,  *
      *  clinicians and supervisors only.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCACPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-LINE-INDEX                PIC S9(4) COMP VALUE +0.

       01 WS-REVIEW-LINE.
          03 WS-RV-REVIEW-ID           PIC Z(9)9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RV-PATIENT-ID          PIC Z(9)9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RV-INR                 PIC X(6).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RV-RANGE               PIC X(9).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RV-DOSE                PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-RV-WEEKLY              PIC X(6).

      * Per-terminal staff session - dose decisions are recorded
      * under the signed-on clinician's user id
       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

       COPY HCMAPS2.

       01 COMM-AREA.
       COPY HCCMAREA.
       COPY HCTVLWS.
      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           IF EIBCALEN > 0
              GO TO A-GAIN.

           Initialize HCACMAPI.
           Initialize HCACMAPO.
           Initialize COMM-AREA.
           Move -1 To HCACACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCACMAP')
                     MAPSET ('HCMAPS2')
                     ERASE
                     CURSOR
                     END-EXEC.

       A-GAIN.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(ENDIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('HCACMAP')
                     INTO(HCACMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCACACTI
             WHEN 'E'
               PERFORM ENROL-PATIENT
             WHEN 'I'
               PERFORM SHOW-ENROLMENT
             WHEN 'X'
               PERFORM END-ENROLMENT
             WHEN 'W'
               PERFORM LIST-REVIEWS
             WHEN 'R'
               PERFORM RECORD-DOSE
             WHEN OTHER
               Move 'Action must be E I X W or R' To HCACMSGO
               Move -1 To HCACACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCACACTL
           EXEC CICS SEND MAP ('HCACMAP')
                     FROM(HCACMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCAC')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ENDIT.
           EXEC CICS SEND TEXT
                     FROM(MSGEND)
                     LENGTH(LENGTH OF MSGEND)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       CANCELIT.

           EXEC CICS RETURN
                TRANSID('HCAZ')
                IMMEDIATE
                END-EXEC.

       CHECK-STAFF-SESSION.
           MOVE EIBTRMID TO WS-STAFF-SESSION-TERM
           MOVE SPACES TO WS-STAFF-SESSION-DATA

           EXEC CICS READQ TS
                     QUEUE(WS-STAFF-SESSION-NAME)
                     INTO(WS-STAFF-SESSION-DATA)
                     LENGTH(LENGTH OF WS-STAFF-SESSION-DATA)
                     ITEM(1)
                     RESP(WS-STAFF-RESP)
           END-EXEC.

       ENROL-PATIENT.
           Initialize COMM-AREA
           Move '01AACE'   To CA-REQUEST-ID
           Move HCACPNOI   To CA-PATIENT-ID
           Move HCACLOWI   To CA-AC-INR-LOW
           Move HCACHIGI   To CA-AC-INR-HIGH
           Move HCACNXTI   To CA-AC-NEXT-TEST
           Move HCACDOSI   To CA-AC-WEEKLY-DOSE

           EXEC CICS LINK PROGRAM('HCACDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CLINIC
           END-IF

           Move 'Patient enrolled in INR clinic' To HCACMSGO.

       SHOW-ENROLMENT.
           Initialize COMM-AREA
           Move '01IACE'   To CA-REQUEST-ID
           Move HCACPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCACDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-CLINIC
           END-IF

           Move CA-AC-INR-LOW     To HCACLOWO
           Move CA-AC-INR-HIGH    To HCACHIGO
           Move CA-AC-NEXT-TEST   To HCACNXTO
           Move CA-AC-WEEKLY-DOSE To HCACDOSO
           If CA-AC-ACTIVE EQUAL 'Y'
              Move 'Enrolment displayed'          To HCACMSGO
           Else
              Move 'Enrolment displayed - ENDED'  To HCACMSGO
           End-If.

       END-ENROLMENT.
           Initialize COMM-AREA
           Move '01DACE'   To CA-REQUEST-ID
           Move HCACPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCACDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CLINIC
           END-IF

           Move 'INR clinic enrolment ended' To HCACMSGO.

       LIST-REVIEWS.
           Initialize COMM-AREA
           Move '01IACW'   To CA-REQUEST-ID
           If HCACPNOI NUMERIC
              Move HCACPNOI To CA-PATIENT-ID
           End-If

           EXEC CICS LINK PROGRAM('HCACDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE EQUAL 01
              Move 'No INR results awaiting review' To HCACMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              GO TO NO-CLINIC
           END-IF

           Move SPACES To HCACLN1O HCACLN2O HCACLN3O
                          HCACLN4O HCACLN5O HCACLN6O
           MOVE ZERO TO WS-LINE-INDEX
           PERFORM FORMAT-REVIEW-LINE
               UNTIL WS-LINE-INDEX EQUAL CA-AC-COUNT

           Move 'INR reviews displayed, oldest first' To HCACMSGO.

       RECORD-DOSE.
      * A dose decision is a prescribing act - clinician or
      * supervisor sign-on at this terminal
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'D' AND NOT EQUAL 'S')
              Move 'Clinician sign-on required' To HCACMSGO
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01UACD'        To CA-REQUEST-ID
           Move HCACRIDI        To CA-AC-REVIEW-ID
           Move HCACNXTI        To CA-AC-NEXT-TEST
           Move HCACDOSI        To CA-AC-WEEKLY-DOSE
           Move WS-STAFF-USER   To CA-AC-CLINICIAN

           EXEC CICS LINK PROGRAM('HCACDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 01
              Move 'Review id is not open' To HCACMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              GO TO NO-CLINIC
           END-IF

           Move CA-PATIENT-ID To HCACPNOO
           Move 'New weekly dose and next test recorded' To HCACMSGO.

       FORMAT-REVIEW-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-ACR-REVIEW-ID(WS-LINE-INDEX)  To WS-RV-REVIEW-ID
           Move CA-ACR-PATIENT-ID(WS-LINE-INDEX) To WS-RV-PATIENT-ID
           Move CA-ACR-INR(WS-LINE-INDEX)        To WS-RV-INR
           Move CA-ACR-RANGE(WS-LINE-INDEX)      To WS-RV-RANGE
           Move CA-ACR-DOSE(WS-LINE-INDEX)       To WS-RV-DOSE
           Move CA-ACR-WEEKLY(WS-LINE-INDEX)     To WS-RV-WEEKLY

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move WS-REVIEW-LINE To HCACLN1O
             WHEN 2
               Move WS-REVIEW-LINE To HCACLN2O
             WHEN 3
               Move WS-REVIEW-LINE To HCACLN3O
             WHEN 4
               Move WS-REVIEW-LINE To HCACLN4O
             WHEN 5
               Move WS-REVIEW-LINE To HCACLN5O
             WHEN 6
               Move WS-REVIEW-LINE To HCACLN6O
           END-EVALUATE.

       NO-CLINIC.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Patient is not enrolled'            To HCACMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                  To HCACMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check range, dose and date keyed'   To HCACMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error working the INR clinic'       To HCACMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCACMAPI.
           EXEC CICS SEND MAP ('HCACMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCAC')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCACMSGO
           End-If.
           EXEC CICS SEND MAP ('HCACMAP')
                     FROM(HCACMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCACMAPI.
           Initialize HCACMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
