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
      *                  Antenatal Episode Screen                      *
      *                                                                *
      *   Front end to HCANDB01.  Action B books a pregnancy for the  *
      *  keyed patient (LMP, due date - blank works it out from the   *
      *  LMP - gravida/parity and booking facility), I shows the open *
      *  or most recent episode with today's gestation, U re-sets     *
      *  the due date, gravida/parity and facility, and C records the *
      *  outcome and its date, closing the episode.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCANPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-GEST-TEXT.
          03 WS-GT-WEEKS               PIC Z9.
          03 FILLER                    PIC X(1) VALUE '+'.
          03 WS-GT-DAYS                PIC 9.

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

           Initialize HCANMAPI.
           Initialize HCANMAPO.
           Initialize COMM-AREA.
           Move -1 To HCANACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCANMAP')
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

           EXEC CICS RECEIVE MAP('HCANMAP')
                     INTO(HCANMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCANACTI
             WHEN 'B'
               PERFORM BOOK-EPISODE
             WHEN 'I'
               PERFORM SHOW-EPISODE
             WHEN 'U'
               PERFORM UPDATE-EPISODE
             WHEN 'C'
               PERFORM CLOSE-EPISODE
             WHEN OTHER
               Move 'Action must be B I U or C' To HCANMSGO
               Move -1 To HCANACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCANACTL
           EXEC CICS SEND MAP ('HCANMAP')
                     FROM(HCANMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCAN')
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

       BOOK-EPISODE.
           Initialize COMM-AREA
           Move '01AANE'   To CA-REQUEST-ID
           Move HCANPNOI   To CA-PATIENT-ID
           Move HCANLMPI   To CA-AN-LMP-DATE
           Move HCANEDDI   To CA-AN-EDD-DATE
           Move HCANGRVI   To CA-AN-GRAVIDA
           Move HCANPARI   To CA-AN-PARITY
           Move Function UPPER-CASE(HCANFACI) To CA-AN-BOOKING-FAC
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCANDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-EPISODE
           END-IF

           Move CA-AN-EDD-DATE To HCANEDDO
           Move CA-AN-STATUS   To HCANSTAO
           Move 'Pregnancy booked' To HCANMSGO.

       SHOW-EPISODE.
           Initialize COMM-AREA
           Move '01IANE'   To CA-REQUEST-ID
           Move HCANPNOI   To CA-PATIENT-ID

           EXEC CICS LINK PROGRAM('HCANDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-EPISODE
           END-IF

           Move CA-AN-LMP-DATE     To HCANLMPO
           Move CA-AN-EDD-DATE     To HCANEDDO
           Move CA-AN-GRAVIDA      To HCANGRVO
           Move CA-AN-PARITY       To HCANPARO
           Move CA-AN-BOOKING-FAC  To HCANFACO
           Move CA-AN-STATUS       To HCANSTAO
           Move CA-AN-OUTCOME      To HCANOUTO
           Move CA-AN-OUTCOME-DATE To HCANODTO
           Move SPACES             To HCANGESO
           If CA-AN-STATUS EQUAL 'O'
              Move CA-AN-GEST-WEEKS To WS-GT-WEEKS
              Move CA-AN-GEST-DAYS  To WS-GT-DAYS
              Move WS-GEST-TEXT     To HCANGESO
              Move 'Open pregnancy displayed'     To HCANMSGO
           Else
              Move 'Last pregnancy displayed - CLOSED' To HCANMSGO
           End-If.

       UPDATE-EPISODE.
           Initialize COMM-AREA
           Move '01UANE'   To CA-REQUEST-ID
           Move HCANPNOI   To CA-PATIENT-ID
           Move HCANEDDI   To CA-AN-EDD-DATE
           Move HCANGRVI   To CA-AN-GRAVIDA
           Move HCANPARI   To CA-AN-PARITY
           Move Function UPPER-CASE(HCANFACI) To CA-AN-BOOKING-FAC
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCANDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-EPISODE
           END-IF

           Move 'Pregnancy details updated' To HCANMSGO.

       CLOSE-EPISODE.
           Initialize COMM-AREA
           Move '01CANE'   To CA-REQUEST-ID
           Move HCANPNOI   To CA-PATIENT-ID
           Move Function UPPER-CASE(HCANOUTI) To CA-AN-OUTCOME
           Move HCANODTI   To CA-AN-OUTCOME-DATE
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCANDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-EPISODE
           END-IF

           Move CA-AN-STATUS       To HCANSTAO
           Move CA-AN-OUTCOME-DATE To HCANODTO
           Move SPACES             To HCANGESO
           Move 'Outcome recorded - pregnancy closed' To HCANMSGO.

       NO-EPISODE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No open pregnancy for patient'      To HCANMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                  To HCANMSGO
               Go To ERROR-OUT
             When 82
               Move 'Patient already has an open pregnancy'
                                                         To HCANMSGO
               Go To ERROR-OUT
             When 87
               Move 'Check dates, G/P and outcome (LSMTE)'
                                                         To HCANMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error working the pregnancy record'  To HCANMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCANMAPI.
           EXEC CICS SEND MAP ('HCANMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCAN')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCANMSGO
           End-If.
           EXEC CICS SEND MAP ('HCANMAP')
                     FROM(HCANMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCANMAPI.
           Initialize HCANMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
