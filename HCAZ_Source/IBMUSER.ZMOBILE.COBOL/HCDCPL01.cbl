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
      *              Collection Agency Placement Screen                *
      *                                                                *
      *   Follow a patient's collection-agency placement through       *
      *  HCDCDB01.  Action I shows the keyed placement, or the         *
      *  patient's latest, with the balance placed and what the        *
      *  agency has collected; R recalls a disputed account with the   *
      *  keyed reason; E ends the dispute so the normal cycle          *
      *  resumes.                                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDCPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

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

           Initialize HCDCMAPI.
           Initialize HCDCMAPO.
           Initialize COMM-AREA.
           Move -1 To HCDCACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCDCMAP')
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

           EXEC CICS RECEIVE MAP('HCDCMAP')
                     INTO(HCDCMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCDCACTI
             WHEN 'I'
               Move '01IDCP' To CA-REQUEST-ID
               PERFORM PLACEMENT-REQUEST
               Move 'Placement displayed' To HCDCMSGO
             WHEN 'R'
               Move '01RDCP' To CA-REQUEST-ID
               PERFORM PLACEMENT-REQUEST
               Move 'Placement recalled - held in dispute' To HCDCMSGO
             WHEN 'E'
               Move '01EDCP' To CA-REQUEST-ID
               PERFORM PLACEMENT-REQUEST
               Move 'Dispute ended - normal cycle resumes' To HCDCMSGO
             WHEN OTHER
               Move 'Action must be I, R or E' To HCDCMSGO
               Move -1 To HCDCACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCDCACTL
           EXEC CICS SEND MAP ('HCDCMAP')
                     FROM(HCDCMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCDC')
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

       PLACEMENT-REQUEST.
           Move HCDCPNOI   To CA-PATIENT-ID
           Move ZERO       To CA-DC-PLACEMENT-ID
           IF HCDCPLCI NOT EQUAL LOW-VALUES
            AND HCDCPLCI NOT EQUAL SPACES
              Move HCDCPLCI To CA-DC-PLACEMENT-ID
           END-IF
           Move HCDCRSNI   To CA-DC-REASON
           IF HCDCRSNI EQUAL LOW-VALUES
              Move SPACES To CA-DC-REASON
           END-IF

           EXEC CICS LINK PROGRAM('HCDCDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-PLACEMENT
           END-IF

           Move CA-PATIENT-ID      To HCDCPNOO
           Move CA-DC-PLACEMENT-ID To HCDCPLCO
           Move CA-DC-STATUS       To HCDCSTSO
           Move CA-DC-REASON       To HCDCRSNO
           Move CA-DC-PLACED-DATE  To HCDCPDTO
           Move CA-DC-BALANCE      To HCDCBALO
           Move CA-DC-COLLECTED    To HCDCCOLO
           Move CA-DC-COMMISSION   To HCDCCMSO
           Move CA-DC-RECALL-DATE  To HCDCRDTO
           Move CA-DC-CHARGE-COUNT To HCDCNCHO.

       CLEARIT.

           Initialize HCDCMAPI.
           EXEC CICS SEND MAP ('HCDCMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCDC')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-PLACEMENT.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No placement for that patient/id'    To  HCDCMSGO
               Go To ERROR-OUT
             When 02
               Move 'Placement is not at that status'     To  HCDCMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key the reason for the recall'       To  HCDCMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error maintaining placement'         To  HCDCMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCDCMSGO
           End-If.
           EXEC CICS SEND MAP ('HCDCMAP')
                     FROM(HCDCMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCDCMAPI.
           Initialize HCDCMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
