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
      *              Claim Contract and Appeal Screen                  *
      *                                                                *
      *   A claim against its payer contract through HCCRDB01.         *
      *  Action I shows the claim - payer, billed, paid, contract      *
      *  amount and shortfall - with its appeal; A opens an appeal     *
      *  with a note; C closes it with the payer's answer keyed in     *
      *  the appeal status (W won / L lost).  Appeals are raised and   *
      *  closed under the staff sign-on at this terminal.              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCRPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

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

           Initialize HCCRMAPI.
           Initialize HCCRMAPO.
           Initialize COMM-AREA.
           Move -1 To HCCRACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCCRMAP')
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

           EXEC CICS RECEIVE MAP('HCCRMAP')
                     INTO(HCCRMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCCRACTI
             WHEN 'I'
               Move '01ICRA' To CA-REQUEST-ID
               PERFORM CLAIM-REQUEST
               Move 'Claim displayed' To HCCRMSGO
             WHEN 'A'
               PERFORM CHECK-STAFF-SIGNON
               Move '01ACRA' To CA-REQUEST-ID
               PERFORM CLAIM-REQUEST
               Move 'Appeal opened' To HCCRMSGO
             WHEN 'C'
               PERFORM CHECK-STAFF-SIGNON
               Move '01CCRA' To CA-REQUEST-ID
               PERFORM CLAIM-REQUEST
               Move 'Appeal closed' To HCCRMSGO
             WHEN OTHER
               Move 'Action must be I, A or C' To HCCRMSGO
               Move -1 To HCCRACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCCRACTL
           EXEC CICS SEND MAP ('HCCRMAP')
                     FROM(HCCRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCCR')
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

       CHECK-STAFF-SIGNON.
      * An appeal is on record against the user who raised it
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCCRMSGO
              GO TO ERROR-OUT
           END-IF.

       CLAIM-REQUEST.
           Move HCCRPNOI   To CA-PATIENT-ID
           Move HCCRCLMI   To CA-CR-CLAIM-ID
           Move HCCRAPSI   To CA-CR-APPEAL-STATUS
           Move HCCRNOTI   To CA-CR-APPEAL-NOTE
           Move WS-STAFF-USER To CA-CR-STAFF-USER
           Inspect CA-CR-APPEAL-STATUS Replacing All x'00' by x'40'
           Inspect CA-CR-APPEAL-NOTE Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCCRDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CLAIM
           END-IF

           Move CA-PATIENT-ID        To HCCRPNOO
           Move CA-CR-CLAIM-ID       To HCCRCLMO
           Move CA-CR-PAYER          To HCCRPAYO
           Move CA-CR-CHARGE-CODE    To HCCRCCDO
           Move CA-CR-SERVICE-DATE   To HCCRSDTO
           Move CA-CR-CLAIM-STATUS   To HCCRCSTO
           Move CA-CR-BILLED         To HCCRBILO
           Move CA-CR-PAID           To HCCRPDAO
           Move CA-CR-CONTRACT       To HCCRCONO
           Move CA-CR-SHORTFALL      To HCCRSHTO
           Move CA-CR-APPEAL-STATUS  To HCCRAPSO
           Move CA-CR-APPEAL-NOTE    To HCCRNOTO
           Move CA-CR-APPEAL-DATE    To HCCRAPDO
           Move CA-CR-APPEAL-BY      To HCCRAPBO.

       CLEARIT.

           Initialize HCCRMAPI.
           EXEC CICS SEND MAP ('HCCRMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCCR')
                COMMAREA(COMM-AREA)
                END-EXEC.

       NO-CLAIM.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such claim for that patient'      To  HCCRMSGO
               Go To ERROR-OUT
             When 02
               Move 'Claim not at a status for that action'
                                                          To  HCCRMSGO
               Go To ERROR-OUT
             When 03
               Move 'An appeal is already open on the claim'
                                                          To  HCCRMSGO
               Go To ERROR-OUT
             When 87
               Move 'Key a note, or W/L to close the appeal'
                                                          To  HCCRMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing claim'              To  HCCRMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCRMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCRMAP')
                     FROM(HCCRMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCCRMAPI.
           Initialize HCCRMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
