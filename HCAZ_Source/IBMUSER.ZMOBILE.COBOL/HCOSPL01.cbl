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
      *                Clinical Order Set Screen                       *
      *                                                                *
      *   Front end to HCOSDB01.  Action I lists a set's items with   *
      *  their defaults; A applies the set to the keyed patient under *
      *  the keyed ordering clinician and lists every item placed or  *
      *  refused with the reason - a prescribing act, clinician or    *
      *  supervisor sign-on.  Keeping the sets is reference-data      *
      *  work for a supervisor: H names (or renames) a set, N adds an *
      *  item - type M medication, L lab test, A follow-up - and X    *
      *  removes the item keyed by its sequence number.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCOSPL01.
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

       01 WS-LINE-SUB                  PIC S9(4) COMP VALUE +0.

       01 WS-SET-LINE.
          03 WS-SL-SEQ                 PIC ZZ9.
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SL-TYPE                PIC X(1).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SL-NAME                PIC X(20).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SL-RESULT              PIC X(7).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-SL-DETAIL              PIC X(24).

       01 WS-APPLY-MESSAGE.
          03 FILLER                    PIC X(14) VALUE 'Set applied - '.
          03 WS-AM-PLACED              PIC Z9.
          03 FILLER                    PIC X(9) VALUE ' placed, '.
          03 WS-AM-REFUSED             PIC Z9.
          03 FILLER                    PIC X(8) VALUE ' refused'.

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

           Initialize HCOSMAPI.
           Initialize HCOSMAPO.
           Initialize COMM-AREA.
           Move -1 To HCOSACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCOSMAP')
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

           EXEC CICS RECEIVE MAP('HCOSMAP')
                     INTO(HCOSMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCOSACTI
             WHEN 'I'
               PERFORM SHOW-SET
             WHEN 'A'
               PERFORM APPLY-SET
             WHEN 'H'
               PERFORM DEFINE-SET
             WHEN 'N'
               PERFORM ADD-SET-ITEM
             WHEN 'X'
               PERFORM REMOVE-SET-ITEM
             WHEN OTHER
               Move 'Action must be I, A, H, N or X' To HCOSMSGO
               Move -1 To HCOSACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCOSACTL
           EXEC CICS SEND MAP ('HCOSMAP')
                     FROM(HCOSMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCOS')
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

       CHECK-PRESCRIBER.
      * Applying a set places orders - a prescribing act
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR (WS-STAFF-ROLE NOT EQUAL 'D' AND
                  WS-STAFF-ROLE NOT EQUAL 'S')
              Move 'Clinician sign-on required' To HCOSMSGO
              GO TO ERROR-OUT
           END-IF.

       CHECK-SUPERVISOR.
      * The sets themselves are reference data - supervisor only
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              OR WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCOSMSGO
              GO TO ERROR-OUT
           END-IF.

       SHOW-SET.
           Initialize COMM-AREA
           Move '01IOST'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCOSSETI) To CA-OS-SET-CODE

           EXEC CICS LINK PROGRAM('HCOSDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           Move CA-OS-SET-NAME To HCOSSNMO
           IF CA-RETURN-CODE > 0
              GO TO NO-SET
           END-IF

           PERFORM SHOW-SET-LINES
           Move 'Order set displayed' To HCOSMSGO.

       APPLY-SET.
           PERFORM CHECK-PRESCRIBER

           Initialize COMM-AREA
           Move '01AOST'   To CA-REQUEST-ID
           Move HCOSPNOI   To CA-PATIENT-ID
           Move Function UPPER-CASE(HCOSSETI) To CA-OS-SET-CODE
           Move HCOSPRVI   To CA-OS-PROVIDER-ID

           EXEC CICS LINK PROGRAM('HCOSDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SET
           END-IF

           Move CA-OS-SET-NAME To HCOSSNMO
           PERFORM SHOW-SET-LINES
           Move CA-OS-PLACED-COUNT  To WS-AM-PLACED
           Move CA-OS-REFUSED-COUNT To WS-AM-REFUSED
           Move WS-APPLY-MESSAGE    To HCOSMSGO.

       SHOW-SET-LINES.
           Move SPACES To HCOSLN1O HCOSLN2O HCOSLN3O HCOSLN4O
                          HCOSLN5O HCOSLN6O HCOSLN7O HCOSLN8O
           Move ZERO To WS-LINE-SUB
           PERFORM FORMAT-SET-LINE
               UNTIL WS-LINE-SUB EQUAL CA-OS-COUNT.

       FORMAT-SET-LINE.
           ADD 1 TO WS-LINE-SUB
           Move CA-OSL-SEQ(WS-LINE-SUB)    To WS-SL-SEQ
           Move CA-OSL-TYPE(WS-LINE-SUB)   To WS-SL-TYPE
           Move CA-OSL-NAME(WS-LINE-SUB)   To WS-SL-NAME
           Move CA-OSL-DETAIL(WS-LINE-SUB) To WS-SL-DETAIL
           Evaluate CA-OSL-RESULT(WS-LINE-SUB)
             When 'P'
               Move 'PLACED'  To WS-SL-RESULT
             When 'R'
               Move 'REFUSED' To WS-SL-RESULT
             When Other
               Move SPACES    To WS-SL-RESULT
           End-Evaluate

           EVALUATE WS-LINE-SUB
             WHEN 1
               Move WS-SET-LINE To HCOSLN1O
             WHEN 2
               Move WS-SET-LINE To HCOSLN2O
             WHEN 3
               Move WS-SET-LINE To HCOSLN3O
             WHEN 4
               Move WS-SET-LINE To HCOSLN4O
             WHEN 5
               Move WS-SET-LINE To HCOSLN5O
             WHEN 6
               Move WS-SET-LINE To HCOSLN6O
             WHEN 7
               Move WS-SET-LINE To HCOSLN7O
             WHEN 8
               Move WS-SET-LINE To HCOSLN8O
           END-EVALUATE.

       DEFINE-SET.
           PERFORM CHECK-SUPERVISOR

           Initialize COMM-AREA
           Move '01HOST'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCOSSETI) To CA-OS-SET-CODE
           Move HCOSSNMI   To CA-OS-SET-NAME
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCOSDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SET
           END-IF

           Move 'Order set named - add its items' To HCOSMSGO.

       ADD-SET-ITEM.
           PERFORM CHECK-SUPERVISOR

           Initialize COMM-AREA
           Move '01NOST'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCOSSETI) To CA-OS-SET-CODE
           Move Function UPPER-CASE(HCOSTYPI) To CA-OS-ITEM-TYPE
           Move HCOSITMI   To CA-OS-ITEM-NAME
           Move HCOSSTRI   To CA-OS-ITEM-STRENGTH
           Move HCOSAMTI   To CA-OS-ITEM-AMOUNT
           Move Function UPPER-CASE(HCOSROUI) To CA-OS-ITEM-ROUTE
           Move Function UPPER-CASE(HCOSFRQI) To CA-OS-ITEM-FREQUENCY
           Move Function UPPER-CASE(HCOSPRII) To CA-OS-ITEM-PRIORITY
           Move HCOSDAYI   To CA-OS-ITEM-DAYS
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCOSDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SET
           END-IF

           Move CA-OS-ITEM-SEQ To HCOSSEQO
           Move 'Item added to the order set' To HCOSMSGO.

       REMOVE-SET-ITEM.
           PERFORM CHECK-SUPERVISOR

           Initialize COMM-AREA
           Move '01XOST'   To CA-REQUEST-ID
           Move Function UPPER-CASE(HCOSSETI) To CA-OS-SET-CODE
           Move HCOSSEQI   To CA-OS-ITEM-SEQ

           EXEC CICS LINK PROGRAM('HCOSDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-SET
           END-IF

           Move 'Item removed from the order set' To HCOSMSGO.

       NO-SET.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Order set or item not found'        To HCOSMSGO
               Move -1 To HCOSSETL
               Go To ERROR-OUT
             When 02
               Move 'Order set has no items yet'         To HCOSMSGO
               Go To ERROR-OUT
             When 70
               Move 'Patient does not exist'             To HCOSMSGO
               Move -1 To HCOSPNOL
               Go To ERROR-OUT
             When 86
               Move 'Drug/strength/route not on formulary'
                                                         To HCOSMSGO
               Move -1 To HCOSITML
               Go To ERROR-OUT
             When 87
               Move 'Item type M L or A - fields missing' To HCOSMSGO
               Move -1 To HCOSTYPL
               Go To ERROR-OUT
             When 88
               Move 'Set code and set name are required'  To HCOSMSGO
               Go To ERROR-OUT
             When 89
               Move 'Set is full - eight items at most'   To HCOSMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error working the order set'        To HCOSMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCOSMAPI.
           EXEC CICS SEND MAP ('HCOSMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCOS')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCOSMSGO
           End-If.
           EXEC CICS SEND MAP ('HCOSMAP')
                     FROM(HCOSMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCOSMAPI.
           Initialize HCOSMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
