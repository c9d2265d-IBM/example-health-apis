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
      *              Clinic Secure Message Inbox Screen                *
      *                                                                *
      *   Front end to HCMGDB01 for clinic staff signed on through    *
      *  HCSOPL01.  Action L lists the oldest ten open messages in    *
      *  the clinic keyed, V opens the message id keyed and shows     *
      *  its text and any reply, R sends the reply keyed (the patient *
      *  is notified a reply is waiting) and C closes a message that  *
      *  needs no reply.  Every action needs a staff sign-on; the     *
      *  signed-on user is recorded as the one who answered.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCMGPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-INBOX-FIELDS.
          03 WS-INBOX-SUB              PIC S9(4) COMP.
          03 WS-INBOX-LINES.
             05 WS-INBOX-LINE          PIC X(70) OCCURS 10 TIMES.
          03 WS-INBOX-DETAIL.
             05 WS-IB-MSG-ID           PIC Z(9)9.
             05 FILLER                 PIC X(1) VALUE SPACE.
             05 WS-IB-PATIENT          PIC Z(9)9.
             05 FILLER                 PIC X(1) VALUE SPACE.
             05 WS-IB-SENT             PIC X(16).
             05 FILLER                 PIC X(1) VALUE SPACE.
             05 WS-IB-STATUS           PIC X(1).
             05 FILLER                 PIC X(1) VALUE SPACE.
             05 WS-IB-SUBJECT          PIC X(29).

       01  WS-NUMBER-FIELD             PIC X(10).
       01  WS-NUMBER-IN                PIC X(10) JUSTIFIED RIGHT.

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

           Initialize HCMGMAPI.
           Initialize HCMGMAPO.
           Initialize COMM-AREA.
           Move -1 To HCMGACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCMGMAP')
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

           EXEC CICS RECEIVE MAP('HCMGMAP')
                     INTO(HCMGMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           PERFORM CHECK-STAFF

           EVALUATE HCMGACTI
             WHEN 'L'
               PERFORM LIST-INBOX
             WHEN 'V'
               PERFORM VIEW-MESSAGE
             WHEN 'R'
               PERFORM REPLY-MESSAGE
             WHEN 'C'
               PERFORM CLOSE-MESSAGE
             WHEN OTHER
               Move 'Action must be L, V, R or C' To HCMGMSGO
               Move -1 To HCMGACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCMGACTL
           EXEC CICS SEND MAP ('HCMGMAP')
                     FROM(HCMGMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCMG')
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

       CHECK-STAFF.
           MOVE EIBTRMID TO WS-STAFF-SESSION-TERM
           MOVE SPACES TO WS-STAFF-SESSION-DATA

           EXEC CICS READQ TS
                     QUEUE(WS-STAFF-SESSION-NAME)
                     INTO(WS-STAFF-SESSION-DATA)
                     LENGTH(LENGTH OF WS-STAFF-SESSION-DATA)
                     ITEM(1)
                     RESP(WS-STAFF-RESP)
           END-EXEC

           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCMGMSGO
              GO TO ERROR-OUT
           END-IF.

       SET-MESSAGE-KEY.
           Initialize COMM-AREA
           Move Function UPPER-CASE(HCMGCLNI) To CA-MG-CLINIC
           Inspect CA-MG-CLINIC Replacing All x'00' by x'40'
           Move HCMGMIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-MG-MESSAGE-ID
           Move WS-STAFF-USER   To CA-MG-SENT-BY.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       LIST-INBOX.
           PERFORM SET-MESSAGE-KEY
           Move '01IINB'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-MESSAGE
           END-IF

           PERFORM FORMAT-INBOX
           Move 'Inbox displayed - oldest first' To HCMGMSGO.

       VIEW-MESSAGE.
           PERFORM SET-MESSAGE-KEY
           Move '01VMSG'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-MESSAGE
           END-IF

           PERFORM FORMAT-MESSAGE
           Move 'Message displayed' To HCMGMSGO.

       REPLY-MESSAGE.
           PERFORM SET-MESSAGE-KEY
           Move '01RMSG'   To CA-REQUEST-ID
           Move HCMGRP1I   To CA-MG-TEXT(1:70)
           Move HCMGRP2I   To CA-MG-TEXT(71:70)
           Move HCMGRP3I   To CA-MG-TEXT(141:70)
           Move HCMGRP4I   To CA-MG-TEXT(211:70)
           Inspect CA-MG-TEXT Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-MESSAGE
           END-IF

           PERFORM FORMAT-MESSAGE
           Move 'Reply sent - patient notified' To HCMGMSGO.

       CLOSE-MESSAGE.
           PERFORM SET-MESSAGE-KEY
           Move '01CMSG'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCMGDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-MESSAGE
           END-IF

           PERFORM FORMAT-MESSAGE
           Move 'Message closed without reply' To HCMGMSGO.

       FORMAT-MESSAGE.
           Move CA-MG-MESSAGE-ID    To HCMGMIDO
           Move CA-PATIENT-ID       To HCMGPNOO
           Move CA-MG-CLINIC        To HCMGCLNO
           Move CA-MG-STATUS        To HCMGSTSO
           Move CA-MG-SUBJECT       To HCMGSBJO
           Move CA-MG-TEXT(1:70)    To HCMGTX1O
           Move CA-MG-TEXT(71:70)   To HCMGTX2O
           Move CA-MG-TEXT(141:70)  To HCMGTX3O
           Move CA-MG-TEXT(211:70)  To HCMGTX4O
           Move CA-MG-REPLY-TEXT(1:70)   To HCMGRP1O
           Move CA-MG-REPLY-TEXT(71:70)  To HCMGRP2O
           Move CA-MG-REPLY-TEXT(141:70) To HCMGRP3O
           Move CA-MG-REPLY-TEXT(211:70) To HCMGRP4O.

       FORMAT-INBOX.
           Move SPACES To WS-INBOX-LINES
           PERFORM FORMAT-INBOX-ENTRY
              VARYING WS-INBOX-SUB FROM 1 BY 1
              UNTIL WS-INBOX-SUB > CA-MG-INBOX-COUNT
           Move WS-INBOX-LINE(1)  To HCMGL01O
           Move WS-INBOX-LINE(2)  To HCMGL02O
           Move WS-INBOX-LINE(3)  To HCMGL03O
           Move WS-INBOX-LINE(4)  To HCMGL04O
           Move WS-INBOX-LINE(5)  To HCMGL05O
           Move WS-INBOX-LINE(6)  To HCMGL06O
           Move WS-INBOX-LINE(7)  To HCMGL07O
           Move WS-INBOX-LINE(8)  To HCMGL08O
           Move WS-INBOX-LINE(9)  To HCMGL09O
           Move WS-INBOX-LINE(10) To HCMGL10O.

       FORMAT-INBOX-ENTRY.
           Move CA-MG-IN-MSG-ID(WS-INBOX-SUB)  To WS-IB-MSG-ID
           Move CA-MG-IN-PATIENT(WS-INBOX-SUB) To WS-IB-PATIENT
           Move CA-MG-IN-SENT(WS-INBOX-SUB)    To WS-IB-SENT
           Move CA-MG-IN-STATUS(WS-INBOX-SUB)  To WS-IB-STATUS
           Move CA-MG-IN-SUBJECT(WS-INBOX-SUB) To WS-IB-SUBJECT
           Move WS-INBOX-DETAIL To WS-INBOX-LINE(WS-INBOX-SUB).

       NO-MESSAGE.
           Evaluate CA-RETURN-CODE
             When 01
               If HCMGACTI EQUAL 'L'
                  Move 'No open messages for that clinic' To HCMGMSGO
               Else
                  Move 'Message not found or not open'    To HCMGMSGO
               End-If
               Go To ERROR-OUT
             When 87
               If HCMGACTI EQUAL 'L'
                  Move 'Enter the clinic'                 To HCMGMSGO
               Else
                  Move 'Enter the reply text'             To HCMGMSGO
               End-If
               Go To ERROR-OUT
             When Other
               Move 'Error processing message'            To HCMGMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCMGMAPI.
           EXEC CICS SEND MAP ('HCMGMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCMG')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCMGMSGO
           End-If.
           EXEC CICS SEND MAP ('HCMGMAP')
                     FROM(HCMGMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCMGMAPI.
           Initialize HCMGMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
