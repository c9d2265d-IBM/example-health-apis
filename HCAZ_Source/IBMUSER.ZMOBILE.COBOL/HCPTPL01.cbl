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
      *               Patient Transport Booking Screen                 *
      *                                                                *
      *   Front end to HCPTDB01.  Action B books transport for the    *
      *  keyed patient - link A with the appointment id (pick-up the  *
      *  lead minutes before it, 60 if blank) or link D for going     *
      *  home from the ward at the pick-up date and time keyed - with *
      *  the mobility help needed (A ambulant, W walking aid, C       *
      *  wheelchair, S stretcher), escort and return trip Y/N.  A     *
      *  blank address takes the patient's home address.  I shows the *
      *  journey id keyed, or the patient's next one; C cancels the   *
      *  journey id keyed.  Booking and cancelling need a staff       *
      *  sign-on, whose user is recorded as the booker.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPTPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-TRANSPORT-EDIT.
          03 WS-TE-LEAD                PIC ZZ9.

       01  WS-STAFF-SESSION-FIELDS.
           03 WS-STAFF-SESSION-NAME.
              05 WS-STAFF-SESSION-PRE  PIC X(4) VALUE 'STAF'.
              05 WS-STAFF-SESSION-TERM PIC X(4).
           03 WS-STAFF-SESSION-DATA.
              05 WS-STAFF-ROLE         PIC X(1).
              05 WS-STAFF-USER         PIC X(10).
       01  WS-STAFF-RESP               PIC S9(8) COMP.

      * a number keyed left in its field still goes down as a number
       01  WS-NUMBER-FIELD             PIC X(10).
       01  WS-NUMBER-IN                PIC X(10) JUSTIFIED RIGHT.

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

           Initialize HCPTMAPI.
           Initialize HCPTMAPO.
           Initialize COMM-AREA.
           Move -1 To HCPTACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCPTMAP')
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

           EXEC CICS RECEIVE MAP('HCPTMAP')
                     INTO(HCPTMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCPTACTI
             WHEN 'B'
               PERFORM BOOK-TRANSPORT
             WHEN 'I'
               PERFORM SHOW-TRANSPORT
             WHEN 'C'
               PERFORM CANCEL-TRANSPORT
             WHEN OTHER
               Move 'Action must be B, I or C' To HCPTMSGO
               Move -1 To HCPTACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCPTACTL
           EXEC CICS SEND MAP ('HCPTMAP')
                     FROM(HCPTMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCPT')
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

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-PATIENT-KEY.
           Initialize COMM-AREA
           Move HCPTPNOI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-PATIENT-ID
           Move HCPTTRNI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-PT-TRANSPORT-ID.

       BOOK-TRANSPORT.
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCPTMSGO
              GO TO ERROR-OUT
           END-IF

           PERFORM SET-PATIENT-KEY
           Move '01ATRN'        To CA-REQUEST-ID
           Move ZERO            To CA-PT-TRANSPORT-ID
           Move Function UPPER-CASE(HCPTLNKI) To CA-PT-LINK-TYPE
           Move HCPTAPTI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN    To CA-PT-APPT-ID
           Move Function UPPER-CASE(HCPTMOBI) To CA-PT-MOBILITY
           Move Function UPPER-CASE(HCPTESCI) To CA-PT-ESCORT
           Move Function UPPER-CASE(HCPTRETI) To CA-PT-RETURN-TRIP
           Move HCPTADRI        To CA-PT-ADDRESS
           Move HCPTCTYI        To CA-PT-CITY
           Move HCPTPCDI        To CA-PT-POSTCODE
           Inspect CA-PT-ESCORT      Replacing All x'00' by x'40'
           Inspect CA-PT-RETURN-TRIP Replacing All x'00' by x'40'
           Inspect CA-PT-ADDRESS     Replacing All x'00' by x'40'
           Inspect CA-PT-CITY        Replacing All x'00' by x'40'
           Inspect CA-PT-POSTCODE    Replacing All x'00' by x'40'
           Move HCPTPDTI        To CA-PT-PICKUP-DATE
           Move HCPTPTMI        To CA-PT-PICKUP-TIME
           Move HCPTLEDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           Move WS-NUMBER-IN(8:3) To CA-PT-LEAD-MINS
           Move WS-STAFF-USER   To CA-PT-BOOKED-BY

           EXEC CICS LINK PROGRAM('HCPTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-TRANSPORT
           END-IF

           PERFORM FORMAT-TRANSPORT
           Move 'Transport booked' To HCPTMSGO.

       SHOW-TRANSPORT.
           PERFORM SET-PATIENT-KEY
           Move '01ITRN'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCPTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-TRANSPORT
           END-IF

           PERFORM FORMAT-TRANSPORT
           Move 'Transport booking displayed' To HCPTMSGO.

       CANCEL-TRANSPORT.
           PERFORM CHECK-STAFF-SESSION
           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCPTMSGO
              GO TO ERROR-OUT
           END-IF

           PERFORM SET-PATIENT-KEY
           Move '01CTRN'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCPTDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-TRANSPORT
           END-IF

           Move 'Transport cancelled' To HCPTMSGO.

       FORMAT-TRANSPORT.
           Move CA-PT-TRANSPORT-ID  To HCPTTRNO
           Move CA-PT-LINK-TYPE     To HCPTLNKO
           If CA-PT-LINK-TYPE EQUAL 'A'
              Move CA-PT-APPT-ID    To HCPTAPTO
           Else
              Move SPACES           To HCPTAPTO
           End-If
           Move CA-PT-MOBILITY      To HCPTMOBO
           Move CA-PT-ESCORT        To HCPTESCO
           Move CA-PT-RETURN-TRIP   To HCPTRETO
           Move CA-PT-BLIND-IND     To HCPTBLDO
           Move CA-PT-DEAF-IND      To HCPTDEFO
           Move CA-PT-ADDRESS       To HCPTADRO
           Move CA-PT-CITY          To HCPTCTYO
           Move CA-PT-POSTCODE      To HCPTPCDO
           Move CA-PT-DESTINATION   To HCPTDSTO
           Move CA-PT-PICKUP-DATE   To HCPTPDTO
           Move CA-PT-PICKUP-TIME   To HCPTPTMO
           Move CA-PT-LEAD-MINS     To WS-TE-LEAD
           Move WS-TE-LEAD          To HCPTLEDO
           Move CA-PT-STATUS        To HCPTSTSO.

       NO-TRANSPORT.
           Evaluate CA-RETURN-CODE
             When 01
               If HCPTACTI EQUAL 'B'
                  Move 'Patient not found'              To HCPTMSGO
               Else
                  Move 'No booked transport found'      To HCPTMSGO
               End-If
               Go To ERROR-OUT
             When 72
               If CA-PT-LINK-TYPE EQUAL 'D'
                  Move 'Patient is not in a bed'        To HCPTMSGO
               Else
                  Move 'No booked appointment with that id'
                                                        To HCPTMSGO
               End-If
               Go To ERROR-OUT
             When 73
               Move 'Transport already booked for this' To HCPTMSGO
               Go To ERROR-OUT
             When 86
               Move 'Mobility A/W/C/S, escort/return Y/N'
                                                        To HCPTMSGO
               Go To ERROR-OUT
             When 87
               Move 'Enter link A/D with appt or pick-up time'
                                                        To HCPTMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing transport'        To HCPTMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCPTMAPI.
           EXEC CICS SEND MAP ('HCPTMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCPT')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCPTMSGO
           End-If.
           EXEC CICS SEND MAP ('HCPTMAP')
                     FROM(HCPTMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCPTMAPI.
           Initialize HCPTMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
