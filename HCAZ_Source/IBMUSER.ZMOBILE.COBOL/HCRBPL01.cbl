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
      *          Clinic Room and Equipment Resource Screen             *
      *                                                                *
      *   Front end to HCRBDB01.  Action R saves the resource id      *
      *  keyed - facility, class R room or E equipment, resource      *
      *  type, description and active Y/N - and I shows it.  Action  *
      *  N adds the resource type keyed to the needs of the           *
      *  appointment type keyed, X removes it, and L lists the needs  *
      *  of the appointment type.  R, N and X need a supervisor       *
      *  sign-on.                                                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRBPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

       01 WS-NEED-LINE.
          03 WS-NEED-SUB               PIC S9(4) COMP.
          03 WS-NEED-PTR               PIC S9(4) COMP.

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

           Initialize HCRBMAPI.
           Initialize HCRBMAPO.
           Initialize COMM-AREA.
           Move -1 To HCRBACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCRBMAP')
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

           EXEC CICS RECEIVE MAP('HCRBMAP')
                     INTO(HCRBMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCRBACTI
             WHEN 'R'
               PERFORM SAVE-RESOURCE
             WHEN 'I'
               PERFORM SHOW-RESOURCE
             WHEN 'N'
               PERFORM ADD-NEED
             WHEN 'X'
               PERFORM REMOVE-NEED
             WHEN 'L'
               PERFORM LIST-NEEDS
             WHEN OTHER
               Move 'Action must be R, I, N, X or L' To HCRBMSGO
               Move -1 To HCRBACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCRBACTL
           EXEC CICS SEND MAP ('HCRBMAP')
                     FROM(HCRBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCRB')
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

       CHECK-SUPERVISOR.
           MOVE EIBTRMID TO WS-STAFF-SESSION-TERM
           MOVE SPACES TO WS-STAFF-SESSION-DATA

           EXEC CICS READQ TS
                     QUEUE(WS-STAFF-SESSION-NAME)
                     INTO(WS-STAFF-SESSION-DATA)
                     LENGTH(LENGTH OF WS-STAFF-SESSION-DATA)
                     ITEM(1)
                     RESP(WS-STAFF-RESP)
           END-EXEC

           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL) OR
              WS-STAFF-ROLE NOT EQUAL 'S'
              Move 'Supervisor sign-on required' To HCRBMSGO
              GO TO ERROR-OUT
           END-IF.

       SET-RESOURCE-KEY.
           Initialize COMM-AREA
           Move Function UPPER-CASE(HCRBRIDI) To CA-RB-RESOURCE-ID
           Move Function UPPER-CASE(HCRBRTYI) To CA-RB-RES-TYPE
           Move Function UPPER-CASE(HCRBAPTI) To CA-RB-APPT-TYPE
           Inspect CA-RB-RESOURCE-ID Replacing All x'00' by x'40'
           Inspect CA-RB-RES-TYPE    Replacing All x'00' by x'40'
           Inspect CA-RB-APPT-TYPE   Replacing All x'00' by x'40'.

       SAVE-RESOURCE.
           PERFORM CHECK-SUPERVISOR
           PERFORM SET-RESOURCE-KEY
           Move '01ARES'        To CA-REQUEST-ID
           Move Function UPPER-CASE(HCRBFACI) To CA-RB-FACILITY
           Move Function UPPER-CASE(HCRBCLSI) To CA-RB-CLASS
           Move Function UPPER-CASE(HCRBACVI) To CA-RB-ACTIVE
           Move HCRBDSCI        To CA-RB-DESCRIPTION
           Inspect CA-RB-FACILITY    Replacing All x'00' by x'40'
           Inspect CA-RB-CLASS       Replacing All x'00' by x'40'
           Inspect CA-RB-ACTIVE      Replacing All x'00' by x'40'
           Inspect CA-RB-DESCRIPTION Replacing All x'00' by x'40'

           EXEC CICS LINK PROGRAM('HCRBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-RESOURCE
           END-IF

           PERFORM FORMAT-RESOURCE
           Move 'Resource saved' To HCRBMSGO.

       SHOW-RESOURCE.
           PERFORM SET-RESOURCE-KEY
           Move '01IRES'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCRBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-RESOURCE
           END-IF

           PERFORM FORMAT-RESOURCE
           Move 'Resource displayed' To HCRBMSGO.

       ADD-NEED.
           PERFORM CHECK-SUPERVISOR
           PERFORM SET-RESOURCE-KEY
           Move '01ANED'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCRBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-RESOURCE
           END-IF

           PERFORM FORMAT-NEEDS
           Move 'Need added to appointment type' To HCRBMSGO.

       REMOVE-NEED.
           PERFORM CHECK-SUPERVISOR
           PERFORM SET-RESOURCE-KEY
           Move '01DNED'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCRBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-RESOURCE
           END-IF

           PERFORM FORMAT-NEEDS
           Move 'Need removed from appointment type' To HCRBMSGO.

       LIST-NEEDS.
           PERFORM SET-RESOURCE-KEY
           Move '01INED'   To CA-REQUEST-ID

           EXEC CICS LINK PROGRAM('HCRBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-RESOURCE
           END-IF

           PERFORM FORMAT-NEEDS
           Move 'Appointment type needs displayed' To HCRBMSGO.

       FORMAT-RESOURCE.
           Move CA-RB-RESOURCE-ID   To HCRBRIDO
           Move CA-RB-FACILITY      To HCRBFACO
           Move CA-RB-CLASS         To HCRBCLSO
           Move CA-RB-RES-TYPE      To HCRBRTYO
           Move CA-RB-DESCRIPTION   To HCRBDSCO
           Move CA-RB-ACTIVE        To HCRBACVO.

       FORMAT-NEEDS.
           Move SPACES TO HCRBNDSO
           Move 1      TO WS-NEED-PTR
           If CA-RB-NEED-COUNT EQUAL ZERO
              Move 'No resources needed' To HCRBNDSO
           Else
              PERFORM FORMAT-NEED-ENTRY
                 VARYING WS-NEED-SUB FROM 1 BY 1
                 UNTIL WS-NEED-SUB > CA-RB-NEED-COUNT
           End-If.

       FORMAT-NEED-ENTRY.
           String CA-RB-NEED-TYPE(WS-NEED-SUB) Delimited By SPACE
                  ' '                          Delimited By SIZE
               Into HCRBNDSO
               With Pointer WS-NEED-PTR
           End-String.

       NO-RESOURCE.
           Evaluate CA-RETURN-CODE
             When 01
               If HCRBACTI EQUAL 'X'
                  Move 'Not a need of that appointment type'
                                                        To HCRBMSGO
               Else
                  Move 'Resource not found'             To HCRBMSGO
               End-If
               Go To ERROR-OUT
             When 02
               Move 'Facility not found'                To HCRBMSGO
               Go To ERROR-OUT
             When 72
               Move 'No resource of that type is held'  To HCRBMSGO
               Go To ERROR-OUT
             When 86
               Move 'Class must be R or E, active Y or N'
                                                        To HCRBMSGO
               Go To ERROR-OUT
             When 87
               Move 'Enter the id, facility and type'   To HCRBMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing resource'         To HCRBMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCRBMAPI.
           EXEC CICS SEND MAP ('HCRBMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCRB')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCRBMSGO
           End-If.
           EXEC CICS SEND MAP ('HCRBMAP')
                     FROM(HCRBMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCRBMAPI.
           Initialize HCRBMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
