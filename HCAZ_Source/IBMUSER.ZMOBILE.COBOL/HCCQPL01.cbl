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
      *          Complaints and Compliments Case Screen                *
      *                                                                *
      *   Front end to HCCQDB01.  I shows the keyed case; A logs a     *
      *  new one - type C complaint or P compliment, source (L letter, *
      *  E email, T telephone, P in person, W web, A advocate),        *
      *  category, and the patient, facility, clinic, ward and staff   *
      *  it concerns - and shows the case id and due dates given.      *
      *  K acknowledges an open complaint, which queues the            *
      *  acknowledgement letter.  U saves changes keyed over an        *
      *  inquiry, including status R responded or C closed and a       *
      *  response date agreed with the complainant.  Any signed-on     *
      *  member of staff may log or work a case.                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCQPL01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

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

           Initialize HCCQMAPI.
           Initialize HCCQMAPO.
           Initialize COMM-AREA.
           Move -1 To HCCQACTL.
      *
      * Display screen
           EXEC CICS SEND MAP ('HCCQMAP')
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

           EXEC CICS RECEIVE MAP('HCCQMAP')
                     INTO(HCCQMAPI) ASIS TERMINAL
                     MAPSET('HCMAPS2') END-EXEC.

           EVALUATE HCCQACTI
             WHEN 'I'
               PERFORM SHOW-CASE
             WHEN 'A'
               PERFORM LOG-CASE
             WHEN 'U'
               PERFORM CHANGE-CASE
             WHEN 'K'
               PERFORM ACKNOWLEDGE-CASE
             WHEN OTHER
               Move 'Action must be I, A, U or K' To HCCQMSGO
               Move -1 To HCCQACTL
               GO TO ERROR-OUT
           END-EVALUATE

           Move -1 To HCCQACTL
           EXEC CICS SEND MAP ('HCCQMAP')
                     FROM(HCCQMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('HCCQ')
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
           END-EXEC

           IF WS-STAFF-RESP NOT EQUAL DFHRESP(NORMAL)
              Move 'Staff sign-on required' To HCCQMSGO
              GO TO ERROR-OUT
           END-IF.

       RIGHT-JUSTIFY-NUMBER.
           Move SPACES To WS-NUMBER-IN
           Inspect WS-NUMBER-FIELD Replacing All x'00' by x'40'
           Unstring WS-NUMBER-FIELD Delimited By SPACE
               Into WS-NUMBER-IN
           Inspect WS-NUMBER-IN Replacing Leading SPACE By '0'.

       SET-CASE-ID.
           Move HCCQCIDI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC OR WS-NUMBER-IN EQUAL ZERO
              Move 'Key the case id' To HCCQMSGO
              Move -1 To HCCQCIDL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To CA-CQ-CASE-ID.

       MOVE-CASE-FIELDS-IN.
      * The keyed case details into the commarea - a blank patient
      * number is a case about no one patient
           Move HCCQPNOI        To WS-NUMBER-FIELD
           PERFORM RIGHT-JUSTIFY-NUMBER
           IF WS-NUMBER-IN NOT NUMERIC
              Move 'Patient number must be numeric' To HCCQMSGO
              Move -1 To HCCQPNOL
              GO TO ERROR-OUT
           END-IF
           Move WS-NUMBER-IN    To CA-PATIENT-ID
           Move Function UPPER-CASE(HCCQTYPI) To CA-CQ-CASE-TYPE
           Move Function UPPER-CASE(HCCQSRCI) To CA-CQ-SOURCE
           Move Function UPPER-CASE(HCCQCATI) To CA-CQ-CATEGORY
           Move Function UPPER-CASE(HCCQFACI) To CA-CQ-FACILITY
           Move HCCQCLNI        To CA-CQ-CLINIC
           Move Function UPPER-CASE(HCCQWRDI) To CA-CQ-WARD
           Move HCCQSTFI        To CA-CQ-STAFF-NAMED
           Move HCCQSUMI        To CA-CQ-SUMMARY
           Move HCCQRCVI        To CA-CQ-RECEIVED
           Move HCCQRPDI        To CA-CQ-RESPONSE-DUE
           Move Function UPPER-CASE(HCCQSTAI) To CA-CQ-STATUS
           Move WS-STAFF-USER   To CA-CQ-USER
           Inspect COMM-AREA Replacing All x'00'  by x'40'.

       MOVE-CASE-FIELDS-OUT.
           Move CA-CQ-CASE-ID        To HCCQCIDO
           Move CA-PATIENT-ID        To HCCQPNOO
           Move CA-CQ-CASE-TYPE      To HCCQTYPO
           Move CA-CQ-SOURCE         To HCCQSRCO
           Move CA-CQ-CATEGORY       To HCCQCATO
           Move CA-CQ-FACILITY       To HCCQFACO
           Move CA-CQ-CLINIC         To HCCQCLNO
           Move CA-CQ-WARD           To HCCQWRDO
           Move CA-CQ-STAFF-NAMED    To HCCQSTFO
           Move CA-CQ-SUMMARY        To HCCQSUMO
           Move CA-CQ-RECEIVED       To HCCQRCVO
           Move CA-CQ-ACK-DUE        To HCCQAKDO
           Move CA-CQ-ACK-SENT       To HCCQAKSO
           Move CA-CQ-RESPONSE-DUE   To HCCQRPDO
           Move CA-CQ-RESPONDED      To HCCQRPSO
           Move CA-CQ-STATUS         To HCCQSTAO.

       SHOW-CASE.
           Initialize COMM-AREA
           Move '01ICMP'   To CA-REQUEST-ID
           PERFORM SET-CASE-ID

           EXEC CICS LINK PROGRAM('HCCQDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              GO TO NO-CASE
           END-IF

           PERFORM MOVE-CASE-FIELDS-OUT
           Move 'Case shown - key changes and U to save' To HCCQMSGO.

       LOG-CASE.
           PERFORM CHECK-STAFF-SESSION

           Initialize COMM-AREA
           Move '01ACMP'        To CA-REQUEST-ID
           PERFORM MOVE-CASE-FIELDS-IN

           EXEC CICS LINK PROGRAM('HCCQDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CASE
           END-IF

           PERFORM MOVE-CASE-FIELDS-OUT
           IF CA-CQ-CASE-TYPE EQUAL 'P'
              Move 'Compliment logged' To HCCQMSGO
           ELSE
              Move 'Complaint logged - acknowledge with K'
                To HCCQMSGO
           END-IF.

       CHANGE-CASE.
           PERFORM CHECK-STAFF-SESSION

           Initialize COMM-AREA
           Move '01UCMP'        To CA-REQUEST-ID
           PERFORM SET-CASE-ID
           PERFORM MOVE-CASE-FIELDS-IN

           EXEC CICS LINK PROGRAM('HCCQDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-CASE
           END-IF

           PERFORM MOVE-CASE-FIELDS-OUT
           Move 'Case updated' To HCCQMSGO.

       ACKNOWLEDGE-CASE.
           PERFORM CHECK-STAFF-SESSION

           Initialize COMM-AREA
           Move '01KCMP'        To CA-REQUEST-ID
           PERFORM SET-CASE-ID
           Move WS-STAFF-USER   To CA-CQ-USER

           EXEC CICS LINK PROGRAM('HCCQDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 76
              PERFORM MOVE-CASE-FIELDS-OUT
              Move 'Acknowledged - no patient, send by hand'
                To HCCQMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              GO TO NO-CASE
           END-IF

           PERFORM MOVE-CASE-FIELDS-OUT
           Move 'Acknowledgement letter queued' To HCCQMSGO.

       NO-CASE.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'Case not found'                      To HCCQMSGO
               Move -1 To HCCQCIDL
               Go To ERROR-OUT
             When 02
               Move 'Facility not known'                  To HCCQMSGO
               Move -1 To HCCQFACL
               Go To ERROR-OUT
             When 70
               Move 'Patient not found'                   To HCCQMSGO
               Move -1 To HCCQPNOL
               Go To ERROR-OUT
             When 87
               Move 'Type, source, category or status code'
                                                          To HCCQMSGO
               Go To ERROR-OUT
             When 88
               Move 'Dates YYYY-MM-DD, received not future'
                                                          To HCCQMSGO
               Go To ERROR-OUT
             When 89
               Move 'Case closed or not an open complaint'
                                                          To HCCQMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing case'               To HCCQMSGO
               Go To ERROR-OUT
           End-Evaluate.

       CLEARIT.

           Initialize HCCQMAPI.
           EXEC CICS SEND MAP ('HCCQMAP')
                     MAPSET ('HCMAPS2')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('HCCQ')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCCQMSGO
           End-If.
           EXEC CICS SEND MAP ('HCCQMAP')
                     FROM(HCCQMAPO)
                     MAPSET ('HCMAPS2')
                     CURSOR
           END-EXEC.

           Initialize HCCQMAPI.
           Initialize HCCQMAPO.

           GO TO ENDIT-STARTIT.

      *----------------------------------------------------------------*
       COPY HCTVLPD.
