      *  DB2 APPOINTMENT table.  An appointment is keyed by patient    *
      *  and provider with a date/time and clinic; cancelling keeps    *
      *  the row (status 'C') so the no-show report can still see      *
      *  what was originally booked, stamped with the time it was      *
      *  cancelled for the slot utilisation report (HCSUBJ01).         *
      *   Patient transport booked against an appointment (TRANSPORT, *
      *  HCPTDB01) follows it - cancelled with the appointment, or    *
      *  re-timed to the lead minutes before its new date/time and    *
      *  flagged for the next contractor manifest if already sent.    *
      *   An appointment type (APPTTYPENEED) names the rooms and      *
      *  equipment the appointment needs; booking, rescheduling and   *
      *  series booking/moves pick a free one of each at the facility *
      *  and hold it on APPTRESOURCE, and refuse (or skip) the slot   *
      *  when one is already held by an appointment whose time        *
      *  overlaps it.  The hold runs from the start for the length of *
      *  the provider's template slot (WS-RES-DEFAULT-MINS when the   *
      *  provider has no template).                                    *
      *   Seeing the patient for a referral appointment also queues  *
      *  a clinic letter back to the referrer (CLINLETTER, status P)  *
      *  for HCLTBJ01 to draft and the consultant to approve.         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-EXCLUDE-APPT-ID      PIC S9(9) COMP.
           03 DB2-MOVE-DATETIME        PIC X(19).
           03 DB2-CXL-APPT-ID          PIC S9(9) COMP.
           03 DB2-TRN-APPT-ID          PIC S9(9) COMP.
           03 DB2-TRN-DATETIME         PIC X(19).
           03 DB2-TRN-CLINIC           PIC X(20).
           03 DB2-REFERRAL-ID          PIC S9(9) COMP.
           03 DB2-REF-PATIENT          PIC S9(9) COMP.
           03 DB2-REF-STATUS           PIC X(1).
           03 DB2-INTERPRETER          PIC X(1).
           03 DB2-BOOK-FACILITY        PIC X(4).
           03 DB2-CLOSURES             PIC S9(9) COMP.
           03 DB2-APPT-TYPE            PIC X(6).
           03 DB2-NEED-TYPE            PIC X(6).
           03 DB2-RES-ID               PIC X(8).
           03 DB2-RES-CLASS            PIC X(1).
           03 DB2-RES-DATETIME         PIC X(19).
           03 DB2-RES-END-DATETIME     PIC X(19).
           03 DB2-RES-APPT-ID          PIC S9(9) COMP.

      * Series booking controls
       01  WS-SERIES-WORK.
           03 WS-CXL-EOF-SWITCH        PIC X(1).
              88 WS-CXL-EOF            VALUE 'Y'.

      * Rooms and equipment the appointment type needs, picked for
      * the slot before the booking is written
       01  WS-RESOURCE-WORK.
           03 WS-RES-OK                PIC X(1).
           03 WS-NEED-EOF-SWITCH       PIC X(1).
              88 WS-NEED-EOF           VALUE 'Y'.
           03 WS-RES-COUNT             PIC S9(4) COMP.
           03 WS-RES-SUB               PIC S9(4) COMP.
           03 WS-RES-PICKED OCCURS 10 TIMES.
              05 WS-RES-ID             PIC X(8).
              05 WS-RES-CLASS          PIC X(1).
      * How long a resource is held when the provider books on the
      * old exact-time rule and has no template slot length
           03 WS-RES-DEFAULT-MINS      PIC S9(4) COMP VALUE +15.
           03 WS-RES-END-MINS          PIC S9(4) COMP.

      * Merge fields handed to the notification formatter when a
      * freed slot is offered to the top of the waiting list
       01  WS-NOTIF-MERGE-FIELDS.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

      *    the rooms and equipment the appointment type needs must be
      *    free at the facility at that time
           MOVE CA-APPT-TYPE      TO DB2-APPT-TYPE
           MOVE DB2-APPT-DATETIME TO DB2-RES-DATETIME
           MOVE ZERO              TO DB2-EXCLUDE-APPT-ID
           PERFORM CHECK-APPT-RESOURCES THRU CHECK-RESOURCES-EXIT
           IF WS-RES-OK EQUAL 'N'
              MOVE '81' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' INSERT APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
               INSERT INTO APPOINTMENT
                           CLINIC,
                           STATUS,
                           SERIESID,
                           REFERRALID,
                           APPTTYPE )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-PROVIDER-ID,
                           :CA-APPT-CLINIC,
                           'B',
                           0,
                           :DB2-REFERRAL-ID,
                           :DB2-APPT-TYPE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
                SET :DB2-APPT-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-APPT-ID-INT TO DB2-RES-APPT-ID
           PERFORM ALLOCATE-APPT-RESOURCES

      *    a patient booking the slot they were offered comes off
      *    the waiting list with it
           EXEC SQL
           END-IF

           MOVE CA-APPT-DATE TO DB2-APPT-DATE
           MOVE CA-APPT-TYPE TO DB2-APPT-TYPE
           MOVE ZERO TO CA-APPT-BOOKED-COUNT
           MOVE ZERO TO CA-APPT-SKIPPED-COUNT
           MOVE ZERO TO DB2-SERIES-ID

           IF SQLCODE NOT EQUAL 0 OR DB2-HOLDS > 0
              MOVE 'N' TO WS-OCC-OK
              GO TO CHECK-OCCURRENCE-EXIT
           END-IF

           MOVE DB2-SLOT-DATETIME TO DB2-RES-DATETIME
           PERFORM CHECK-APPT-RESOURCES THRU CHECK-RESOURCES-EXIT
           IF WS-RES-OK EQUAL 'N'
              MOVE 'N' TO WS-OCC-OK
           END-IF.

       CHECK-OCCURRENCE-EXIT.
                           CLINIC,
                           STATUS,
                           SERIESID,
                           REFERRALID,
                           APPTTYPE )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-PROVIDER-ID,
                           :CA-APPT-CLINIC,
                           'B',
                           :DB2-SERIES-ID,
                           0,
                           :DB2-APPT-TYPE )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
                SET :DB2-APPT-ID-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           MOVE DB2-APPT-ID-INT TO DB2-RES-APPT-ID
           PERFORM ALLOCATE-APPT-RESOURCES

      *    the first booked occurrence names the series
           IF DB2-SERIES-ID = ZERO
              MOVE DB2-APPT-ID-INT TO DB2-SERIES-ID

           EXEC SQL
               UPDATE APPOINTMENT
                  SET STATUS         = 'C',
                      CANCELDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE APPTID = :DB2-CXL-APPT-ID
                  AND STATUS = 'B'
           END-EXEC
           IF SQLCODE EQUAL 0
              ADD 1 TO CA-APPT-BOOKED-COUNT
              PERFORM OFFER-SLOT-TO-WAITLIST THRU OFFER-SLOT-EXIT
              MOVE DB2-CXL-APPT-ID TO DB2-TRN-APPT-ID
              PERFORM CANCEL-APPT-TRANSPORT
           END-IF.

       CANCEL-NEXT-EXIT.

           EXEC SQL
               DECLARE MOVCSR CURSOR FOR
               SELECT APPTID, APPTDATETIME, VALUE(APPTTYPE, ' ')
                 FROM APPOINTMENT
                WHERE SERIESID      = :DB2-SERIES-ID
                  AND APPTDATETIME >= :DB2-ANCHOR-DATETIME
       MOVE-NEXT-OCCURRENCE.
           EXEC SQL
               FETCH MOVCSR
                INTO :DB2-MOVE-APPT-ID, :DB2-MOVE-DATETIME,
                     :DB2-APPT-TYPE
           END-EXEC

           IF SQLCODE NOT EQUAL 0

           IF SQLCODE EQUAL 0
              ADD 1 TO CA-APPT-BOOKED-COUNT
              MOVE DB2-MOVE-APPT-ID  TO DB2-RES-APPT-ID
              PERFORM ALLOCATE-APPT-RESOURCES
              MOVE DB2-MOVE-APPT-ID  TO DB2-TRN-APPT-ID
              MOVE DB2-SLOT-DATETIME TO DB2-TRN-DATETIME
              MOVE SPACES            TO DB2-TRN-CLINIC
              PERFORM MOVE-APPT-TRANSPORT
           END-IF.

       MOVE-NEXT-EXIT.
                  AND STATUS     = 'O'
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF

      * Queue the clinic letter back to the referrer - HCLTBJ01 drafts
      * it for the consultant to approve before it is sent
           MOVE ' INSERT CLINLETTER' TO EM-SQLREQ

           EXEC SQL
               INSERT INTO CLINLETTER
                         ( APPTID,
                           REFERRALID,
                           PATIENTID,
                           PROVIDERID,
                           REFPROVIDERID,
                           SEENDATETIME,
                           CREATEDDATETIME,
                           STATUS,
                           APPROVEDBY,
                           APPROVEDDATETIME,
                           SENTDATETIME )
                    SELECT A.APPTID,
                           R.REFERRALID,
                           A.PATIENTID,
                           A.PROVIDERID,
                           R.REFPROVIDERID,
                           A.SEENDATETIME,
                           CHAR(CURRENT TIMESTAMP),
                           'P',
                           ' ',
                           ' ',
                           ' '
                      FROM APPOINTMENT A, REFERRAL R
                     WHERE A.APPTID     = :DB2-APPT-ID
                       AND R.REFERRALID = :DB2-REFERRAL-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.
      *================================================================*
      * Mark the booked row cancelled - the row stays so the no-show  *
      * report can still see what was originally booked.  The freed   *
      * slot is then offered to the top of the waiting list.  A       *
      * patient id passed (self-service callers) must own the row.    *
      *================================================================*
           MOVE ' SELECT APPOINTMENT' TO EM-SQLREQ

                 FROM APPOINTMENT
                WHERE APPTID = :DB2-APPT-ID
                  AND STATUS = 'B'
                  AND (PATIENTID = :DB2-PATIENT-ID
                       OR :DB2-PATIENT-ID = 0)
           END-EXEC

           EVALUATE SQLCODE

           EXEC SQL
               UPDATE APPOINTMENT
                  SET STATUS         = 'C',
                      CANCELDATETIME = CHAR(CURRENT TIMESTAMP)
                WHERE APPTID = :DB2-APPT-ID
                  AND STATUS = 'B'
           END-EXEC
               MOVE 'C' TO CA-APPT-STATUS
               MOVE '00' TO CA-RETURN-CODE
               PERFORM OFFER-SLOT-TO-WAITLIST THRU OFFER-SLOT-EXIT
               MOVE DB2-APPT-ID TO DB2-TRN-APPT-ID
               PERFORM CANCEL-APPT-TRANSPORT
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other
      * was keyed).  The new slot passes the same edits a fresh       *
      * booking does - template session and slot boundary, closure    *
      * calendar, the provider's diary and any waiting-list hold.      *
      * A patient id passed (self-service callers) must own the row.  *
      *================================================================*
           MOVE ' SELECT APPOINTMENT' TO EM-SQLREQ

           EXEC SQL
               SELECT PROVIDERID, PATIENTID, VALUE(APPTTYPE, ' ')
                 INTO :DB2-PROVIDER-ID, :DB2-PATIENT-ID,
                      :DB2-APPT-TYPE
                 FROM APPOINTMENT
                WHERE APPTID = :DB2-APPT-ID
                  AND STATUS = 'B'
                  AND (PATIENTID = :DB2-PATIENT-ID
                       OR :DB2-PATIENT-ID = 0)
           END-EXEC

           Evaluate SQLCODE
              EXEC CICS RETURN END-EXEC
           END-IF

      *    and the rooms and equipment it needs must be free there -
      *    what it holds now does not block itself
           MOVE DB2-APPT-DATETIME TO DB2-RES-DATETIME
           MOVE DB2-APPT-ID       TO DB2-EXCLUDE-APPT-ID
           PERFORM CHECK-APPT-RESOURCES THRU CHECK-RESOURCES-EXIT
           IF WS-RES-OK EQUAL 'N'
              MOVE '81' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE APPOINTMENT' TO EM-SQLREQ

           EXEC SQL
           Evaluate SQLCODE
             When 0
               MOVE '00' TO CA-RETURN-CODE
               MOVE DB2-APPT-ID       TO DB2-RES-APPT-ID
               PERFORM ALLOCATE-APPT-RESOURCES
               MOVE DB2-APPT-ID       TO DB2-TRN-APPT-ID
               MOVE DB2-APPT-DATETIME TO DB2-TRN-DATETIME
               MOVE CA-APPT-CLINIC    TO DB2-TRN-CLINIC
               PERFORM MOVE-APPT-TRANSPORT
             When 100
               MOVE '01' TO CA-RETURN-CODE
             When Other

           EXIT.

      *================================================================*
       CANCEL-APPT-TRANSPORT.
      *================================================================*
      * Transport booked for a cancelled appointment is cancelled -  *
      * one already on a contractor manifest goes to 'X' so the next *
      * manifest tells the contractor.  A problem here never fails   *
      * the cancellation itself.                                      *
      *================================================================*
           MOVE ' UPDATE TRANSPORT' TO EM-SQLREQ

           EXEC SQL
               UPDATE TRANSPORT
                  SET STATUS = CASE WHEN STATUS = 'S'
                                    THEN 'X' ELSE 'C' END
                WHERE APPTID   = :DB2-TRN-APPT-ID
                  AND LINKTYPE = 'A'
                  AND STATUS IN ('B', 'S')
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       MOVE-APPT-TRANSPORT.
      *================================================================*
      * Transport booked for a moved appointment is re-timed to its  *
      * lead minutes before the new date/time, and to the new clinic *
      * when one was given.  One already sent goes back to booked    *
      * and amended so the next manifest sends the change.  A        *
      * problem here never fails the move itself.                     *
      *================================================================*
           MOVE ' UPDATE TRANSPORT' TO EM-SQLREQ

           EXEC SQL
               UPDATE TRANSPORT
                  SET PICKUPDATETIME =
                          TIMESTAMP(DATE(SUBSTR(:DB2-TRN-DATETIME,
                                                1, 10)),
                                    TIME(SUBSTR(:DB2-TRN-DATETIME,
                                                12, 8)))
                          - LEADMINS MINUTES,
                      DESTINATION = VALUE(NULLIF(:DB2-TRN-CLINIC, ' '),
                                          DESTINATION),
                      AMENDED = CASE WHEN STATUS = 'S'
                                     THEN 'Y' ELSE AMENDED END,
                      STATUS  = 'B'
                WHERE APPTID   = :DB2-TRN-APPT-ID
                  AND LINKTYPE = 'A'
                  AND STATUS IN ('B', 'S')
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       CHECK-APPT-RESOURCES.
      *================================================================*
      * Pick a free room or item of equipment at the booking facility *
      * for each resource type the appointment type needs - one held  *
      * by another open appointment for any part of this one's slot   *
      * is not free.  WS-RES-OK comes back 'N' when any need cannot   *
      * be met.                                                        *
      *================================================================*
           MOVE 'Y'  TO WS-RES-OK
           MOVE ZERO TO WS-RES-COUNT

           IF DB2-APPT-TYPE EQUAL SPACES
              GO TO CHECK-RESOURCES-EXIT
           END-IF

           PERFORM SET-RESOURCE-END

           MOVE ' SELECT APPTTYPENEED' TO EM-SQLREQ

           EXEC SQL
               DECLARE NEEDCSR CURSOR FOR
               SELECT RESTYPE
                 FROM APPTTYPENEED
                WHERE APPTTYPE = :DB2-APPT-TYPE
                ORDER BY RESTYPE
           END-EXEC

           EXEC SQL
               OPEN NEEDCSR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-NEED-EOF-SWITCH
           PERFORM PICK-NEXT-RESOURCE THRU PICK-NEXT-EXIT
               UNTIL WS-NEED-EOF

           EXEC SQL
               CLOSE NEEDCSR
           END-EXEC.

       CHECK-RESOURCES-EXIT.
           EXIT.

       PICK-NEXT-RESOURCE.
           EXEC SQL
               FETCH NEEDCSR
                INTO :DB2-NEED-TYPE
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'Y' TO WS-NEED-EOF-SWITCH
              GO TO PICK-NEXT-EXIT
           END-IF

           IF WS-RES-COUNT NOT LESS THAN 10
              MOVE 'N' TO WS-RES-OK
              MOVE 'Y' TO WS-NEED-EOF-SWITCH
              GO TO PICK-NEXT-EXIT
           END-IF

           MOVE ' SELECT RESOURCE' TO EM-SQLREQ

           EXEC SQL
               SELECT R.RESOURCEID, R.RESCLASS
                 INTO :DB2-RES-ID, :DB2-RES-CLASS
                 FROM RESOURCE R
                WHERE R.RESTYPE = :DB2-NEED-TYPE
                  AND R.ACTIVE  = 'Y'
                  AND (R.FACILITY = :DB2-BOOK-FACILITY
                       OR :DB2-BOOK-FACILITY = ' ')
                  AND NOT EXISTS
                      ( SELECT 1
                          FROM APPTRESOURCE X, APPOINTMENT A
                         WHERE X.RESOURCEID   = R.RESOURCEID
                           AND X.APPTDATETIME < :DB2-RES-END-DATETIME
                           AND (X.APPTENDDATETIME > :DB2-RES-DATETIME
                                OR X.APPTDATETIME = :DB2-RES-DATETIME)
                           AND A.APPTID       = X.APPTID
                           AND A.APPTID      <> :DB2-EXCLUDE-APPT-ID
                           AND A.STATUS IN ('B', 'A', 'S') )
                ORDER BY R.RESOURCEID
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE 'N' TO WS-RES-OK
              MOVE 'Y' TO WS-NEED-EOF-SWITCH
              GO TO PICK-NEXT-EXIT
           END-IF

           ADD 1 TO WS-RES-COUNT
           MOVE DB2-RES-ID    TO WS-RES-ID(WS-RES-COUNT)
           MOVE DB2-RES-CLASS TO WS-RES-CLASS(WS-RES-COUNT).

       PICK-NEXT-EXIT.
           EXIT.

      * End of the hold - the start plus the slot length of the
      * template session the appointment sits in, kept on the day
       SET-RESOURCE-END.
           MOVE DB2-RES-DATETIME(12:8) TO WS-TIME-CHAR
           PERFORM TIME-TO-MINUTES
           IF DB2-SCHED-COUNT > 0 AND DB2-SLOT-MINS > 0
              COMPUTE WS-RES-END-MINS = WS-TIME-MINS + DB2-SLOT-MINS
           ELSE
              COMPUTE WS-RES-END-MINS = WS-TIME-MINS
                                      + WS-RES-DEFAULT-MINS
           END-IF
           IF WS-RES-END-MINS > 1439
              MOVE 1439 TO WS-RES-END-MINS
           END-IF
           MOVE WS-RES-END-MINS TO WS-TIME-MINS
           PERFORM MINUTES-TO-TIME
           MOVE DB2-RES-DATETIME TO DB2-RES-END-DATETIME
           MOVE WS-TIME-CHAR TO DB2-RES-END-DATETIME(12:8).

           EXIT.

      *================================================================*
       ALLOCATE-APPT-RESOURCES.
      *================================================================*
      * Hold the resources picked against the appointment from its    *
      * start to the end of its slot - a move replaces whatever it    *
      * held before.  The room allocated goes back to the caller.     *
      *================================================================*
           MOVE ' DELETE APPTRESOURCE' TO EM-SQLREQ

           EXEC SQL
               DELETE FROM APPTRESOURCE
                WHERE APPTID = :DB2-RES-APPT-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO CA-APPT-ROOM
           MOVE ZERO   TO WS-RES-SUB
           PERFORM INSERT-APPT-RESOURCE
               UNTIL WS-RES-SUB = WS-RES-COUNT.

           EXIT.

       INSERT-APPT-RESOURCE.
           ADD 1 TO WS-RES-SUB
           MOVE WS-RES-ID(WS-RES-SUB) TO DB2-RES-ID

           MOVE ' INSERT APPTRESOURCE' TO EM-SQLREQ

           EXEC SQL
               INSERT INTO APPTRESOURCE
                         ( APPTID,
                           RESOURCEID,
                           APPTDATETIME,
                           APPTENDDATETIME )
                  VALUES ( :DB2-RES-APPT-ID,
                           :DB2-RES-ID,
                           :DB2-RES-DATETIME,
                           :DB2-RES-END-DATETIME )
           END-EXEC

           IF SQLCODE NOT EQUAL 0
              MOVE '90' TO CA-RETURN-CODE
              PERFORM WRITE-ERROR-MESSAGE
              EXEC CICS RETURN END-EXEC
           END-IF

           IF WS-RES-CLASS(WS-RES-SUB) EQUAL 'R'
            AND CA-APPT-ROOM EQUAL SPACES
              MOVE DB2-RES-ID TO CA-APPT-ROOM
           END-IF.

           EXIT.

      *================================================================*
       GET-APPT-ROOM.
      *================================================================*
      * The room held for the appointment, if its type needs one      *
      *================================================================*
           MOVE SPACES TO CA-APPT-ROOM

           EXEC SQL
               SELECT VALUE(MIN(X.RESOURCEID), ' ')
                 INTO :DB2-RES-ID
                 FROM APPTRESOURCE X, RESOURCE R
                WHERE X.APPTID     = :DB2-APPT-ID
                  AND R.RESOURCEID = X.RESOURCEID
                  AND R.RESCLASS   = 'R'
           END-EXEC

           IF SQLCODE EQUAL 0
              MOVE DB2-RES-ID TO CA-APPT-ROOM
           END-IF.

           EXIT.

      *================================================================*
       GET-NEXT-APPOINTMENT.
      *================================================================*
                      PROVIDERID,
                      APPTDATETIME,
                      CLINIC,
                      STATUS,
                      VALUE(APPTTYPE, ' ')
                 INTO :DB2-APPT-ID,
                      :DB2-PROVIDER-ID,
                      :DB2-APPT-DATETIME,
                      :DB2-CLINIC,
                      :DB2-STATUS,
                      :DB2-APPT-TYPE
                 FROM APPOINTMENT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'B'
               MOVE DB2-APPT-DATETIME(12:8) TO CA-APPT-TIME
               MOVE DB2-CLINIC              TO CA-APPT-CLINIC
               MOVE DB2-STATUS              TO CA-APPT-STATUS
               MOVE DB2-APPT-TYPE           TO CA-APPT-TYPE
               PERFORM GET-APPT-ROOM
               MOVE '00' TO CA-RETURN-CODE
             When 100
               MOVE '01' TO CA-RETURN-CODE
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
