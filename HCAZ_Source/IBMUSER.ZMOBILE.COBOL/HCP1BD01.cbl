      *  2016  Added the PATIENTUSER delete ahead of the USERS delete  *
      *        - it was missing here, leaving the mobile login row     *
      *        behind for a PATIENTID that no longer exists.           *
      *  2026  Carried the national patient identifier from the       *
      *        before image onto the A23 feed event.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 DB2-OLD-FIRST-NAME       PIC X(10).
           03 DB2-OLD-DOB              PIC X(10).
           03 DB2-OLD-POSTCODE         PIC X(10).
           03 DB2-OLD-NATIONAL-ID      PIC X(10).

      * Before image built for the audit trail
       01  WS-AUDIT-IMAGE.
      * END PROGRAM and return to caller                               *
      *----------------------------------------------------------------*
       MAINLINE-END.
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           MOVE SPACES TO DB2-OLD-ROW

           EXEC SQL
               SELECT LASTNAME, FIRSTNAME, DOB, POSTCODE,
                      VALUE(NATIONALID, ' ')
                 INTO :DB2-OLD-LAST-NAME, :DB2-OLD-FIRST-NAME,
                      :DB2-OLD-DOB, :DB2-OLD-POSTCODE,
                      :DB2-OLD-NATIONAL-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.
           MOVE SPACES             TO FEED-ADDRESS
           MOVE SPACES             TO FEED-CITY
           MOVE DB2-OLD-POSTCODE   TO FEED-POSTCODE
           MOVE DB2-OLD-NATIONAL-ID TO FEED-NATIONAL-ID
           PERFORM WRITE-ADT-FEED.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
