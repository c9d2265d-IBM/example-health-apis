      *        - HCPGBJ01's overnight merge re-points these same four  *
      *        tables, but this on-demand transfer still left them     *
      *        behind under the old CA-PATIENT-ID.                     *
      *  2026  The A40 merge event carries the surviving patient's     *
      *        national identifier, so the downstream systems can      *
      *        match on it.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  DB2-OUT.
           03 DB2-OLD-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-NEW-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-NEW-NATIONAL-ID      PIC X(10).
           03 DB2-PATIENT-COUNT        PIC S9(9) COMP.
           03 DB2-ROWS-MOVED           PIC S9(9) COMP VALUE 0.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           MOVE SPACES             TO FEED-ADDRESS
           MOVE SPACES             TO FEED-CITY
           MOVE SPACES             TO FEED-POSTCODE

           MOVE SPACES TO DB2-NEW-NATIONAL-ID
           EXEC SQL
               SELECT VALUE(NATIONALID, ' ')
                 INTO :DB2-NEW-NATIONAL-ID
                 FROM PATIENT
                WHERE PATIENTID = :DB2-NEW-PATIENT-ID
           END-EXEC
           MOVE DB2-NEW-NATIONAL-ID TO FEED-NATIONAL-ID
           PERFORM WRITE-ADT-FEED.

           EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCADTPD.
      *----------------------------------------------------------------*
