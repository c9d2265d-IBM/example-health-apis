           03 DB2-PASSWORD-HASH        PIC X(16).
           03 DB2-FAC-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-FACILITY             PIC X(4).
           03 DB2-ADMIN-SEX            PIC X(1).
           03 DB2-PASSWORD-SALT        PIC X(8).
           03 DB2-PLAINTEXT            PIC X(14).
       01  WS-ABS-TIME                 PIC S9(15) COMP-3 VALUE +0.
             ELSE
                PERFORM HASH-NEW-USER-PASSWORD
                PERFORM STAMP-PATIENT-FACILITY
                PERFORM STAMP-PATIENT-SEX
                PERFORM QUEUE-ADD-EVENT
             END-IF
           End-if.

      *----------------------------------------------------------------*
      *
           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
                LENGTH(32500)
           END-EXEC.
      **********
           IF CA-RETURN-CODE EQUAL 92
              MOVE ' LINK HCAPDB01' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.

                LENGTH(32500)
           END-EXEC.
      **********
           IF CA-RETURN-CODE EQUAL 92
              MOVE ' LINK HCAPDB02' TO EM-SQLREQ
              PERFORM REDO-NESTED-UNIT
           END-IF.

           EXIT.


           EXIT.

      *----------------------------------------------------------------*
       STAMP-PATIENT-SEX.
      * Administrative sex keyed on the add screen - like the
      * facility, the column postdates HCAPDB01
           IF CA-ADMIN-SEX NOT EQUAL SPACES AND
              CA-ADMIN-SEX NOT EQUAL LOW-VALUES
              MOVE ' UPDATE PATIENT SEX' TO EM-SQLREQ
              MOVE CA-PATIENT-ID TO DB2-FAC-PATIENT-ID
              MOVE CA-ADMIN-SEX TO DB2-ADMIN-SEX

              EXEC SQL
                  UPDATE PATIENT
                     SET ADMINSEX = :DB2-ADMIN-SEX
                   WHERE PATIENTID = :DB2-FAC-PATIENT-ID
              END-EXEC

              IF SQLCODE NOT EQUAL 0
                 PERFORM WRITE-ERROR-MESSAGE
              END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       HASH-NEW-USER-PASSWORD.
      * Replace the plaintext HCAPDB02 just stored with a salted
           MOVE CA-ADDRESS      TO FEED-ADDRESS
           MOVE CA-CITY         TO FEED-CITY
           MOVE CA-POSTCODE     TO FEED-POSTCODE
      *    not traced yet - a verified national identifier goes
      *    downstream on the patient's next A08 (update)
           MOVE SPACES          TO FEED-NATIONAL-ID
           PERFORM WRITE-ADT-FEED.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
      *----------------------------------------------------------------*
       COPY HCFEDPD.
      *----------------------------------------------------------------*
