      *  gateway.  Extracted rows move to status Q (queued to         *
      *  gateway); HCNUBJ01 posts the gateway's sent/failed results   *
      *  back.                                                        *
      *   A patient whose letters have come back gone away is sent no  *
      *  letter - the message goes by SMS or email if either is on    *
      *  file, and is failed as undeliverable if neither is.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-MESSAGES-EXTRACTED    PIC 9(7) VALUE ZERO.
           03 WS-MESSAGES-SKIPPED      PIC 9(7) VALUE ZERO.
           03 WS-FORMAT-UNSATISFIED    PIC 9(7) VALUE ZERO.
           03 WS-GONE-AWAY-REROUTED    PIC 9(7) VALUE ZERO.

       01  WS-CURSOR-ROW.
           03 DB2-NOTIF-ID             PIC S9(9) COMP.
           03 DB2-ADDRESS              PIC X(20).
           03 DB2-CITY                 PIC X(20).
           03 DB2-POSTCODE             PIC X(10).
           03 DB2-ADDR-STATUS          PIC X(1).

       01  WS-CHANNEL                  PIC X(1).
       01  WS-DESTINATION              PIC X(50).
               SELECT PHONEMOBILE, EMAILADDRESS, ADDRESS, CITY,
                      POSTCODE,
                      VALUE(LARGEPRINT, 'N'), VALUE(BRAILLE, 'N'),
                      VALUE(BLINDIND, 'N'), VALUE(ADDRSTATUS, ' ')
                 INTO :DB2-PHONE-MOBILE, :DB2-EMAIL-ADDRESS,
                      :DB2-ADDRESS, :DB2-CITY, :DB2-POSTCODE,
                      :DB2-LARGE-PRINT, :DB2-BRAILLE, :DB2-BLIND,
                      :DB2-ADDR-STATUS
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND VALUE(DODDATE, ' ') = ' '

           PERFORM CHECK-SMS-CONSENT

      *    gone away - the address on file is no use for a letter, so
      *    it is set aside and SMS or email is the only route left
           IF WS-PATIENT-FOUND EQUAL 'Y'
              AND DB2-ADDR-STATUS EQUAL 'G'
              MOVE SPACES TO DB2-ADDRESS
              IF DB2-PHONE-MOBILE NOT EQUAL SPACES
                 AND WS-SMS-CONSENTED EQUAL 'Y'
                 OR DB2-EMAIL-ADDRESS NOT EQUAL SPACES
                 ADD 1 TO WS-GONE-AWAY-REROUTED
              END-IF
           END-IF

           MOVE SPACE TO WS-LETTER-FORMAT
           IF DB2-BRAILLE EQUAL 'Y'
              MOVE 'B' TO WS-LETTER-FORMAT
      *         their message goes by letter in braille or large
      *         print, or is flagged unsatisfiable without one
                WHEN DB2-BLIND EQUAL 'Y'
                 AND DB2-ADDR-STATUS NOT EQUAL 'G'
                  IF DB2-ADDRESS NOT EQUAL SPACES
                     MOVE 'L' TO WS-CHANNEL
                     PERFORM GET-HOUSEHOLD-ID
                    WS-MESSAGES-SKIPPED.
           DISPLAY 'HCNFBJ01 - FORMAT UNSATISFIABLE:   '
                    WS-FORMAT-UNSATISFIED.
           DISPLAY 'HCNFBJ01 - GONE AWAY REROUTED:    '
                    WS-GONE-AWAY-REROUTED.
           DISPLAY 'HCNFBJ01 - NOTIFICATION EXTRACT COMPLETE'.
