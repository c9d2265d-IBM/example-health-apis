      *                  Consent Register Logic                        *
      *                                                                *
      *   Typed consents per patient (RESEARCH, DATASHARE, SMS,       *
      *  NOKDISC, PROXYDISC, SURGERY), each change a new CONSENT row  *
      *  so the history survives - the current position is simply    *
      *  the latest row per type.  The analytics extract, the event   *
      *  delivery, the notification channels, the next-of-kin         *
      *  disclosure and the theatre pre-op checklist read this        *
      *  register; the old hard-wired flags stand only for patients   *
      *  with no register rows yet.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       MAINLINE-END.

           PERFORM CLEAR-DB2-RETRY THRU CLEAR-DB2-RETRY-EXIT
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
              CA-CNS-TYPE NOT EQUAL 'DATASHARE' AND
              CA-CNS-TYPE NOT EQUAL 'SMS' AND
              CA-CNS-TYPE NOT EQUAL 'NOKDISC' AND
              CA-CNS-TYPE NOT EQUAL 'PROXYDISC' AND
              CA-CNS-TYPE NOT EQUAL 'SURGERY'
              MOVE '87' TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
           END-IF
           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSDB.
