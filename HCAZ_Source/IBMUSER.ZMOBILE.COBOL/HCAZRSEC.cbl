           03 DB2-ALLOW-VISIT          PIC X(1).
           03 DB2-ALLOW-VISIT-BATCH    PIC X(1).
           03 DB2-ALLOW-PROM           PIC X(1).
           03 DB2-ALLOW-MESSAGE        PIC X(1).
           03 DB2-ALLOW-SMS-REPLY      PIC X(1).
           03 DB2-ALLOW-BOOKING        PIC X(1).
           03 DB2-DAILY-QUOTA          PIC S9(9) COMP.

       01  WS-GRANT                    PIC X(1).
           EXEC SQL
               SELECT ALLOWPATIENT, ALLOWMEDICATION,
                      ALLOWTHRESHOLD, ALLOWVISIT, ALLOWVISITBATCH,
                      VALUE(ALLOWPROM, 'N'), VALUE(ALLOWMESSAGE, 'N'),
                      VALUE(ALLOWSMSREPLY, 'N'),
                      VALUE(ALLOWBOOKING, 'N'), VALUE(DAILYQUOTA, 0)
                 INTO :DB2-ALLOW-PATIENT, :DB2-ALLOW-MEDICATION,
                      :DB2-ALLOW-THRESHOLD, :DB2-ALLOW-VISIT,
                      :DB2-ALLOW-VISIT-BATCH,
                      :DB2-ALLOW-PROM, :DB2-ALLOW-MESSAGE,
                      :DB2-ALLOW-SMS-REPLY, :DB2-ALLOW-BOOKING,
                      :DB2-DAILY-QUOTA
                 FROM RESTCLIENT
                WHERE CLIENTID  = :DB2-CLIENT-ID
                  AND CLIENTKEY = :DB2-CLIENT-KEY
               MOVE DB2-ALLOW-VISIT-BATCH TO WS-GRANT
             WHEN 'QS'
               MOVE DB2-ALLOW-PROM        TO WS-GRANT
             WHEN 'SM'
               MOVE DB2-ALLOW-MESSAGE     TO WS-GRANT
             WHEN 'SR'
               MOVE DB2-ALLOW-SMS-REPLY   TO WS-GRANT
             WHEN 'SB'
               MOVE DB2-ALLOW-BOOKING     TO WS-GRANT
             WHEN OTHER
               MOVE 'N' TO WS-GRANT
           END-EVALUATE
