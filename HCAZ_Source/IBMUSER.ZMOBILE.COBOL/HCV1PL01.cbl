       01  WS-VITALS-SWITCH           PIC X          VALUE 'N'.
           88 WS-VITALS-OUT-OF-RANGE  VALUE 'Y'.

      * Gestation shown as weeks+days when the patient has an open
      * pregnancy episode on file
       01  WS-GEST-TEXT.
           03 WS-GT-WEEKS             PIC Z9.
           03 FILLER                  PIC X(1)       VALUE '+'.
           03 WS-GT-DAYS              PIC 9.

       77 INQ-TRANS                    PIC X(4) VALUE 'HCV1'.
       77 ADD-TRANS                    PIC X(4) VALUE 'HCVA'.
       77 UPD-TRANS                    PIC X(4) VALUE 'HCVU'.

           PERFORM GET-THRESHOLD.

           PERFORM GET-GESTATION.

      * Get patient visit data
           IF (HCV1DATEI EQUAL ZEROS OR SPACES OR LOW-VALUES) OR
              (HCV1TIMEI EQUAL ZEROS OR SPACES OR LOW-VALUES)
                        LENGTH(32500)
                 END-EXEC
                 PERFORM WRITE-TRAN-VOLUME
                 IF CA-RETURN-CODE EQUAL 92
                    GO TO ERROR-OUT
                 END-IF

                 IF CA-RETURN-CODE <= 1
                    Move CA-HEART-RATE     to HCV1HRATEI
              END-IF
           END-IF.

       GET-GESTATION.
      * Show gestation for a patient with an open pregnancy episode,
      * worked out as at the keyed visit date when there is one.  No
      * episode, or any failure, just leaves the field blank - it is
      * information only and never stops the visit being recorded
           Move SPACES     To HCV1GESTI
           Move '01IANE'   To CA-REQUEST-ID
           Move HCV1PNOI   To CA-PATIENT-ID
           Move SPACES     To CA-AN-ASOF-DATE
           IF HCV1DATEI(5:1) EQUAL '-' AND HCV1DATEI(8:1) EQUAL '-'
              Move HCV1DATEI To CA-AN-ASOF-DATE
           END-IF

           EXEC CICS LINK PROGRAM('HCANDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE = 0 AND CA-AN-STATUS EQUAL 'O'
              Move CA-AN-GEST-WEEKS to WS-GT-WEEKS
              Move CA-AN-GEST-DAYS  to WS-GT-DAYS
              Move WS-GEST-TEXT     to HCV1GESTI
           END-IF.

       CAPTURE-STRUCTURED-BP.
      * Systolic/diastolic are collected as separate numerics with
      * the measurement context; when both are keyed the combined
      * the usual single-row fields and the count is summarized
           PERFORM GET-PATIENT.
           PERFORM GET-THRESHOLD.
           PERFORM GET-GESTATION.

           IF HCV1DATEI EQUAL ZEROS OR SPACES OR LOW-VALUES
              Move 'Enter a start date to see history'
           Go To ERROR-OUT.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCV1MSGO
           End-If.
           EXEC CICS SEND MAP ('HCV1MAP')
                     FROM(HCV1MAPO)
                     CURSOR
