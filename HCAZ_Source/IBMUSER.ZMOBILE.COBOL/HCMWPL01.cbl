      *  lists the due doses for the keyed ward and shift (1 night,   *
      *  2 day, 3 evening) in bed-then-time order; G signs the keyed  *
      *  patient/dose-timestamp off as given (and moves the           *
      *  dispensary ledger); W records it deliberately withheld,      *
      *  with a reason - the error reasons ME, WP and EF also raise   *
      *  a safety incident.  Doses not signed either way appear on    *
      *  the HCMWBJ01 end-of-shift exception list.  G needs the       *
      *  patient's wristband scanned into the band field first.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           Move HCMWPNOI   To CA-MAR-PATIENT-ID
           Move HCMWMIDI   To CA-MAR-MED-ID
           Move HCMWDTMI   To CA-MAR-DOSE-TIME
           Move HCMWSCNI   To CA-MAR-SCAN

           EXEC CICS LINK PROGRAM('HCMWDB01')
                     COMMAREA(COMM-AREA)
           Move HCMWPNOI   To CA-MAR-PATIENT-ID
           Move HCMWMIDI   To CA-MAR-MED-ID
           Move HCMWDTMI   To CA-MAR-DOSE-TIME
           Move Function UPPER-CASE(HCMWRSNI) To CA-MAR-REASON

           EXEC CICS LINK PROGRAM('HCMWDB01')
                     COMMAREA(COMM-AREA)
              GO TO NO-MAR
           END-IF

           If CA-MAR-REASON EQUAL 'ME' OR 'WP' OR 'EF'
              Move 'Dose withheld - incident raised' To HCMWMSGO
           Else
              Move 'Dose recorded as withheld' To HCMWMSGO
           End-If.

       CLEARIT.

             When 84
               Move 'NOT GIVEN - no in-date lot in stock' To HCMWMSGO
               Go To ERROR-OUT
             When 85
               Move 'Reason RF NB CH AW or error ME WP EF' To HCMWMSGO
               Move -1 To HCMWRSNL
               Go To ERROR-OUT
             When 86
               Move 'WRONG PATIENT - band does not match'  To HCMWMSGO
               Move -1 To HCMWSCNL
               Go To ERROR-OUT
             When 87
               Move 'Shift must be 1, 2 or 3'             To HCMWMSGO
               Go To ERROR-OUT
             When 88
               Move 'Scan patient wristband before signing' To HCMWMSGO
               Move -1 To HCMWSCNL
               Go To ERROR-OUT
             When Other
               Move 'Error working the MAR'               To HCMWMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCMWMSGO
           End-If.
           EXEC CICS SEND MAP ('HCMWMAP')
                     FROM(HCMWMAPO)
                     MAPSET ('HCMAPS2')
