      *   Action A admits the keyed patient to the keyed ward/bed,    *
      *  T transfers them there, D discharges them, I shows where     *
      *  they are, and W lists the keyed ward's occupied beds - the   *
      *  live occupancy view, with F / P against a patient whose      *
      *  latest falls / pressure-injury assessment scored high risk,  *
      *  and D against a patient with a DNACPR decision on record.     *
      *  Each bed shows the expected discharge date and any delayed-  *
      *  discharge reason; X records both for the keyed patient.      *
      *  A bed awaiting cleaning cannot be admitted or moved into.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
          03 FILLER                    PIC X(1) VALUE SPACES.
      *   I when the patient is isolation/barrier nursed
          03 WS-BL-ISO                 PIC X(1).
      *   F / P when the latest falls / pressure-injury assessment
      *   scored high risk
          03 WS-BL-FALLS               PIC X(1).
          03 WS-BL-PRESS               PIC X(1).
      *   D when a DNACPR decision is recorded
          03 WS-BL-RESUS               PIC X(1).
          03 FILLER                    PIC X(1) VALUE SPACES.
      *   expected discharge date and delayed-discharge reason
          03 WS-BL-EXP-DISCH           PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACES.
          03 WS-BL-DELAY               PIC X(4).

       COPY HCMAPS2.

               PERFORM SET-ISOLATION
             WHEN 'E'
               PERFORM SET-DIET
             WHEN 'X'
               PERFORM SET-DISCHARGE-PLAN
             WHEN OTHER
               Move 'Action must be A T D I W S E or X'
                   To  HCWBMSGO
               Move -1 To HCWBACTL
               GO TO ERROR-OUT

           Move CA-WB-WARD To HCWBWRDO
           Move CA-WB-BED  To HCWBBEDO
           Move CA-WB-EXP-DISCH    To HCWBEDDO
           Move CA-WB-DELAY-REASON To HCWBDLYO
           Move 'Current ward and bed displayed' To HCWBMSGO.

       LIST-WARD.

           Move 'Isolation state recorded' To HCWBMSGO.

       SET-DISCHARGE-PLAN.
      * Record the keyed patient's expected discharge date (YYYY-MM-DD,
      * blank keeps the date already planned) and delayed-discharge
      * reason CARE TRAN PHAR FAML OTHR - blank once they can leave
           Initialize COMM-AREA
           Move '01AEDD'   To CA-REQUEST-ID
           Move HCWBPNOI   To CA-PATIENT-ID
           Move HCWBEDDI   To CA-WB-EXP-DISCH
           Move FUNCTION UPPER-CASE(HCWBDLYI) To CA-WB-DELAY-REASON
           Inspect COMM-AREA Replacing All x'00'  by x'40'

           EXEC CICS LINK PROGRAM('HCWBDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 01
              Move 'Patient is not in a bed'        To HCWBMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 87
              Move 'Expected date must be YYYY-MM-DD' To HCWBMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 86
              Move 'Delay must be CARE TRAN PHAR FAML OTHR'
                                                    To HCWBMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error recording discharge plan' To HCWBMSGO
              GO TO ERROR-OUT
           END-IF

           Move CA-WB-EXP-DISCH    To HCWBEDDO
           Move CA-WB-DELAY-REASON To HCWBDLYO
           Move 'Discharge plan recorded' To HCWBMSGO.

       FORMAT-BED-LINE.
           ADD 1 TO WS-LINE-INDEX
           Move CA-WBB-BED OF CA-WB-BEDS (WS-LINE-INDEX)
           Else
              Move SPACE To WS-BL-ISO
           End-If
           If CA-WBB-FALLS-RISK OF CA-WB-BEDS (WS-LINE-INDEX) EQUAL 'Y'
              Move 'F' To WS-BL-FALLS
           Else
              Move SPACE To WS-BL-FALLS
           End-If
           If CA-WBB-PRESS-RISK OF CA-WB-BEDS (WS-LINE-INDEX) EQUAL 'Y'
              Move 'P' To WS-BL-PRESS
           Else
              Move SPACE To WS-BL-PRESS
           End-If
           If CA-WBB-RESUS OF CA-WB-BEDS (WS-LINE-INDEX) EQUAL 'D'
              Move 'D' To WS-BL-RESUS
           Else
              Move SPACE To WS-BL-RESUS
           End-If
           Move CA-WBB-EXP-DISCH OF CA-WB-BEDS (WS-LINE-INDEX)
                To WS-BL-EXP-DISCH
           Move CA-WBB-DELAY OF CA-WB-BEDS (WS-LINE-INDEX)
                To WS-BL-DELAY

           EVALUATE WS-LINE-INDEX
             WHEN 1
               Move 'Isolation patient needs a side room'
                                                        To HCWBMSGO
               Go To ERROR-OUT
             When 74
               Move 'Bed is awaiting cleaning'          To HCWBMSGO
               Go To ERROR-OUT
             When 01
               Move 'Patient is not in a bed'           To HCWBMSGO
               Go To ERROR-OUT
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCWBMSGO
           End-If.
           EXEC CICS SEND MAP ('HCWBMAP')
                     FROM(HCWBMAPO)
                     MAPSET ('HCMAPS2')
