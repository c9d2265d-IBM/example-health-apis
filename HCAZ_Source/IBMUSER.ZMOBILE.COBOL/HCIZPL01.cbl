      *   Action A records the keyed vaccination (vaccine code, dose  *
      *  number, date given, lot, administering provider) through     *
      *  HCIZDB01; I lists the patient's three most recent doses on   *
      *  screen.  C corrects the date, lot and provider of the dose   *
      *  keyed by vaccine and dose number so it is resubmitted to the *
      *  immunization registry; W shows the registry's rejections     *
      *  (for the patient keyed, or everyone when no patient is       *
      *  keyed) with the first one's error in full.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 WS-LIST-LOT               PIC X(15).

       01 WS-REJECT-SUB                PIC S9(4) COMP VALUE +0.

       01 WS-REJECT-LINE.
          03 WS-REJ-PATIENT-ID         PIC 9(10).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 WS-REJ-VACCINE            PIC X(10).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 WS-REJ-DOSE               PIC 9(2).
          03 FILLER                    PIC X(1) VALUE SPACE.
          03 WS-REJ-ERR-CODE           PIC X(8).

       COPY HCMAPS2.

       01 COMM-AREA.
               PERFORM ADD-IMMUNIZATION
             WHEN 'I'
               PERFORM LIST-IMMUNIZATIONS
             WHEN 'C'
               PERFORM CORRECT-IMMUNIZATION
             WHEN 'W'
               PERFORM LIST-REJECTIONS
             WHEN OTHER
               Move 'Action must be A, I, C or W'
                   To  HCIZMSGO
               Move -1 To HCIZACTL
               GO TO ERROR-OUT

           Move 'Most recent doses displayed' To HCIZMSGO.

       CORRECT-IMMUNIZATION.
           IF HCIZVACI EQUAL SPACES OR LOW-VALUES
              Move 'Vaccine code must be entered' To HCIZMSGO
              Move -1 To HCIZVACL
              GO TO ERROR-OUT
           END-IF

           IF HCIZDOSI NOT NUMERIC
              Move 'Dose number must be numeric' To HCIZMSGO
              Move -1 To HCIZDOSL
              GO TO ERROR-OUT
           END-IF

           Initialize COMM-AREA
           Move '01CIMM'   To CA-REQUEST-ID
           Move HCIZPNOI   To CA-PATIENT-ID
           Move HCIZVACI   To CA-IMM-VACCINE-CODE
           Move HCIZDOSI   To CA-IMM-DOSE-NUMBER
           Move HCIZDATI   To CA-IMM-GIVEN-DATE
           Move HCIZLOTI   To CA-IMM-LOT
           Move HCIZPRVI   To CA-IMM-PROVIDER-ID

           EXEC CICS LINK PROGRAM('HCIZDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE > 0
              GO TO NO-ADD
           END-IF

           Move 'Dose corrected - resubmitted tonight' To HCIZMSGO.

       LIST-REJECTIONS.
           Initialize COMM-AREA
           Move '01WIMM'   To CA-REQUEST-ID
           IF HCIZPNOI EQUAL SPACES OR LOW-VALUES
              Move ZERO     To CA-PATIENT-ID
           ELSE
              Move HCIZPNOI To CA-PATIENT-ID
           END-IF

           EXEC CICS LINK PROGRAM('HCIZDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE > 0
              Move 'No registry rejections to correct' To HCIZMSGO
              GO TO ERROR-OUT
           END-IF

           Move SPACES To HCIZLS1O HCIZLS2O HCIZLS3O
           Move CA-IMMH-ERR-TEXT OF CA-IMM-HISTORY (1) To HCIZERRO
           Move ZERO To WS-REJECT-SUB
           PERFORM FORMAT-REJECT-LINE
               UNTIL WS-REJECT-SUB EQUAL CA-IMM-COUNT
                  OR WS-REJECT-SUB EQUAL 3

           Move 'Rejections shown - correct with C' To HCIZMSGO.

       FORMAT-REJECT-LINE.
           ADD 1 TO WS-REJECT-SUB
           Move CA-IMMH-PATIENT-ID OF CA-IMM-HISTORY (WS-REJECT-SUB)
                To WS-REJ-PATIENT-ID
           Move CA-IMMH-VACCINE OF CA-IMM-HISTORY (WS-REJECT-SUB)
                To WS-REJ-VACCINE
           Move CA-IMMH-DOSE OF CA-IMM-HISTORY (WS-REJECT-SUB)
                To WS-REJ-DOSE
           Move CA-IMMH-ERR-CODE OF CA-IMM-HISTORY (WS-REJECT-SUB)
                To WS-REJ-ERR-CODE

           EVALUATE WS-REJECT-SUB
             WHEN 1
               Move WS-REJECT-LINE To HCIZLS1O
             WHEN 2
               Move WS-REJECT-LINE To HCIZLS2O
             WHEN 3
               Move WS-REJECT-LINE To HCIZLS3O
           END-EVALUATE.

       CLEARIT.

           Initialize HCIZMAPI.

       NO-ADD.
           Evaluate CA-RETURN-CODE
             When 01
               Move 'No such dose on file for the patient'
                    To  HCIZMSGO
               Go To ERROR-OUT
             When 83
               Move 'Provider not active on the registry'
                    To  HCIZMSGO
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCIZMSGO
           End-If.
           EXEC CICS SEND MAP ('HCIZMAP')
                     FROM(HCIZMAPO)
                     MAPSET ('HCMAPS2')
