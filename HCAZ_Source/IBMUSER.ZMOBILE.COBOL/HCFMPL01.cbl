               PERFORM SET-DRUG-CLASS
             WHEN 'S'
               PERFORM SET-CTL-SCHEDULE
             WHEN 'P'
               PERFORM SET-PREG-UNSAFE
             WHEN 'W'
               PERFORM SET-STEWARDSHIP
             WHEN OTHER
               Move 'Action must be A, D, I, R, K, S, P or W'
                   To  HCFMMSGO
               Move -1 To HCFMACTL
               GO TO ERROR-OUT

           Move 'Renal risk set for drug' To HCFMMSGO.

       SET-PREG-UNSAFE.
      * Flag the drug unsafe in pregnancy (Y/N) - order entry warns
      * when it is prescribed during an open pregnancy episode
           Initialize COMM-AREA
           Move '01PFRM'   To CA-REQUEST-ID
           Move FUNCTION UPPER-CASE(HCFMNAMI) To CA-FORM-DRUG-NAME
           Move FUNCTION UPPER-CASE(HCFMPRGI) To CA-FORM-PREG-UNSAFE

           EXEC CICS LINK PROGRAM('HCFMDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 01
              Move 'Drug is not on the formulary'     To HCFMMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 87
              Move 'Key pregnancy-unsafe flag Y or N' To HCFMMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error setting pregnancy flag'     To HCFMMSGO
              GO TO ERROR-OUT
           END-IF

           Move 'Pregnancy flag set for drug' To HCFMMSGO.

       SET-STEWARDSHIP.
      * Mark the drug an antimicrobial (A), restricted antimicrobial
      * needing infectious-diseases approval (R) or neither (N)
           Initialize COMM-AREA
           Move '01WFRM'   To CA-REQUEST-ID
           Move FUNCTION UPPER-CASE(HCFMNAMI) To CA-FORM-DRUG-NAME
           Move FUNCTION UPPER-CASE(HCFMABXI) To CA-FORM-STEWARDSHIP

           EXEC CICS LINK PROGRAM('HCFMDB01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME

           IF CA-RETURN-CODE EQUAL 01
              Move 'Drug is not on the formulary'     To HCFMMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE EQUAL 87
              Move 'Key stewardship flag N, A or R'   To HCFMMSGO
              GO TO ERROR-OUT
           END-IF
           IF CA-RETURN-CODE > 0
              Move 'Error setting stewardship flag'   To HCFMMSGO
              GO TO ERROR-OUT
           END-IF

           Move 'Stewardship flag set for drug' To HCFMMSGO.

       ADD-FORMULARY.
           IF HCFMNAMI EQUAL SPACES OR LOW-VALUES
              Move 'Drug name must be entered' To HCFMMSGO
                END-EXEC.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCFMMSGO
           End-If.
           EXEC CICS SEND MAP ('HCFMMAP')
                     FROM(HCFMMAPO)
                     MAPSET ('HCMAPS2')
