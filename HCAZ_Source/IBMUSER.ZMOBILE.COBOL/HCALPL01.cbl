                 Delimited By Size Into HCALWRDO
           ELSE
              Move 'NOT ADMIT' To HCALWRDO
           END-IF

      * and whether to call the crash team - the resuscitation
      * decision on record, never left to the paper form
           Initialize PATIENT-COMM-AREA
           Move '01IDNR'   To CA-REQUEST-ID OF PATIENT-COMM-AREA
           Move HCALPNOI   To CA-PATIENT-ID OF PATIENT-COMM-AREA
           EXEC CICS LINK PROGRAM('HCDNDB01')
                     COMMAREA(PATIENT-COMM-AREA)
                     LENGTH(32500)
           END-EXEC

           IF CA-RETURN-CODE OF PATIENT-COMM-AREA EQUAL ZERO
              IF CA-RS-STATUS OF PATIENT-COMM-AREA EQUAL 'D'
                 Move 'DNACPR' To HCALRESO
              ELSE
                 Move 'FULL RESUS' To HCALRESO
              END-IF
              IF CA-RS-DIRECTIVE OF PATIENT-COMM-AREA EQUAL 'Y'
                 Move '+ ADV DIR' To HCALRESO(12:)
              END-IF
           ELSE
              Move 'RESUS NOT RECORDED' To HCALRESO
           END-IF.

       CLEARIT.
