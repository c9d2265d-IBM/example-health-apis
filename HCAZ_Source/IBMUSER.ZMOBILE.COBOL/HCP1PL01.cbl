      *                                                                *
      * Menu for Patient transactions                                  *
      *                                                                *
      * PF9 on the inquiry or update screen marks the patient's        *
      * address gone away when a letter comes back to the desk.        *
      *                                                                *
      *                                                                *
      *                                                                *
      ******************************************************************
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF6(CONTACTS)
                     PF7(IMAGING)
                     PF9(GONE-AWAY)
                     PF12(CANCELIT)
                     END-EXEC.
           EXEC CICS HANDLE CONDITION
                 Move CA-HEIGHT-CM  to HCP1HGTO
                 Move CA-PATIENT-TYPE to HCP1PTYO
                 Move CA-PATIENT-FACILITY to HCP1FACO
                 Move CA-ADMIN-SEX  to HCP1SEXO
      * imaging reports are the least of the notes - anything
      * below takes the line over
                 IF CA-IMG-REPORTS NOT EQUAL ZERO
                    Move 'IMAGING REPORT ON FILE - PF7' To HCP1MSGO
                 END-IF
                 IF CA-PATIENT-TYPE EQUAL 'T' OR 'G'
                    Move '** TEST/TRAINING PATIENT **' To HCP1MSGO
                 END-IF
                   GO TO USERID-REQUIRED
                 END-IF
                 PERFORM VALIDATE-INS-CARD-AND-POSTCODE
                 PERFORM VALIDATE-ADMIN-SEX
                 PERFORM CHECK-USERID-UNIQUE
                 IF CA-NUM-MATCHES > 0
                   GO TO DUPLICATE-USERID
                 Move HCP1INOI   to CA-INS-CARD-NUM
                 Move HCP1UIDI   to CA-USERID
                 Move HCP1FACI   to CA-PATIENT-FACILITY
                 Move HCP1SEXI   to CA-ADMIN-SEX
                 Inspect COMM-AREA Replacing All x'00'  by x'40'
                 Move Function UPPER-CASE(CA-POSTCODE)
                      TO CA-POSTCODE
                 Move Function UPPER-CASE(CA-PATIENT-FACILITY)
                      TO CA-PATIENT-FACILITY
                 Move Function UPPER-CASE(CA-ADMIN-SEX)
                      TO CA-ADMIN-SEX
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCP1BA01')
                           COMMAREA(COMM-AREA)
                   GO TO USERID-REQUIRED
                 END-IF
                 PERFORM VALIDATE-INS-CARD-AND-POSTCODE
                 PERFORM VALIDATE-ADMIN-SEX

                 Move '01UPAT'   To CA-REQUEST-ID

                 Move HCP1HMOI   To CA-EMAIL-ADDRESS
                 Move HCP1INOI   to CA-INS-CARD-NUM
                 Move HCP1UIDI   to CA-USERID
                 Move HCP1SEXI   to CA-ADMIN-SEX
                 Inspect COMM-AREA Replacing All x'00'  by x'40'
                 Move Function UPPER-CASE(CA-POSTCODE)
                      TO CA-POSTCODE
                 Move Function UPPER-CASE(CA-ADMIN-SEX)
                      TO CA-ADMIN-SEX
      * Link to business logic
                 EXEC CICS LINK PROGRAM('HCP1BU01')
                           COMMAREA(COMM-AREA)
                IMMEDIATE
                END-EXEC.

       IMAGING.
      * Imaging orders and radiology reports for the patient
           EXEC CICS RETURN
                TRANSID('HCXR')
                IMMEDIATE
                END-EXEC.

       GONE-AWAY.
      * A letter has come back marked gone away - mark the address so
      * no more post goes there until the address is changed
           IF EIBTRNID EQUAL ADD-TRANS
              GO TO NOT-ON-ADD
           END-IF
           IF HCP1PNOI EQUAL ZEROS OR SPACES OR LOW-VALUES
              GO TO NO-PATIENT-ID
           END-IF

           Move '01GPAT'   To CA-REQUEST-ID
           Move HCP1PNOI   To CA-PATIENT-ID

           IF WS-RESTRICT-PATIENT-ID NOT EQUAL ZERO AND
              CA-PATIENT-ID NOT EQUAL WS-RESTRICT-PATIENT-ID
              GO TO NOT-AUTHORIZED
           END-IF
      * Link to business logic
           EXEC CICS LINK PROGRAM('HCP1BU01')
                     COMMAREA(COMM-AREA)
                     LENGTH(32500)
           END-EXEC
           PERFORM WRITE-TRAN-VOLUME
           IF CA-RETURN-CODE > 0
              Exec CICS Syncpoint Rollback End-Exec
              GO TO NO-UPD
           END-IF

           Move CA-PATIENT-ID          To HCP1PNOO
           Move 'Address marked gone away - no post sent'
                                       To HCP1MSGO
           PERFORM SETUP-SCREEN

           EXEC CICS SEND MAP ('HCP1MAP')
                     FROM(HCP1MAPO)
                     MAPSET ('HCMAPS')
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       NOT-ON-ADD.
           Move 'Not available when adding a patient'
                                            To  HCP1MSGO.
           Move -1 To HCP1PNOL.
           Go To ERROR-OUT.

       CLEARIT.

           Initialize HCP1MAPI.
              GO TO INVALID-POSTCODE
           END-IF.

       VALIDATE-ADMIN-SEX.
      * Administrative sex drives the growth reference lookup -
      * M, F or U (unknown), or left blank
           IF HCP1SEXI EQUAL LOW-VALUES
              MOVE SPACES TO HCP1SEXI
           END-IF
           MOVE Function UPPER-CASE(HCP1SEXI) TO HCP1SEXI
           IF HCP1SEXI NOT EQUAL 'M' AND
              HCP1SEXI NOT EQUAL 'F' AND
              HCP1SEXI NOT EQUAL 'U' AND
              HCP1SEXI NOT EQUAL SPACES
              GO TO INVALID-ADMIN-SEX
           END-IF.

       INVALID-ADMIN-SEX.
           Move 'Sex must be M, F or U'        To  HCP1MSGO.
           Move -1 To HCP1SEXL.
           Go To ERROR-OUT.

       DUPLICATE-USERID.
           Move 'User Id already in use'        To  HCP1MSGO.
           Move -1 To HCP1UIDL.

       ERROR-OUT.
           PERFORM SETUP-SCREEN.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCP1MSGO
           End-If.
           EXEC CICS SEND MAP ('HCP1MAP')
                     FROM(HCP1MAPO)
                     MAPSET ('HCMAPS')
