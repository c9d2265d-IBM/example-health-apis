      *  occurrence count keyed alongside the first date/time), X      *
      *  cancels and M moves this-and-all-remaining occurrences of     *
      *  the series the keyed appointment id belongs to.               *
      *   An appointment type keyed on B or S books the rooms and      *
      *  equipment that type needs; the room allocated is shown.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
              HCSAREFI NOT EQUAL LOW-VALUES
              Move HCSAREFI To CA-APPT-REFERRAL-ID
           End-If
           PERFORM SET-APPT-TYPE

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(COMM-AREA)
           END-IF

           Move CA-APPT-ID To HCSAAIDO
           Move CA-APPT-ROOM To HCSAROMO
           IF CA-APPT-INTERP EQUAL 'Y'
              Move 'Booked - ARRANGE AN INTERPRETER' To HCSAMSGO
           ELSE
              GO TO NO-APPOINTMENT
           END-IF

           Move CA-APPT-ROOM To HCSAROMO
           Move 'Appointment rescheduled' To HCSAMSGO.

       INQUIRE-APPOINTMENT.
           Move CA-APPT-DATE        To HCSADATO
           Move CA-APPT-TIME        To HCSATIMO
           Move CA-APPT-CLINIC      To HCSACLIO
           Move CA-APPT-TYPE        To HCSATYPO
           Move CA-APPT-ROOM        To HCSAROMO
           Move 'Next booked appointment displayed' To HCSAMSGO.

       BOOK-SERIES.
           Move HCSACLII   To CA-APPT-CLINIC
           Move HCSAINTI   To CA-APPT-INTERVAL-DAYS
           Move HCSAOCCI   To CA-APPT-OCCURRENCES
           PERFORM SET-APPT-TYPE

           EXEC CICS LINK PROGRAM('HCSADB01')
                     COMMAREA(COMM-AREA)
                COMMAREA(COMM-AREA)
                END-EXEC.

       SET-APPT-TYPE.
           Move SPACES To CA-APPT-TYPE
           If HCSATYPI NOT EQUAL SPACES AND
              HCSATYPI NOT EQUAL LOW-VALUES
              Move Function UPPER-CASE(HCSATYPI) To CA-APPT-TYPE
              Inspect CA-APPT-TYPE Replacing All x'00' by x'40'
           End-If.

       NO-BOOK.
           Evaluate CA-RETURN-CODE
             When 81
               Move 'Room/equipment not free at that time'
                    To  HCSAMSGO
               Go To ERROR-OUT
             When 84
               Move 'Provider already booked at that time'
                    To  HCSAMSGO
             When 01
               Move 'No booked appointment found' To  HCSAMSGO
               Go To ERROR-OUT
             When 81
               Move 'Room/equipment not free at that time'
                    To  HCSAMSGO
               Go To ERROR-OUT
             When Other
               Move 'Error processing appointment' To  HCSAMSGO
               Go To ERROR-OUT
           End-Evaluate.

       ERROR-OUT.
      *    DB2 stayed busy through every retry - the screen goes back
      *    as keyed so it can simply be sent again
           If CA-RETURN-CODE Equal 92
              Move 'System busy - please try again' To HCSAMSGO
           End-If.
           EXEC CICS SEND MAP ('HCSAMAP')
                     FROM(HCSAMAPO)
                     MAPSET ('HCMAPS2')
