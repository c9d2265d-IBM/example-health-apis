      *  the archive with just that day's events, for when the         *
      *  downstream loses a day.  Nothing is re-archived in resend     *
      *  mode.                                                         *
      *   Each event carries the national patient identifier once     *
      *  the trace has verified it; archived events written before   *
      *  it was added read back with it blank.                        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  ARCHIVE-IN
           RECORDING MODE IS F.
       01  ARCHIVE-IN-RECORD           PIC X(141).

       FD  ARCHIVE-OUT
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD          PIC X(141).

       FD  TRANSMIT-OUT
           RECORDING MODE IS F.
       01  TRANSMIT-OUT-RECORD         PIC X(141).

       WORKING-STORAGE SECTION.

           03 FILLER                   PIC X(8) VALUE 'HDR ADT '.
           03 WS-HDR-MODE              PIC X(7).
           03 WS-HDR-DATE              PIC X(10).
           03 FILLER                   PIC X(116) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           03 FILLER                   PIC X(8) VALUE 'TRL ADT '.
           03 WS-TRL-COUNT             PIC 9(7).
           03 FILLER                   PIC X(126) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           03 WS-CURR-YEAR             PIC X(4).
       01  WS-ARCHIVE-RECORD.
           03 WS-ARC-EVENT-TYPE        PIC X(3).
           03 WS-ARC-EVENT-DATE        PIC X(10).
           03 FILLER                   PIC X(128).

      ******************************************************************
      *    P R O C E D U R E S
