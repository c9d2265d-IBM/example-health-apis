       01 CA-ERROR-MSG.
           03 FILLER                PIC X(9)  VALUE 'COMMAREA='.
           03 CA-DATA               PIC X(90) VALUE SPACES.

      * DB2 deadlock/timeout retry - the attempt count is kept on a
      * TS queue named after the task, as the program is re-driven
      * by XCTL with a fresh working storage
       01  WS-RT-QUEUE-NAME.
           03 FILLER                   PIC X(1)  VALUE 'R'.
           03 WS-RT-QUEUE-TASK         PIC 9(7)  VALUE ZERO.
       01  WS-RT-QUEUE-DATA.
           03 WS-RT-FIRST-TIME         PIC S9(15) COMP-3 VALUE +0.
           03 WS-RT-COUNT              PIC 9(2)  VALUE ZERO.
       01  WS-RT-QUEUE-LEN             PIC S9(4) COMP VALUE +0.
       01  WS-RT-RESP                  PIC S9(8) COMP VALUE +0.
       01  WS-RT-ABSTIME               PIC S9(15) COMP-3 VALUE +0.
       01  WS-RT-ELAPSED               PIC S9(15) COMP-3 VALUE +0.
       01  WS-RT-SQLCODE               PIC S9(9) COMP VALUE +0.
       01  WS-RT-DELAY                 PIC S9(8) COMP VALUE +0.
       01  WS-RT-PROGRAM               PIC X(8)  VALUE SPACES.
       01  WS-RT-INVOKER               PIC X(8)  VALUE SPACES.
       01  WS-RT-NESTED-SWITCH         PIC X(1)  VALUE 'N'.
           88 WS-RT-NESTED             VALUE 'Y'.
       01  WS-RT-OWNER-SUB             PIC S9(4) COMP VALUE +0.
      * Programs that hold DB2 work of their own across a LINK to
      * another DB program.  A program LINKed by one of these must not
      * back out or re-drive itself on a deadlock - only half the unit
      * of work would be redone - so it hands back 92 and the owner
      * redoes the whole unit from the top.  Add a program here when
      * it starts LINKing a DB program part way through its updates.
       01  WS-RT-OWNER-NAMES.
           03 FILLER                   PIC X(8)  VALUE 'HCMWDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCOSDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCTODB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCTKDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCSMDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCRWDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCP1BU01'.
           03 FILLER                   PIC X(8)  VALUE 'HCVBDB01'.
           03 FILLER                   PIC X(8)  VALUE 'HCP1BA01'.
           03 FILLER                   PIC X(8)  VALUE 'HCM1BT01'.
           03 FILLER                   PIC X(8)  VALUE 'HCP1BI01'.
           03 FILLER                   PIC X(8)  VALUE 'HCT1BU01'.
           03 FILLER                   PIC X(8)  VALUE 'HCSMBJ02'.
           03 FILLER                   PIC X(8)  VALUE SPACES.
       01  WS-RT-OWNER-TABLE REDEFINES WS-RT-OWNER-NAMES.
           03 WS-RT-OWNER              PIC X(8)  OCCURS 14 TIMES.
       01  WS-RT-OWNER-MAX             PIC S9(4) COMP VALUE +14.
      * Retries allowed before giving up, and how old (milliseconds)
      * a count may be before it is taken as left over from a task
      * that ended without clearing it
       01  WS-RT-LIMIT                 PIC 9(2)  VALUE 3.
       01  WS-RT-STALE-MS              PIC S9(9) COMP VALUE +60000.
       01  WS-RT-RETRY-TAG.
           03 FILLER                   PIC X(11) VALUE ' DB2 RETRY '.
           03 WS-RT-TAG-COUNT          PIC 9(1)  VALUE ZERO.
           03 FILLER                   PIC X(4)  VALUE SPACES.
