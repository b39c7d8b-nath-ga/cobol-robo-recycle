      *    calendar order is the execution order; a step ending with
      *    RETURN-CODE 16 stops the chain. Without a calendar file
      *    the driver falls back to the classic fixed chain
      *    (EDITCHECK, BLDINDEX, CALCCOSTS, RECOVERCOST and REFURB
      *    ahead of MATREQ so tonight's reusable-stock file already
      *    offsets tonight's purchase proposals). Every step leaves one
      *    run-control record in run_control.csv (run ID, step,
      *    program, start/end time, records read, return code), so
      *    it is provable which outputs belong to which run. The
      *    driver itself ends with the highest step return code.
      *
      *    Restart: with RESTART;J in batch_parms.csv the driver
      *    picks up the last run in run_control.csv instead of
      *    opening a new one - same run ID (back into run_id.dat),
      *    same calendar day as the original run. Steps that
      *    already finished with a return code below 16 are
      *    skipped; the chain resumes at the step that stopped it,
      *    or at RESTARTSTEP when the operator names one. A last
      *    run without a stopped step and no RESTARTSTEP means
      *    there is nothing to resume - a normal new run starts.
      *    The restart is logged in run_log.csv and as a RUNCTL
      *    marker record in run_control.csv, and every step run
      *    under it carries MODE RESTART in its run-control record.
      *    Both parameters are to be blanked again once the run
      *    has completed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\run_lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT RUN-LOG-FILE
               ASSIGN TO "..\data\run_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-LINE           PIC X(80).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-STATS-STATUS         PIC X(2) VALUE "00".
       77  WS-CONTROL-STATUS       PIC X(2) VALUE "00".
           VALUE "..\data\run_lock.dat".
       01  RUNCTL-ACTIVE           PIC X(1) EXTERNAL.

       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).

      *    Restart state. RUNSTEP-TABLE holds the latest return code
      *    per program of the run being resumed, read back from
      *    run_control.csv.
       77  WS-RESTART-REQ          PIC X VALUE "N".
       01  WS-RESTART-STEP         PIC X(12) VALUE SPACES.
       77  WS-RESTART-MODE         PIC X VALUE "N".
       77  WS-RESTART-REACHED      PIC X VALUE "N".
       01  WS-LAST-RUN-ID          PIC X(15) VALUE SPACES.
       01  WS-FAILED-STEP          PIC X(12) VALUE SPACES.
       77  WS-LAST-STEP-NO         PIC 9(2) VALUE 0.
       77  WS-CTL-EOF              PIC X VALUE "N".
       77  WS-CTL-LINE-NO          PIC 9(6) VALUE 0.
       01  WS-RC-RUNID             PIC X(15).
       01  WS-RC-STEP-TXT          PIC X(10).
       01  WS-RC-PROGRAM           PIC X(12).
       01  WS-RC-START-TXT         PIC X(10).
       01  WS-RC-END-TXT           PIC X(10).
       01  WS-RC-READ-TXT          PIC X(10).
       01  WS-RC-RC-TXT            PIC X(10).
       01  RUNSTEP-TABLE.
           05 RS-ENTRY OCCURS 60 TIMES.
              10 RS-PROGRAM        PIC X(12).
              10 RS-RC             PIC 9(2).
       77  RS-COUNT                PIC 9(2) VALUE 0.
       77  RS-IDX                  PIC 9(2) VALUE 0.
       77  RSI                     PIC 9(2) VALUE 0.
       77  WS-STEP-KNOWN           PIC X VALUE "N".
       01  WS-CONTROL-MODE         PIC X(30) VALUE SPACES.

      *    Run-log message codes used by this program:
      *      RC-I-0003 WIEDERANLAUF
      *      RC-W-0132 SCHRITT OHNE ERFOLGREICHEN LAUF UEBERSPRUNGEN
      *      RC-E-0211 WIEDERANLAUF NICHT MOEGLICH
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-CODE             PIC X(9).
       01  WS-LOG-SEVERITY         PIC X(6).
       01  WS-LOG-TEXT             PIC X(120).
       01  WS-LOG-LINE             PIC X(250).
       01  WS-LOG-DATE             PIC 9(8).
       01  WS-LOG-TIME             PIC 9(8).
       01  WS-RC-DISP              PIC 9(2).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-PARMS
           IF WS-RESTART-REQ = "J"
               PERFORM PREPARE-RESTART
           END-IF
           IF WS-RESTART-MODE = "J"
               PERFORM REUSE-RUN-ID
               DISPLAY "RUNCTL WIEDERANLAUF - LAUF-ID " WS-RUN-ID
                   " AB SCHRITT " WS-RESTART-STEP
           ELSE
               PERFORM ASSIGN-RUN-ID
               DISPLAY "RUNCTL START - LAUF-ID " WS-RUN-ID
           END-IF
           MOVE "J" TO RUNCTL-ACTIVE
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-CALENDAR
           IF WS-RESTART-MODE = "J"
               PERFORM CHECK-RESTART-STEP
               PERFORM LOG-RESTART
           END-IF
           IF WS-CALENDAR-PRESENT = "J"
               PERFORM RUN-CALENDAR-STEPS
           ELSE
      *    integer date by 7 lands on 1 for Mondays and 0 for
      *    Sundays, which folds to 7.
       RUN-CALENDAR-STEPS.
           PERFORM SET-RUN-DAY
           PERFORM VARYING CI FROM 1 BY 1
                   UNTIL CI > CAL-COUNT
                   OR WS-CHAIN-STOPPED = "Y"
               END-IF
           END-PERFORM.

      *    A restart plans with the calendar day of the run it
      *    resumes, so a chain restarted after midnight still runs
      *    the original day's steps.
       SET-RUN-DAY.
           IF WS-RESTART-MODE = "J"
               MOVE WS-RUN-ID(2:8) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TODAY-INT, 7)
           IF WS-WEEKDAY = 0
               MOVE 7 TO WS-WEEKDAY
           END-IF
           COMPUTE WS-DAY-OF-MONTH =
               FUNCTION MOD(WS-RUN-DATE, 100).

       CHECK-STEP-DUE.
           MOVE "N" TO WS-STEP-DUE
           EVALUATE CAL-FREQ(CI)
               MOVE "RECOVERCOST" TO WS-STEP-PROGRAM
               PERFORM RUN-ONE-STEP
           END-IF
           IF WS-CHAIN-STOPPED = "N"
               MOVE "REFURB" TO WS-STEP-PROGRAM
               PERFORM RUN-ONE-STEP
           END-IF
           IF WS-CHAIN-STOPPED = "N"
               MOVE "MATREQ" TO WS-STEP-PROGRAM
               PERFORM RUN-ONE-STEP
               END-IF
           END-IF.

       LOAD-PARMS.
           MOVE "N" TO PARMS-EOF
           OPEN INPUT PARMS-FILE
           IF WS-PARMS-STATUS = "00"
               PERFORM UNTIL PARMS-EOF = "Y"
                   READ PARMS-FILE
                       AT END
                           MOVE "Y" TO PARMS-EOF
                       NOT AT END
                           PERFORM APPLY-PARM-LINE
                   END-READ
               END-PERFORM
               CLOSE PARMS-FILE
           END-IF.

       APPLY-PARM-LINE.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARMS-LINE
               DELIMITED BY ";"
               INTO WS-PARM-KEY WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEY = "RESTART"
               AND WS-PARM-VALUE(1:1) = "J"
               MOVE "J" TO WS-RESTART-REQ
           END-IF
           IF WS-PARM-KEY = "RESTARTSTEP"
               MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE)
                   TO WS-RESTART-STEP
           END-IF.

      *    The run to resume is the last one in run_control.csv.
      *    Without a named step the chain resumes where it stopped;
      *    a last run that did not stop leaves nothing to resume.
       PREPARE-RESTART.
           PERFORM LOAD-LAST-RUN
           IF WS-LAST-RUN-ID = SPACES
               DISPLAY "RUNCTL ABBRUCH: WIEDERANLAUF ANGEFORDERT - "
                   "KEIN LAUF IN RUN_CONTROL.CSV"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "WIEDERANLAUF NICHT MOEGLICH - "
                   "KEIN LAUF IN RUN_CONTROL.CSV"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM ABORT-RESTART
           END-IF
           IF WS-RESTART-STEP = SPACES
               MOVE WS-FAILED-STEP TO WS-RESTART-STEP
           END-IF
           IF WS-RESTART-STEP = SPACES
               DISPLAY "RUNCTL: LETZTER LAUF " WS-LAST-RUN-ID
                   " NICHT ABGEBROCHEN - NEUER LAUF WIRD GESTARTET"
           ELSE
               MOVE "J" TO WS-RESTART-MODE
           END-IF.

      *    Rows are appended run by run, so the last run's records
      *    (a previous restart's included) are the final group of
      *    rows sharing one run ID. RUNCTL's own marker records do
      *    not count as steps.
       LOAD-LAST-RUN.
           MOVE "N" TO WS-CTL-EOF
           MOVE 0 TO WS-CTL-LINE-NO
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-CTL-EOF
                       NOT AT END
                           ADD 1 TO WS-CTL-LINE-NO
                           IF WS-CTL-LINE-NO > 1
                               PERFORM APPLY-CONTROL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO WS-FAILED-STEP
           PERFORM VARYING RSI FROM 1 BY 1
                   UNTIL RSI > RS-COUNT OR WS-FAILED-STEP NOT = SPACES
               IF RS-RC(RSI) >= 16
                   MOVE RS-PROGRAM(RSI) TO WS-FAILED-STEP
               END-IF
           END-PERFORM.

       APPLY-CONTROL-ROW.
           MOVE SPACES TO WS-RC-RUNID
           MOVE SPACES TO WS-RC-STEP-TXT
           MOVE SPACES TO WS-RC-PROGRAM
           MOVE SPACES TO WS-RC-RC-TXT
           UNSTRING RUN-CONTROL-LINE
               DELIMITED BY ";"
               INTO WS-RC-RUNID WS-RC-STEP-TXT WS-RC-PROGRAM
                    WS-RC-START-TXT WS-RC-END-TXT WS-RC-READ-TXT
                    WS-RC-RC-TXT
           END-UNSTRING
           IF WS-RC-RUNID NOT = WS-LAST-RUN-ID
               MOVE WS-RC-RUNID TO WS-LAST-RUN-ID
               MOVE 0 TO RS-COUNT
               MOVE 0 TO WS-LAST-STEP-NO
           END-IF
           IF WS-RC-PROGRAM NOT = "RUNCTL"
               IF WS-RC-STEP-TXT NOT = SPACES
                   IF FUNCTION NUMVAL(WS-RC-STEP-TXT)
                       > WS-LAST-STEP-NO
                       MOVE FUNCTION NUMVAL(WS-RC-STEP-TXT)
                           TO WS-LAST-STEP-NO
                   END-IF
               END-IF
               MOVE WS-RC-PROGRAM TO WS-STEP-PROGRAM
               PERFORM FIND-RUNSTEP
               IF RS-IDX = 0 AND RS-COUNT < 60
                   ADD 1 TO RS-COUNT
                   MOVE RS-COUNT TO RS-IDX
                   MOVE WS-RC-PROGRAM TO RS-PROGRAM(RS-IDX)
               END-IF
               IF RS-IDX > 0
                   MOVE 0 TO RS-RC(RS-IDX)
                   IF WS-RC-RC-TXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-RC-RC-TXT)
                           TO RS-RC(RS-IDX)
                   END-IF
               END-IF
           END-IF.

      *    The resumed run keeps its ID; the steps find it in
      *    run_id.dat exactly as on the original night. Step numbers
      *    continue behind the original run's last step.
       REUSE-RUN-ID.
           MOVE WS-LAST-RUN-ID TO WS-RUN-ID
           MOVE WS-RUN-ID(2:8) TO WS-RUN-DATE
           MOVE WS-LAST-STEP-NO TO STEP-NO
           OPEN OUTPUT RUNID-FILE
           WRITE RUNID-LINE FROM WS-RUN-ID
           CLOSE RUNID-FILE.

      *    The restart step must be one the chain will actually
      *    reach: in the calendar and due on the run's day, or one
      *    of the fixed-chain programs when there is no calendar.
       CHECK-RESTART-STEP.
           MOVE "N" TO WS-STEP-KNOWN
           IF WS-CALENDAR-PRESENT = "J"
               PERFORM SET-RUN-DAY
               PERFORM VARYING CI FROM 1 BY 1
                       UNTIL CI > CAL-COUNT OR WS-STEP-KNOWN = "J"
                   IF CAL-STEP(CI) = WS-RESTART-STEP
                       PERFORM CHECK-STEP-DUE
                       MOVE WS-STEP-DUE TO WS-STEP-KNOWN
                   END-IF
               END-PERFORM
           ELSE
               EVALUATE WS-RESTART-STEP
                   WHEN "EDITCHECK"
                   WHEN "BLDINDEX"
                   WHEN "CALCCOSTS"
                   WHEN "RECOVERCOST"
                   WHEN "REFURB"
                   WHEN "MATREQ"
                       MOVE "J" TO WS-STEP-KNOWN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-STEP-KNOWN NOT = "J"
               DISPLAY "RUNCTL ABBRUCH: WIEDERANLAUF-SCHRITT "
                   WS-RESTART-STEP " NICHT IN DER KETTE DES "
                   "LAUFTAGS " WS-RUN-DATE
               MOVE SPACES TO WS-LOG-TEXT
               STRING "WIEDERANLAUF NICHT MOEGLICH - SCHRITT "
                   FUNCTION TRIM(WS-RESTART-STEP)
                   " NICHT IN DER KETTE"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM ABORT-RESTART
           END-IF.

       LOG-RESTART.
           MOVE "RC-I-0003" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-RESTART-STEP = WS-FAILED-STEP
               STRING "WIEDERANLAUF AB ABGEBROCHENEM SCHRITT "
                   FUNCTION TRIM(WS-RESTART-STEP)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
               STRING "WIEDERANLAUF AB SCHRITT "
                   FUNCTION TRIM(WS-RESTART-STEP)
                   " (VORGABE OPERATOR)"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-STEP-START FROM TIME
           MOVE WS-STEP-START TO WS-STEP-END
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-STEP-RC
           MOVE "RUNCTL" TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-CONTROL-MODE
           STRING "WIEDERANLAUF AB "
               FUNCTION TRIM(WS-RESTART-STEP)
               DELIMITED BY SIZE INTO WS-CONTROL-MODE
           MOVE 0 TO STEP-NO
           PERFORM WRITE-CONTROL-RECORD
           MOVE WS-LAST-STEP-NO TO STEP-NO
           MOVE "RESTART" TO WS-CONTROL-MODE.

       ABORT-RESTART.
           MOVE "RC-E-0211" TO WS-LOG-CODE
           MOVE "SEVERE" TO WS-LOG-SEVERITY
           IF WS-RUN-ID = SPACES
               MOVE WS-LAST-RUN-ID TO WS-RUN-ID
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-RESTART-MODE = "J"
               PERFORM CLEAR-RUN-ID
               PERFORM RELEASE-RUN-LOCK
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Same structured run log as the step programs.
       WRITE-RUN-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-LOG-CODE) ";"
               FUNCTION TRIM(WS-LOG-SEVERITY) ";"
               "RUNCTL;"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-LOG-TEXT)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE RUN-LOG-LINE FROM WS-LOG-LINE
           CLOSE RUN-LOG-FILE.

      *    Date plus time makes the run ID unique even for several
      *    runs on the same day; the steps pick it up from
      *    run_id.dat and stamp it into their output headers.
           OPEN OUTPUT RUNID-FILE
           CLOSE RUNID-FILE.

      *    Under a restart every step ahead of the restart point is
      *    skipped; from the restart step on the chain runs as usual.
       RUN-ONE-STEP.
           IF WS-RESTART-MODE = "J" AND WS-RESTART-REACHED = "N"
               AND WS-STEP-PROGRAM NOT = WS-RESTART-STEP
               PERFORM SKIP-STEP
           ELSE
               MOVE "J" TO WS-RESTART-REACHED
               PERFORM EXECUTE-STEP
           END-IF.

      *    A skipped step that had finished acceptably counts with
      *    its original return code; one that never did (an
      *    operator-named restart point further down the chain) is
      *    warned about and lifts the run to at least 4.
       SKIP-STEP.
           PERFORM FIND-RUNSTEP
           IF RS-IDX > 0 AND RS-RC(RS-IDX) < 16
               DISPLAY "RUNCTL: SCHRITT " WS-STEP-PROGRAM
                   " BEREITS ERLEDIGT (RC " RS-RC(RS-IDX)
                   ") - UEBERSPRUNGEN"
               IF RS-RC(RS-IDX) > WS-MAX-RC
                   MOVE RS-RC(RS-IDX) TO WS-MAX-RC
               END-IF
           ELSE
               DISPLAY "RUNCTL: SCHRITT " WS-STEP-PROGRAM
                   " OHNE ERFOLGREICHEN LAUF UEBERSPRUNGEN"
               MOVE "RC-W-0132" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "SCHRITT " FUNCTION TRIM(WS-STEP-PROGRAM)
                   " OHNE ERFOLGREICHEN LAUF UEBERSPRUNGEN"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF.

       FIND-RUNSTEP.
           MOVE 0 TO RS-IDX
           PERFORM VARYING RSI FROM 1 BY 1
                   UNTIL RSI > RS-COUNT OR RS-IDX > 0
               IF RS-PROGRAM(RSI) = WS-STEP-PROGRAM
                   MOVE RSI TO RS-IDX
               END-IF
           END-PERFORM.

       EXECUTE-STEP.
           ADD 1 TO STEP-NO
           PERFORM CLEAR-STEP-STATS
           ACCEPT WS-STEP-START FROM TIME
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE "RUNID;STEP;PROGRAM;START;END;RECORDSREAD;RC;MODE"
                   TO WS-CONTROL-REC
               WRITE RUN-CONTROL-LINE FROM WS-CONTROL-REC
           END-IF
               WS-STEP-START(1:6) ";"
               WS-STEP-END(1:6) ";"
               WS-RECORDS-READ ";"
               WS-STEP-RC ";"
               FUNCTION TRIM(WS-CONTROL-MODE)
               DELIMITED BY SIZE INTO WS-CONTROL-REC
           WRITE RUN-CONTROL-LINE FROM WS-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
