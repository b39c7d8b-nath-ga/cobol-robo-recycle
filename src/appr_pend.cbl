       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRPEND.

      *    Daily list of master changes waiting for a second person:
      *    everything MNTMAST has held in pending_changes.csv under
      *    the two-person rule (price change above APPRPRICEPCT,
      *    supplier change, part or robot delete) and nobody has
      *    approved or rejected yet. Per change the report shows the
      *    change ID the approver has to quote, the requester, what
      *    would change and how many days it has been waiting; anything
      *    older than APPRAGEDAYS (batch_parms, default 7) is marked
      *    UEBERFAELLIG and raises one warning for the run.
      *
      *    Read-only - approving and rejecting stays with MNTMAST
      *    (APPROVAL lines in master_trans.csv).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "..\data\pending_changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AP-REPORT-FILE
               ASSIGN TO "..\data\pending_approvals_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT RUNID-FILE
               ASSIGN TO "..\data\run_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT STEP-STATS-FILE
               ASSIGN TO "..\data\step_stats.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
               ASSIGN TO "..\data\run_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "..\data\run_lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-LINE            PIC X(300).

       FD  AP-REPORT-FILE.
       01  AP-REPORT-LINE          PIC X(250).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(80).

       FD  RUNID-FILE.
       01  RUNID-LINE              PIC X(80).

       FD  STEP-STATS-FILE.
       01  STEP-STATS-LINE         PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(250).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      *    Run-in-progress lock, see CHECK-RUN-LOCK.
       77  WS-RUNLOCK-STATUS       PIC X(2) VALUE "00".
       01  WS-RUN-LOCK-INFO        PIC X(80).
       01  RUNCTL-ACTIVE           PIC X(1) EXTERNAL.

       77  EOF-FLAG                PIC X VALUE "N".
       77  LINE-NO                 PIC 9(6) VALUE 0.

       77  WS-PEND-STATUS          PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0136 GENEHMIGUNG UEBERFAELLIG
      *      RC-E-0201 KONTROLLSUMME FALSCH
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-CODE             PIC X(9).
       01  WS-LOG-SEVERITY         PIC X(6).
       01  WS-LOG-TEXT             PIC X(120).
       01  WS-LOG-LINE             PIC X(250).
       01  WS-LOG-DATE             PIC 9(8).
       01  WS-LOG-TIME             PIC 9(8).
       77  WS-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOG-RC               PIC 9(2).

       77  WS-RUNID-STATUS         PIC X(2) VALUE "00".
       01  WS-RUN-ID               PIC X(15) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUNID-TIME           PIC 9(8).
       77  WS-TOTAL-READ           PIC 9(7) VALUE 0.
       01  WS-STATS-LINE           PIC X(80).

       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-AGE-LIMIT            PIC 9(3) VALUE 7.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(8).

      *    One pending change as MNTMAST writes it:
      *    CHANGEID;REQDATE;REQUSER;REASON;FILE;ACTION;RECORD.
       01  WS-PD-ID                PIC X(20).
       01  WS-PD-DATE-TXT          PIC X(20).
       01  WS-PD-DATE              PIC 9(8).
       01  WS-PD-USER              PIC X(10).
       01  WS-PD-REASON            PIC X(30).
       01  WS-PD-FILE              PIC X(10).
       01  WS-PD-ACTION            PIC X(1).
       01  WS-PD-KEY               PIC X(20).
       77  WS-PD-PTR               PIC 9(4).
       01  WS-PD-AGE               PIC 9(5).
       77  WS-PEND-COUNT           PIC 9(5) VALUE 0.
       77  WS-OVERDUE-COUNT        PIC 9(5) VALUE 0.
       01  WS-OLDEST-AGE           PIC 9(5) VALUE 0.
       01  WS-OVERDUE-TEXT         PIC X(12).

       01  WS-AGE-DISP             PIC ZZZZ9.
       01  WS-COUNT-DISP           PIC Z(4)9.
       01  WS-LIMIT-DISP           PIC ZZ9.
       01  WS-REPORT-LINE          PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "OFFENE GENEHMIGUNGEN GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-PARMS
           PERFORM WRITE-REPORT-HEADER
           PERFORM LIST-PENDING-CHANGES
           PERFORM WRITE-REPORT-SUMMARY
           IF WS-OVERDUE-COUNT > 0
               MOVE WS-AGE-LIMIT TO WS-LIMIT-DISP
               MOVE "RC-W-0136" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "GENEHMIGUNG UEBERFAELLIG - " WS-OVERDUE-COUNT
                   " AENDERUNGEN LAENGER ALS " WS-LIMIT-DISP
                   " TAGE OFFEN"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "OFFENE GENEHMIGUNGEN BEENDET - WARTEND: "
               WS-PEND-COUNT " UEBERFAELLIG: " WS-OVERDUE-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

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
           IF WS-PARM-VALUE NOT = SPACES
               EVALUATE WS-PARM-KEY
                   WHEN "APPRAGEDAYS"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-AGE-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-REPORT-HEADER.
           OPEN OUTPUT AP-REPORT-FILE
           MOVE "OFFENE GENEHMIGUNGEN STAMMDATEN (VIER-AUGEN-PRINZIP)"
               TO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-AGE-LIMIT TO WS-LIMIT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STICHTAG: " WS-TODAY
               " | UEBERFAELLIG NACH " WS-LIMIT-DISP " TAGEN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AENDERUNGS-ID        | ANTRAG   | WARTET    "
               " | ANTRAGSTELLER | DATEI  A SCHLUESSEL | GRUND"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE.

      *    No pending_changes.csv means MNTMAST has never held
      *    anything - an empty list, not an error.
       LIST-PENDING-CHANGES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF PENDING-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-PENDING-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PENDING-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM WRITE-PENDING-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF
           IF WS-PEND-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       VALIDATE-PENDING-TRAILER.
           UNSTRING PENDING-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = WS-RAW-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-RAW-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME PENDING_CHANGES.CSV "
                   "FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME PENDING_CHANGES.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-PENDING-LINE.
           MOVE SPACES TO WS-PD-ID
           MOVE SPACES TO WS-PD-DATE-TXT
           MOVE SPACES TO WS-PD-USER
           MOVE SPACES TO WS-PD-REASON
           MOVE SPACES TO WS-PD-FILE
           MOVE SPACES TO WS-PD-ACTION
           MOVE SPACES TO WS-PD-KEY
           MOVE 1 TO WS-PD-PTR
           UNSTRING PENDING-LINE
               DELIMITED BY ";"
               INTO WS-PD-ID WS-PD-DATE-TXT WS-PD-USER WS-PD-REASON
                    WS-PD-FILE WS-PD-ACTION WS-PD-KEY
               WITH POINTER WS-PD-PTR
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-PD-DATE-TXT) TO WS-PD-DATE
           ADD 1 TO WS-PEND-COUNT
           MOVE 0 TO WS-PD-AGE
           IF WS-PD-DATE > 0 AND WS-PD-DATE <= WS-TODAY
               COMPUTE WS-PD-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-PD-DATE)
           END-IF
           IF WS-PD-AGE > WS-OLDEST-AGE
               MOVE WS-PD-AGE TO WS-OLDEST-AGE
           END-IF
           MOVE SPACES TO WS-OVERDUE-TEXT
           IF WS-PD-AGE > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE "UEBERFAELLIG" TO WS-OVERDUE-TEXT
           END-IF
           MOVE WS-PD-AGE TO WS-AGE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PD-ID " | " WS-PD-DATE " | " WS-AGE-DISP
               " TAGE | " WS-PD-USER "    | " WS-PD-FILE(1:6) " "
               WS-PD-ACTION " " WS-PD-KEY(1:10) " | " WS-PD-REASON
               " " WS-OVERDUE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-PEND-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARTENDE AENDERUNGEN : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAVON UEBERFAELLIG   : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OLDEST-AGE TO WS-AGE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AELTESTE WARTET      : " WS-AGE-DISP " TAGE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE AP-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE AP-REPORT-FILE.

      *    The run ID ties every output of one suite run together.
      *    Under the RUNCTL driver it comes from run_id.dat; started
      *    by hand, the program stamps its own from date and time.
       GET-RUN-ID.
           OPEN INPUT RUNID-FILE
           IF WS-RUNID-STATUS = "00"
               READ RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNID-LINE(1:15) TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF
           IF WS-RUN-ID = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUNID-TIME FROM TIME
               MOVE SPACES TO WS-RUN-ID
               STRING "R" WS-RUN-DATE WS-RUNID-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF.

       WRITE-STEP-STATS.
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "APPRPEND;" WS-TOTAL-READ
               DELIMITED BY SIZE INTO WS-STATS-LINE
           WRITE STEP-STATS-LINE FROM WS-STATS-LINE
           CLOSE STEP-STATS-FILE.

       WRITE-RUN-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           IF WS-LOG-SEVERITY = "WARN"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-LOG-CODE) ";"
               FUNCTION TRIM(WS-LOG-SEVERITY) ";"
               "APPRPEND;"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-LOG-TEXT)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE RUN-LOG-LINE FROM WS-LOG-LINE
           CLOSE RUN-LOG-FILE.

      *    Run-in-progress lock: RUNCTL leaves run_lock.dat (run ID
      *    and start time) in place for the duration of the chain.
      *    A step CALLed by the driver sees the shared
      *    RUNCTL-ACTIVE switch and proceeds; a hand-started
      *    program that finds the lock refuses with the active run
      *    named - an answer computed from half-written work files
      *    looks completely plausible, which is what makes it
      *    dangerous.
       CHECK-RUN-LOCK.
           MOVE SPACES TO WS-RUN-LOCK-INFO
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-LOCK-LINE TO WS-RUN-LOCK-INFO
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-RUN-LOCK-INFO NOT = SPACES
               AND RUNCTL-ACTIVE NOT = "J"
               DISPLAY "ABBRUCH: BATCH-KETTE AKTIV ("
                   FUNCTION TRIM(WS-RUN-LOCK-INFO)
                   ") - PROGRAMM NICHT GESTARTET"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
