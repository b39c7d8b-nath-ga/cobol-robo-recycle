       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCSTACC.

      *    Monthly forecast accuracy per robot: holds what was
      *    forecast for a month against the firm customer orders
      *    (cust_orders.csv, status F) that actually came in for
      *    that ROBOTNO and REQPERIOD. The forecasts come from
      *    forecast_history.csv, the dated snapshots SCHEDGEN keeps
      *    of every forecast.csv it consumes.
      *
      *    For each of the twelve months up to the reporting month
      *    the forecast "made FCSTLAG months ahead" is the latest
      *    snapshot taken in or before the month FCSTLAG months
      *    earlier (batch_parms, default 3); a robot missing from
      *    that snapshot was forecast at zero. A month without any
      *    such snapshot is not measured. Per robot the report shows
      *      - the reporting month: forecast, actual, error %;
      *      - over the measured months: error % as sum of the
      *        absolute deviations over the actual quantity, and the
      *        bias as the signed deviation over the actual (plus =
      *        forecast too high, minus = too low);
      *      - the trend: error % of each of the twelve months,
      *        oldest first, and whether the last six months did
      *        better or worse than the six before (5 points either
      *        way count as stable).
      *    A month with no firm orders counts 100 % error when
      *    something was forecast for it, 0 % when nothing was; one
      *    month's error is capped at 999 %.
      *
      *    The hint column is for planning: error within FCSTERRPCT
      *    (default 20) is fine; above it, a bias beyond FCSTBIASPCT
      *    (default 10) points at the forecast itself, no bias at
      *    scatter that safety stock has to absorb.
      *
      *    The reporting month is FCSTMONTH (batch_parms, JJJJMM);
      *    blank means the calendar month before the run date, which
      *    is what the first-of-month schedule wants.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCST-HISTORY-FILE
               ASSIGN TO "..\data\forecast_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCHIST-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO "..\data\cust_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT FA-REPORT-FILE
               ASSIGN TO "..\data\forecast_accuracy_report.txt"
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
       FD  FCST-HISTORY-FILE.
       01  FCST-HISTORY-LINE       PIC X(100).

       FD  ORDERS-FILE.
       01  ORDERS-LINE             PIC X(200).

       FD  FA-REPORT-FILE.
       01  FA-REPORT-LINE          PIC X(250).

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
       77  I                       PIC 9(4) VALUE 0.
       77  MI                      PIC 9(2) VALUE 0.

       77  WS-FCHIST-STATUS        PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(20).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 AUFTRAGSDATEI FEHLT
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
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-REP-MONTH            PIC 9(6) VALUE 0.
       01  WS-REP-MONTH-R REDEFINES WS-REP-MONTH.
           05 WS-REP-YEAR          PIC 9(4).
           05 WS-REP-MON           PIC 9(2).
       01  WS-FCST-LAG             PIC 9(2) VALUE 3.
       01  WS-ERR-LIMIT            PIC 9(3) VALUE 20.
       01  WS-BIAS-LIMIT           PIC 9(3) VALUE 10.

      *    Month arithmetic on a running month number
      *    (year * 12 + month - 1).
       01  WS-MONTH-NO             PIC 9(6).
       01  WS-REP-MONTH-NO         PIC 9(6).
       01  WS-CALC-PERIOD          PIC 9(6).
       01  WS-CALC-PERIOD-R REDEFINES WS-CALC-PERIOD.
           05 WS-CALC-YEAR         PIC 9(4).
           05 WS-CALC-MON          PIC 9(2).

      *    The twelve measured months, oldest first. WIN-LIMIT is the
      *    month number a snapshot must not be younger than; WIN-KEY
      *    the chosen snapshot (SNAPDATE + RUNID, so the later of two
      *    runs on one day wins).
       01  WINDOW-TABLE.
           05 WINDOW-ENTRY OCCURS 12 TIMES.
              10 WIN-PERIOD        PIC 9(6).
              10 WIN-LIMIT         PIC 9(6).
              10 WIN-KEY           PIC X(23).
       77  WS-MEASURED-COUNT       PIC 9(2) VALUE 0.

       01  WS-FH-SNAPDATE-TXT      PIC X(20).
       01  WS-FH-RUNID             PIC X(15).
       01  WS-FH-ROBOTNO           PIC X(10).
       01  WS-FH-PERIOD-TXT        PIC X(20).
       01  WS-FH-QTY-TXT           PIC X(20).
       01  WS-FH-SNAPDATE          PIC 9(8).
       01  WS-FH-PERIOD            PIC 9(6).
       01  WS-FH-QTY               PIC 9(9).
       01  WS-FH-KEY               PIC X(23).
       77  WS-FH-COUNT             PIC 9(7) VALUE 0.

       01  WS-CO-ORDERNO           PIC X(10).
       01  WS-CO-CUSTOMER          PIC X(30).
       01  WS-CO-ROBOTNO           PIC X(10).
       01  WS-CO-QTY-TXT           PIC X(20).
       01  WS-CO-PERIOD-TXT        PIC X(20).
       01  WS-CO-STATUS            PIC X(1).
       01  WS-CO-QTY               PIC 9(9).
       01  WS-CO-PERIOD            PIC 9(6).

      *    Forecast and actual per robot and measured month, kept
      *    in ROBOTNO order via insertion.
       01  ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 2000 TIMES.
              10 RB-ROBOTNO        PIC X(10).
              10 RB-FCST OCCURS 12 TIMES
                                   PIC 9(9).
              10 RB-ACTUAL OCCURS 12 TIMES
                                   PIC 9(9).
       77  ROBOT-COUNT             PIC 9(4) VALUE 0.
       77  ROBOT-IDX               PIC 9(4) VALUE 0.
       01  WS-FIND-ROBOTNO         PIC X(10).
       77  WS-INS-POS              PIC 9(4) VALUE 0.
       77  WS-INS-DONE             PIC X VALUE "N".
       77  WS-ROBOT-FULL           PIC X VALUE "N".

       01  WS-SUM-FCST             PIC 9(11).
       01  WS-SUM-ACTUAL           PIC 9(11).
       01  WS-SUM-ABS              PIC 9(11).
       01  WS-SUM-DIFF             PIC S9(11).
       01  WS-HALF-ABS             PIC 9(11).
       01  WS-HALF-ACTUAL          PIC 9(11).
       01  WS-HALF-FCST            PIC 9(11).
       77  WS-HALF-MONTHS          PIC 9(2) VALUE 0.
       01  WS-DIFF                 PIC S9(10).
       01  WS-ABS-DIFF             PIC 9(10).
       01  WS-ERR-PCT              PIC 9(5)V9.
       01  WS-BIAS-PCT             PIC S9(5)V9.
       01  WS-ABS-BIAS             PIC 9(5)V9.
       01  WS-MONTH-PCT            PIC 9(5)V9.
       01  WS-FIRST-HALF-PCT       PIC 9(5)V9.
       01  WS-SECOND-HALF-PCT      PIC 9(5)V9.
       77  WS-FIRST-HALF-OK        PIC X VALUE "N".
       77  WS-SECOND-HALF-OK       PIC X VALUE "N".
       01  WS-TREND-TEXT           PIC X(10).
       01  WS-HINT-TEXT            PIC X(50).
       01  WS-TREND-LINE           PIC X(80).
       77  WS-TREND-PTR            PIC 9(3) VALUE 1.
       01  WS-MONTH-PCT-DISP       PIC ZZ9.
       77  WS-FCST-HIGH-COUNT      PIC 9(4) VALUE 0.
       77  WS-FCST-SCATTER-COUNT   PIC 9(4) VALUE 0.

       01  WS-QTY-DISP             PIC Z(8)9.
       01  WS-QTY-DISP2            PIC Z(8)9.
       01  WS-QTY-DISP3            PIC Z(8)9.
       01  WS-QTY-DISP4            PIC Z(8)9.
       01  WS-PCT-DISP             PIC ZZZ9.9.
       01  WS-PCT-DISP2            PIC ZZZ9.9.
       01  WS-BIAS-DISP            PIC +ZZZ9.9.
       01  WS-COUNT-DISP           PIC Z(5)9.
       01  WS-LAG-DISP             PIC Z9.
       01  WS-LIMIT-DISP           PIC ZZ9.
       01  WS-LIMIT-DISP2          PIC ZZ9.
       01  WS-REPORT-LINE          PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "PROGNOSEGENAUIGKEIT GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM SETUP-REPORT-MONTH
           PERFORM SETUP-WINDOW
           PERFORM LOAD-CUSTOMER-ORDERS
           PERFORM SELECT-SNAPSHOTS
           PERFORM LOAD-SNAPSHOT-FORECASTS
           PERFORM WRITE-ACCURACY-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PROGNOSEGENAUIGKEIT BEENDET - ROBOTER: "
               ROBOT-COUNT " GEMESSENE MONATE: " WS-MEASURED-COUNT
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
                   WHEN "FCSTMONTH"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-REP-MONTH
                   WHEN "FCSTLAG"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-FCST-LAG
                   WHEN "FCSTERRPCT"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-ERR-LIMIT
                   WHEN "FCSTBIASPCT"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-BIAS-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SETUP-REPORT-MONTH.
           IF WS-REP-MON < 1 OR WS-REP-MON > 12
               IF WS-REP-MONTH NOT = 0
                   DISPLAY "HINWEIS: FCSTMONTH " WS-REP-MONTH
                       " UNGUELTIG - VORMONAT WIRD VERWENDET"
               END-IF
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-REP-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-REP-MON
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-REP-YEAR
                   COMPUTE WS-REP-MON = WS-TODAY-MONTH - 1
               END-IF
           END-IF.

      *    Month 12 of the window is the reporting month. A snapshot
      *    qualifies for a month when it was taken FCSTLAG months
      *    before it or earlier.
       SETUP-WINDOW.
           COMPUTE WS-REP-MONTH-NO =
               WS-REP-YEAR * 12 + WS-REP-MON - 1
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               COMPUTE WS-MONTH-NO = WS-REP-MONTH-NO - 12 + MI
               PERFORM MONTH-NO-TO-PERIOD
               MOVE WS-CALC-PERIOD TO WIN-PERIOD(MI)
               COMPUTE WIN-LIMIT(MI) = WS-MONTH-NO - WS-FCST-LAG
               MOVE SPACES TO WIN-KEY(MI)
           END-PERFORM.

       MONTH-NO-TO-PERIOD.
           COMPUTE WS-CALC-YEAR = WS-MONTH-NO / 12
           COMPUTE WS-CALC-MON =
               WS-MONTH-NO - WS-CALC-YEAR * 12 + 1.

      *    Firm orders only, the same rule SCHEDGEN plans with -
      *    planned and cancelled orders are not demand that arrived.
       LOAD-CUSTOMER-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "CUST_ORDERS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: CUST_ORDERS.CSV NICHT LESBAR "
                   "(STATUS " WS-ORDERS-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "CUST_ORDERS.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ORDERS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                           IF ORDERS-LINE(1:7) = "TRAILER"
                               MOVE ORDERS-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(ORDERS-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-ORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS-FILE.

       VALIDATE-RAW-TRAILER.
           UNSTRING WS-RAW-LINE
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
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   FUNCTION TRIM(WS-TRAILER-FILE) " FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "KONTROLLSUMME "
                   FUNCTION TRIM(WS-TRAILER-FILE) " FALSCH"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ORDER-LINE.
           MOVE SPACES TO WS-CO-ORDERNO
           MOVE SPACES TO WS-CO-CUSTOMER
           MOVE SPACES TO WS-CO-ROBOTNO
           MOVE SPACES TO WS-CO-QTY-TXT
           MOVE SPACES TO WS-CO-PERIOD-TXT
           MOVE SPACES TO WS-CO-STATUS
           UNSTRING ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-CO-ORDERNO WS-CO-CUSTOMER WS-CO-ROBOTNO
                    WS-CO-QTY-TXT WS-CO-PERIOD-TXT WS-CO-STATUS
           END-UNSTRING
           IF WS-CO-STATUS = "F"
               MOVE FUNCTION NUMVAL(WS-CO-QTY-TXT) TO WS-CO-QTY
               MOVE FUNCTION NUMVAL(WS-CO-PERIOD-TXT)
                   TO WS-CO-PERIOD
               PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
                   IF WIN-PERIOD(MI) = WS-CO-PERIOD
                       MOVE WS-CO-ROBOTNO TO WS-FIND-ROBOTNO
                       PERFORM FIND-OR-ADD-ROBOT
                       IF ROBOT-IDX > 0
                           ADD WS-CO-QTY TO RB-ACTUAL(ROBOT-IDX, MI)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    First pass over the snapshot history: per measured month
      *    the latest snapshot old enough to count. No history yet
      *    means nothing can be measured - the report says so.
       SELECT-SNAPSHOTS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT FCST-HISTORY-FILE
           IF WS-FCHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: FORECAST_HISTORY.CSV NICHT "
                   "VORHANDEN - KEINE PROGNOSE-SNAPSHOTS"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FCST-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO > 1
                               ADD 1 TO WS-FH-COUNT
                               PERFORM PARSE-HISTORY-LINE
                               PERFORM CHECK-SNAPSHOT-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCST-HISTORY-FILE
           END-IF
           ADD WS-FH-COUNT TO WS-TOTAL-READ
           MOVE 0 TO WS-MEASURED-COUNT
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               IF WIN-KEY(MI) NOT = SPACES
                   ADD 1 TO WS-MEASURED-COUNT
               END-IF
           END-PERFORM.

       PARSE-HISTORY-LINE.
           MOVE SPACES TO WS-FH-SNAPDATE-TXT
           MOVE SPACES TO WS-FH-RUNID
           MOVE SPACES TO WS-FH-ROBOTNO
           MOVE SPACES TO WS-FH-PERIOD-TXT
           MOVE SPACES TO WS-FH-QTY-TXT
           UNSTRING FCST-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-FH-SNAPDATE-TXT WS-FH-RUNID WS-FH-ROBOTNO
                    WS-FH-PERIOD-TXT WS-FH-QTY-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-FH-SNAPDATE-TXT) TO WS-FH-SNAPDATE
           MOVE FUNCTION NUMVAL(WS-FH-PERIOD-TXT) TO WS-FH-PERIOD
           MOVE FUNCTION NUMVAL(WS-FH-QTY-TXT) TO WS-FH-QTY
           MOVE SPACES TO WS-FH-KEY
           STRING WS-FH-SNAPDATE WS-FH-RUNID
               DELIMITED BY SIZE INTO WS-FH-KEY.

       CHECK-SNAPSHOT-KEY.
           MOVE WS-FH-SNAPDATE(1:6) TO WS-CALC-PERIOD
           COMPUTE WS-MONTH-NO = WS-CALC-YEAR * 12 + WS-CALC-MON - 1
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               IF WS-MONTH-NO <= WIN-LIMIT(MI)
                   AND (WIN-KEY(MI) = SPACES
                        OR WS-FH-KEY > WIN-KEY(MI))
                   MOVE WS-FH-KEY TO WIN-KEY(MI)
               END-IF
           END-PERFORM.

      *    Second pass: the quantities of the chosen snapshots, each
      *    only for the month it was chosen for.
       LOAD-SNAPSHOT-FORECASTS.
           IF WS-MEASURED-COUNT > 0
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO LINE-NO
               OPEN INPUT FCST-HISTORY-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FCST-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO > 1
                               PERFORM PARSE-HISTORY-LINE
                               PERFORM APPLY-SNAPSHOT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCST-HISTORY-FILE
           END-IF.

       APPLY-SNAPSHOT-LINE.
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               IF WIN-PERIOD(MI) = WS-FH-PERIOD
                   AND WIN-KEY(MI) = WS-FH-KEY
                   MOVE WS-FH-ROBOTNO TO WS-FIND-ROBOTNO
                   PERFORM FIND-OR-ADD-ROBOT
                   IF ROBOT-IDX > 0
                       ADD WS-FH-QTY TO RB-FCST(ROBOT-IDX, MI)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OR-ADD-ROBOT.
           MOVE 0 TO ROBOT-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > ROBOT-COUNT OR ROBOT-IDX > 0
               IF RB-ROBOTNO(I) = WS-FIND-ROBOTNO
                   MOVE I TO ROBOT-IDX
               END-IF
           END-PERFORM
           IF ROBOT-IDX = 0
               IF ROBOT-COUNT >= 2000
                   IF WS-ROBOT-FULL = "N"
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "ROBOT-TABLE VOLL (2000)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "ROBOT-TABLE VOLL (2000)" TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE "J" TO WS-ROBOT-FULL
                   END-IF
               ELSE
                   ADD 1 TO ROBOT-COUNT
                   MOVE ROBOT-COUNT TO WS-INS-POS
                   MOVE "N" TO WS-INS-DONE
                   PERFORM UNTIL WS-INS-POS = 1
                           OR WS-INS-DONE = "Y"
                       IF RB-ROBOTNO(WS-INS-POS - 1)
                               > WS-FIND-ROBOTNO
                           MOVE ROBOT-ENTRY(WS-INS-POS - 1)
                               TO ROBOT-ENTRY(WS-INS-POS)
                           SUBTRACT 1 FROM WS-INS-POS
                       ELSE
                           MOVE "Y" TO WS-INS-DONE
                       END-IF
                   END-PERFORM
                   INITIALIZE ROBOT-ENTRY(WS-INS-POS)
                   MOVE WS-FIND-ROBOTNO TO RB-ROBOTNO(WS-INS-POS)
                   MOVE WS-INS-POS TO ROBOT-IDX
               END-IF
           END-IF.

       WRITE-ACCURACY-REPORT.
           OPEN OUTPUT FA-REPORT-FILE
           MOVE "PROGNOSEGENAUIGKEIT JE ROBOTER" TO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-FCST-LAG TO WS-LAG-DISP
           MOVE WS-ERR-LIMIT TO WS-LIMIT-DISP
           MOVE WS-BIAS-LIMIT TO WS-LIMIT-DISP2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BERICHTSMONAT: " WS-REP-MONTH
               " | PROGNOSE " WS-LAG-DISP " MONATE IM VORAUS"
               " | GRENZEN: FEHLER " WS-LIMIT-DISP " %"
               " BIAS " WS-LIMIT-DISP2 " %"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE

           MOVE "VERWENDETE PROGNOSE-SNAPSHOTS" TO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               MOVE SPACES TO WS-REPORT-LINE
               IF WIN-KEY(MI) = SPACES
                   STRING "    PERIODE " WIN-PERIOD(MI)
                       " | KEIN SNAPSHOT - NICHT GEMESSEN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "    PERIODE " WIN-PERIOD(MI)
                       " | SNAPSHOT VOM " WIN-KEY(MI)(1:8)
                       " | LAUF-ID " WIN-KEY(MI)(9:15)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "JE ROBOTER: BERICHTSMONAT | 12 MONATE (FEHLER, "
               "BIAS + = ZU HOCH) | VERLAUF FEHLER % AB "
               WIN-PERIOD(1) " | TREND | HINWEIS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-MEASURED-COUNT = 0
               MOVE "    KEINE MESSUNG MOEGLICH - NOCH KEIN SNAPSHOT "
                   TO WS-REPORT-LINE
               WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM VARYING ROBOT-IDX FROM 1 BY 1
                       UNTIL ROBOT-IDX > ROBOT-COUNT
                   PERFORM CALC-ROBOT-ACCURACY
                   PERFORM WRITE-ROBOT-LINES
               END-PERFORM
               IF ROBOT-COUNT = 0
                   MOVE "    KEINE PROGNOSEN UND KEINE FESTEN AUFTRAEGE"
                       TO WS-REPORT-LINE
                   WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-FCST-HIGH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROGNOSE UEBERARBEITEN      : " WS-COUNT-DISP
               " ROBOTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-FCST-SCATTER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SICHERHEITSBESTAND PRUEFEN : " WS-COUNT-DISP
               " ROBOTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE FA-REPORT-FILE.

      *    Totals over the measured months, the two half-year error
      *    rates for the trend, and the hint.
       CALC-ROBOT-ACCURACY.
           MOVE 0 TO WS-SUM-FCST
           MOVE 0 TO WS-SUM-ACTUAL
           MOVE 0 TO WS-SUM-ABS
           MOVE 0 TO WS-SUM-DIFF
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               IF WIN-KEY(MI) NOT = SPACES
                   COMPUTE WS-DIFF = RB-FCST(ROBOT-IDX, MI)
                       - RB-ACTUAL(ROBOT-IDX, MI)
                   ADD RB-FCST(ROBOT-IDX, MI) TO WS-SUM-FCST
                   ADD RB-ACTUAL(ROBOT-IDX, MI) TO WS-SUM-ACTUAL
                   ADD WS-DIFF TO WS-SUM-DIFF
                   IF WS-DIFF < 0
                       COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
                   ELSE
                       MOVE WS-DIFF TO WS-ABS-DIFF
                   END-IF
                   ADD WS-ABS-DIFF TO WS-SUM-ABS
               END-IF
           END-PERFORM
           MOVE WS-SUM-ABS TO WS-HALF-ABS
           MOVE WS-SUM-ACTUAL TO WS-HALF-ACTUAL
           MOVE WS-SUM-FCST TO WS-HALF-FCST
           PERFORM CALC-HALF-PCT
           MOVE WS-MONTH-PCT TO WS-ERR-PCT
           IF WS-SUM-ACTUAL > 0
               COMPUTE WS-BIAS-PCT ROUNDED =
                   WS-SUM-DIFF * 100 / WS-SUM-ACTUAL
           ELSE
               IF WS-SUM-FCST > 0
                   MOVE 100 TO WS-BIAS-PCT
               ELSE
                   MOVE 0 TO WS-BIAS-PCT
               END-IF
           END-IF

           MOVE 1 TO MI
           PERFORM SUM-HALF-YEAR
           MOVE WS-MONTH-PCT TO WS-FIRST-HALF-PCT
           MOVE "N" TO WS-FIRST-HALF-OK
           IF WS-HALF-MONTHS > 0
               MOVE "J" TO WS-FIRST-HALF-OK
           END-IF
           MOVE 7 TO MI
           PERFORM SUM-HALF-YEAR
           MOVE WS-MONTH-PCT TO WS-SECOND-HALF-PCT
           MOVE "N" TO WS-SECOND-HALF-OK
           IF WS-HALF-MONTHS > 0
               MOVE "J" TO WS-SECOND-HALF-OK
           END-IF
           MOVE "-" TO WS-TREND-TEXT
           IF WS-FIRST-HALF-OK = "J" AND WS-SECOND-HALF-OK = "J"
               IF WS-SECOND-HALF-PCT + 5 < WS-FIRST-HALF-PCT
                   MOVE "BESSER" TO WS-TREND-TEXT
               ELSE
                   IF WS-SECOND-HALF-PCT > WS-FIRST-HALF-PCT + 5
                       MOVE "SCHLECHTER" TO WS-TREND-TEXT
                   ELSE
                       MOVE "STABIL" TO WS-TREND-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-BIAS-PCT < 0
               COMPUTE WS-ABS-BIAS = 0 - WS-BIAS-PCT
           ELSE
               MOVE WS-BIAS-PCT TO WS-ABS-BIAS
           END-IF
           IF WS-ERR-PCT <= WS-ERR-LIMIT
               MOVE "OK" TO WS-HINT-TEXT
           ELSE
               IF WS-ABS-BIAS > WS-BIAS-LIMIT
                   ADD 1 TO WS-FCST-HIGH-COUNT
                   IF WS-BIAS-PCT > 0
                       MOVE "PROGNOSE UEBERARBEITEN - SYSTEMATISCH "
                           & "ZU HOCH" TO WS-HINT-TEXT
                   ELSE
                       MOVE "PROGNOSE UEBERARBEITEN - SYSTEMATISCH "
                           & "ZU NIEDRIG" TO WS-HINT-TEXT
                   END-IF
               ELSE
                   ADD 1 TO WS-FCST-SCATTER-COUNT
                   MOVE "SICHERHEITSBESTAND PRUEFEN - STREUUNG"
                       TO WS-HINT-TEXT
               END-IF
           END-IF.

      *    Six months from MI on; WS-HALF-MONTHS counts the measured
      *    ones among them.
       SUM-HALF-YEAR.
           MOVE 0 TO WS-HALF-ABS
           MOVE 0 TO WS-HALF-ACTUAL
           MOVE 0 TO WS-HALF-FCST
           MOVE 0 TO WS-HALF-MONTHS
           PERFORM 6 TIMES
               IF WIN-KEY(MI) NOT = SPACES
                   ADD 1 TO WS-HALF-MONTHS
                   ADD RB-FCST(ROBOT-IDX, MI) TO WS-HALF-FCST
                   ADD RB-ACTUAL(ROBOT-IDX, MI) TO WS-HALF-ACTUAL
                   COMPUTE WS-DIFF = RB-FCST(ROBOT-IDX, MI)
                       - RB-ACTUAL(ROBOT-IDX, MI)
                   IF WS-DIFF < 0
                       COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
                   ELSE
                       MOVE WS-DIFF TO WS-ABS-DIFF
                   END-IF
                   ADD WS-ABS-DIFF TO WS-HALF-ABS
               END-IF
               ADD 1 TO MI
           END-PERFORM
           PERFORM CALC-HALF-PCT.

      *    Error % of the quantities in WS-HALF-ABS/-ACTUAL/-FCST:
      *    deviation over actual, 100 when only the forecast is
      *    non-zero, capped at 999.
       CALC-HALF-PCT.
           IF WS-HALF-ACTUAL > 0
               IF WS-HALF-ABS * 100 / WS-HALF-ACTUAL > 999
                   MOVE 999 TO WS-MONTH-PCT
               ELSE
                   COMPUTE WS-MONTH-PCT ROUNDED =
                       WS-HALF-ABS * 100 / WS-HALF-ACTUAL
               END-IF
           ELSE
               IF WS-HALF-FCST > 0
                   MOVE 100 TO WS-MONTH-PCT
               ELSE
                   MOVE 0 TO WS-MONTH-PCT
               END-IF
           END-IF.

       WRITE-ROBOT-LINES.
           MOVE RB-FCST(ROBOT-IDX, 12) TO WS-HALF-FCST
           MOVE RB-ACTUAL(ROBOT-IDX, 12) TO WS-HALF-ACTUAL
           COMPUTE WS-DIFF = RB-FCST(ROBOT-IDX, 12)
               - RB-ACTUAL(ROBOT-IDX, 12)
           IF WS-DIFF < 0
               COMPUTE WS-HALF-ABS = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-HALF-ABS
           END-IF
           PERFORM CALC-HALF-PCT
           MOVE RB-FCST(ROBOT-IDX, 12) TO WS-QTY-DISP
           MOVE RB-ACTUAL(ROBOT-IDX, 12) TO WS-QTY-DISP2
           MOVE WS-MONTH-PCT TO WS-PCT-DISP
           MOVE WS-SUM-FCST TO WS-QTY-DISP3
           MOVE WS-SUM-ACTUAL TO WS-QTY-DISP4
           MOVE WS-ERR-PCT TO WS-PCT-DISP2
           MOVE WS-BIAS-PCT TO WS-BIAS-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WIN-KEY(12) = SPACES
               STRING RB-ROBOTNO(ROBOT-IDX)
                   " | MONAT: NICHT GEMESSEN"
                   " | 12 MONATE: PROGNOSE " WS-QTY-DISP3
                   " IST " WS-QTY-DISP4
                   " FEHLER " WS-PCT-DISP2 " %"
                   " BIAS " WS-BIAS-DISP " %"
                   " | TREND: " WS-TREND-TEXT
                   " | " WS-HINT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING RB-ROBOTNO(ROBOT-IDX)
                   " | MONAT: PROGNOSE " WS-QTY-DISP
                   " IST " WS-QTY-DISP2
                   " FEHLER " WS-PCT-DISP " %"
                   " | 12 MONATE: PROGNOSE " WS-QTY-DISP3
                   " IST " WS-QTY-DISP4
                   " FEHLER " WS-PCT-DISP2 " %"
                   " BIAS " WS-BIAS-DISP " %"
                   " | TREND: " WS-TREND-TEXT
                   " | " WS-HINT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE

           MOVE SPACES TO WS-TREND-LINE
           MOVE 1 TO WS-TREND-PTR
           PERFORM VARYING MI FROM 1 BY 1 UNTIL MI > 12
               IF WIN-KEY(MI) = SPACES
                   STRING "    -" DELIMITED BY SIZE
                       INTO WS-TREND-LINE WITH POINTER WS-TREND-PTR
               ELSE
                   MOVE RB-FCST(ROBOT-IDX, MI) TO WS-HALF-FCST
                   MOVE RB-ACTUAL(ROBOT-IDX, MI) TO WS-HALF-ACTUAL
                   COMPUTE WS-DIFF = RB-FCST(ROBOT-IDX, MI)
                       - RB-ACTUAL(ROBOT-IDX, MI)
                   IF WS-DIFF < 0
                       COMPUTE WS-HALF-ABS = 0 - WS-DIFF
                   ELSE
                       MOVE WS-DIFF TO WS-HALF-ABS
                   END-IF
                   PERFORM CALC-HALF-PCT
                   MOVE WS-MONTH-PCT TO WS-MONTH-PCT-DISP
                   STRING "  " WS-MONTH-PCT-DISP DELIMITED BY SIZE
                       INTO WS-TREND-LINE WITH POINTER WS-TREND-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    VERLAUF FEHLER %:" WS-TREND-LINE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FA-REPORT-LINE FROM WS-REPORT-LINE.

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
           STRING "FCSTACC;" WS-TOTAL-READ
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
               "FCSTACC;"
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
