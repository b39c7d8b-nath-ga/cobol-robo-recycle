      *    the schedule rather than blowing up the downstream run.
      *    Non-firm orders (status P planned, X cancelled) are listed
      *    on the report but generate no schedule line.
      *
      *    Every forecast the run consumes is also kept: its lines
      *    are appended to forecast_history.csv as a dated snapshot
      *      SNAPDATE;RUNID;ROBOTNO;PERIOD;QTY
      *    (all lines of forecast.csv, horizon or not), so FCSTACC
      *    can later hold what was forecast against the firm orders
      *    that actually came in. The file is never rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\forecast.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.
           SELECT FCST-HISTORY-FILE
               ASSIGN TO "..\data\forecast_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCHIST-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO "..\data\schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  FORECAST-FILE.
       01  FORECAST-LINE           PIC X(200).

       FD  FCST-HISTORY-FILE.
       01  FCST-HISTORY-LINE       PIC X(100).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE           PIC X(200).


       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-FORECAST-STATUS      PIC X(2) VALUE "00".
       77  WS-FCHIST-STATUS        PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-FC-ROBOTNO           PIC X(10).
       01  WS-FC-PERIOD-TXT        PIC X(20).
       01  WS-FC-QTY-TXT           PIC X(20).
       01  WS-FC-SNAP-DATE         PIC 9(8).
       01  WS-FC-PERIOD            PIC 9(6).
       01  WS-FC-QTY               PIC 9(9).
       01  WS-FC-HIST-LINE         PIC X(100).
       77  WS-SNAP-COUNT           PIC 9(4) VALUE 0.

      *    The rolled-up schedule, aggregated per robot and period
      *    and kept sorted by ROBOTNO then PERIOD via insertion, so
           WRITE SCHEDGEN-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM ROLL-CUSTOMER-ORDERS
           PERFORM ROLL-FORECAST
           PERFORM WRITE-FORECAST-SNAPSHOT
           PERFORM WRITE-SCHEDULE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE SCHEDGEN-REPORT-FILE
           MOVE FUNCTION NUMVAL(WS-FC-PERIOD-TXT) TO WS-CO-PERIOD
           PERFORM ADD-SCHEDULE-DEMAND.

      *    Second pass over forecast.csv once its trailer has been
      *    checked - a file that fails the check aborts the run in
      *    ROLL-FORECAST before anything lands in the history.
       WRITE-FORECAST-SNAPSHOT.
           IF WS-FORECAST-STATUS = "00"
               ACCEPT WS-FC-SNAP-DATE FROM DATE YYYYMMDD
               OPEN EXTEND FCST-HISTORY-FILE
               IF WS-FCHIST-STATUS = "35"
                   OPEN OUTPUT FCST-HISTORY-FILE
                   MOVE "SNAPDATE;RUNID;ROBOTNO;PERIOD;QTY"
                       TO WS-FC-HIST-LINE
                   WRITE FCST-HISTORY-LINE FROM WS-FC-HIST-LINE
               END-IF
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO LINE-NO
               OPEN INPUT FORECAST-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FORECAST-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO > 1
                               AND FORECAST-LINE(1:7) NOT = "TRAILER"
                               PERFORM WRITE-SNAPSHOT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORECAST-FILE
               CLOSE FCST-HISTORY-FILE
           END-IF.

       WRITE-SNAPSHOT-LINE.
           MOVE SPACES TO WS-FC-ROBOTNO
           MOVE SPACES TO WS-FC-PERIOD-TXT
           MOVE SPACES TO WS-FC-QTY-TXT
           UNSTRING FORECAST-LINE
               DELIMITED BY ";"
               INTO WS-FC-ROBOTNO WS-FC-PERIOD-TXT WS-FC-QTY-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-FC-PERIOD-TXT) TO WS-FC-PERIOD
           MOVE FUNCTION NUMVAL(WS-FC-QTY-TXT) TO WS-FC-QTY
           MOVE WS-FC-QTY TO WS-QTY-TXT
           MOVE SPACES TO WS-FC-HIST-LINE
           STRING WS-FC-SNAP-DATE ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-FC-ROBOTNO) ";"
               WS-FC-PERIOD ";"
               FUNCTION TRIM(WS-QTY-TXT)
               DELIMITED BY SIZE INTO WS-FC-HIST-LINE
           WRITE FCST-HISTORY-LINE FROM WS-FC-HIST-LINE
           ADD 1 TO WS-SNAP-COUNT.

      *    One demand drop into the rolled schedule: the period must
      *    fit the 48-month horizon, then the quantity lands on the
      *    robot/period row (created in sort position when new).
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GESCHRIEBENE PLAN-ZEILEN   : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SCHEDGEN-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-SNAP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROGNOSE-SNAPSHOT ZEILEN   : " WS-COUNT-DISP
               " (FORECAST_HISTORY.CSV)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SCHEDGEN-REPORT-LINE FROM WS-REPORT-LINE.

      *    The run ID ties every output of one suite run together.
