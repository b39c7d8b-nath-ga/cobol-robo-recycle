       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCDEMAND.

      *    Service spare-parts demand from the installed base: every
      *    INSERVICE unit in fleet_register.csv wears out servos,
      *    control boards and gripper fingers whether we build
      *    anything this month or not. This run turns the fleet into
      *    a time-phased spare-parts demand file that MATREQ nets as
      *    independent part demand next to the BOM explosion.
      *
      *    Replacement rates come from the master spare_rates.csv,
      *    failures per unit and year for one part in one robot
      *    type, in age bands counted in months since SHIPDATE:
      *      ROBOTNO;PARTNO;AGEFROM;AGETO;FAILRATE
      *    AGETO blank means "and older". A young fleet fails less
      *    than a worn one, so the same robot may carry several
      *    bands per part; a unit uses the band its age falls into
      *    in each planning month, so it moves from band to band as
      *    it ages across the horizon.
      *
      *    Expected failures per part and month are the sum over the
      *    units of FAILRATE / 12. The expectation is kept with six
      *    decimals and only the running total is rounded: each
      *    month receives the rounded cumulative figure less what the
      *    earlier months already received, so a tenth of a piece a
      *    month becomes one piece in the fifth month instead of a
      *    year of nothing.
      *
      *    The horizon starts in the month of COSTDATE (batch_parms,
      *    JJJJMMTT, blank = today - the same month MATREQ and
      *    ATPCHECK plan from) and runs SVCHORIZON months (default
      *    12, at most 48).
      *
      *    Output: service_demand.csv, PARTNO;PERIOD;QTY with the
      *    house trailer, one row per part and month with demand -
      *    PERIOD is the month the spare is needed, MATREQ shifts it
      *    by the purchasing lead time like any build month - and
      *    service_demand_report.txt with the expectation and the
      *    units behind each part.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-FILE
               ASSIGN TO "..\data\fleet_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.
           SELECT RATES-FILE
               ASSIGN TO "..\data\spare_rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT SVC-DEMAND-FILE
               ASSIGN TO "..\data\service_demand.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SVC-REPORT-FILE
               ASSIGN TO "..\data\service_demand_report.txt"
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
       FD  FLEET-FILE.
       01  FLEET-LINE              PIC X(200).

       FD  RATES-FILE.
       01  RATES-LINE              PIC X(200).

       FD  SVC-DEMAND-FILE.
       01  SVC-DEMAND-LINE         PIC X(80).

       FD  SVC-REPORT-FILE.
       01  SVC-REPORT-LINE         PIC X(300).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

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
       77  I                       PIC 9(5) VALUE 0.
       77  J                       PIC 9(5) VALUE 0.

       77  WS-FLEET-STATUS         PIC X(2) VALUE "00".
       77  WS-RATES-STATUS         PIC X(2) VALUE "00".
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
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
      *      RC-W-0127 EINHEIT IM EINSATZ OHNE VERSANDDATUM
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 PFLICHTDATEI FEHLT
      *      RC-E-0210 TABELLE VOLL - LAUF ANGEHALTEN
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
       01  WS-COST-DATE            PIC 9(8) VALUE 0.
       77  WS-HORIZON              PIC 9(2) VALUE 12.

      *    Planning months: consecutive YYYYMM from the COSTDATE
      *    month, counted as year * 12 + month like ATPCHECK.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 48 TIMES.
              10 T-PERIOD          PIC 9(6).
       77  PI                      PIC 9(2) VALUE 0.
       01  WS-PERIOD               PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PER-YEAR          PIC 9(4).
           05 WS-PER-MONTH         PIC 9(2).
       77  WS-START-MONTHS         PIC 9(6) VALUE 0.
       77  WS-MONTHS               PIC 9(6) VALUE 0.
       77  WS-SHIP-MONTHS          PIC 9(6) VALUE 0.
       01  WS-AGE                  PIC S9(5).

      *    Replacement rates, as read from spare_rates.csv.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 1000 TIMES.
              10 T-RT-ROBOTNO      PIC X(10).
              10 T-RT-PARTNO       PIC X(10).
              10 T-RT-AGEFROM      PIC 9(3).
              10 T-RT-AGETO        PIC 9(3).
              10 T-RT-RATE         PIC 9(3)V9(4).
       77  RATE-COUNT              PIC 9(4) VALUE 0.
       77  RI                      PIC 9(4) VALUE 0.
       01  WS-RT-ROBOTNO           PIC X(10).
       01  WS-RT-PARTNO            PIC X(10).
       01  WS-RT-AGEFROM-TXT       PIC X(20).
       01  WS-RT-AGETO-TXT         PIC X(20).
       01  WS-RT-RATE-TXT          PIC X(20).

      *    One fleet register line.
       01  WS-FL-SERIALNO          PIC X(12).
       01  WS-FL-ROBOTNO           PIC X(10).
       01  WS-FL-BUILDDATE         PIC X(20).
       01  WS-FL-SHIPDATE-TXT      PIC X(20).
       01  WS-FL-CUSTOMER          PIC X(40).
       01  WS-FL-DECOMDATE         PIC X(20).
       01  WS-FL-STATUS            PIC X(16).
       01  WS-FL-SHIPDATE          PIC 9(8).
       01  WS-FL-SHIPDATE-R REDEFINES WS-FL-SHIPDATE.
           05 WS-FL-SHIP-YEAR      PIC 9(4).
           05 WS-FL-SHIP-MONTH     PIC 9(2).
           05 WS-FL-SHIP-DAY       PIC 9(2).
       77  WS-UNIT-SEQ             PIC 9(5) VALUE 0.
       77  WS-UNIT-HAS-RATE        PIC X VALUE "N".
       77  WS-INSERVICE-COUNT      PIC 9(5) VALUE 0.
       77  WS-NORATE-COUNT         PIC 9(5) VALUE 0.
       77  WS-NOSHIP-COUNT         PIC 9(5) VALUE 0.

      *    Expected failures per part and month; SP-LAST-UNIT
      *    keeps a unit from being counted twice when several of its
      *    bands hit the same part across the horizon.
       01  SPARE-TABLE.
           05 SP-ENTRY OCCURS 1000 TIMES.
              10 SP-PARTNO         PIC X(10).
              10 SP-UNITS          PIC 9(5).
              10 SP-LAST-UNIT      PIC 9(5).
              10 SP-TOT-EXP        PIC 9(7)V9(6).
              10 SP-TOT-QTY        PIC 9(9).
              10 SP-EXP OCCURS 48 TIMES
                                   PIC 9(7)V9(6).
              10 SP-QTY OCCURS 48 TIMES
                                   PIC 9(9).
       77  SPARE-COUNT             PIC 9(4) VALUE 0.
       77  SP-IDX                  PIC 9(4) VALUE 0.
       77  SJ                      PIC 9(4) VALUE 0.
       01  WS-CUM-EXP              PIC 9(9)V9(6).
       01  WS-CUM-ROUND            PIC 9(9).
       01  WS-CUM-DONE             PIC 9(9).
       77  WS-OUT-COUNT            PIC 9(6) VALUE 0.
       77  WS-OUT-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-GRAND-QTY            PIC 9(9) VALUE 0.

       01  WS-OUT-LINE             PIC X(80).
       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-QTY-TXT              PIC Z(8)9.
       01  WS-EXP-DISP             PIC Z(6)9.9999.
       01  WS-COUNT-DISP           PIC ZZZZ9.
       01  WS-OUT-COUNT-TXT        PIC Z(5)9.
       01  WS-OUT-SUM-TXT          PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "LAUF GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-PARMS
           PERFORM SETUP-PERIODS
           PERFORM LOAD-RATES
           PERFORM PROCESS-FLEET
           PERFORM ROUND-SPARE-DEMAND
           PERFORM WRITE-SERVICE-DEMAND
           PERFORM WRITE-SERVICE-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAUF BEENDET - EINHEITEN: " WS-INSERVICE-COUNT
               " TEILE: " SPARE-COUNT
               " MENGE: " WS-GRAND-QTY
               " WARNUNGEN: " WS-WARN-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

       LOAD-PARMS.
           ACCEPT WS-COST-DATE FROM DATE YYYYMMDD
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
           IF WS-PARM-KEY = "COSTDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-COST-DATE
           END-IF
           IF WS-PARM-KEY = "SVCHORIZON"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-HORIZON
           END-IF.

      *    The horizon is capped at the 48 months every planning
      *    table in the suite is sized for.
       SETUP-PERIODS.
           IF WS-HORIZON = 0 OR WS-HORIZON > 48
               DISPLAY "HINWEIS: SVCHORIZON " WS-HORIZON
                   " UNGUELTIG - 12 MONATE"
               MOVE 12 TO WS-HORIZON
           END-IF
           MOVE WS-COST-DATE(1:6) TO WS-PERIOD
           COMPUTE WS-START-MONTHS =
               WS-PER-YEAR * 12 + WS-PER-MONTH - 1
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-HORIZON
               COMPUTE WS-MONTHS = WS-START-MONTHS + PI - 1
               COMPUTE WS-PER-YEAR = WS-MONTHS / 12
               COMPUTE WS-PER-MONTH =
                   WS-MONTHS - WS-PER-YEAR * 12 + 1
               MOVE WS-PERIOD TO T-PERIOD(PI)
           END-PERFORM.

      *    A rate table that silently lost rows would understate
      *    the spares buy - overflow is a hard stop.
       LOAD-RATES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "SPARE_RATES.CSV" TO WS-TRAILER-FILE
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "ABBRUCH: SPARE_RATES.CSV NICHT LESBAR "
                   "(STATUS " WS-RATES-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "SPARE_RATES.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RATES-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF RATES-LINE(1:7) = "TRAILER"
                           MOVE RATES-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF RATE-COUNT >= 1000
                           DISPLAY "ABBRUCH: RATE-TABLE VOLL "
                               "(1000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "RATE-TABLE VOLL (1000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(RATES-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-RATE-LINE
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE.

       APPLY-RATE-LINE.
           MOVE SPACES TO WS-RT-AGEFROM-TXT
           MOVE SPACES TO WS-RT-AGETO-TXT
           MOVE SPACES TO WS-RT-RATE-TXT
           UNSTRING RATES-LINE
               DELIMITED BY ";"
               INTO WS-RT-ROBOTNO WS-RT-PARTNO WS-RT-AGEFROM-TXT
                    WS-RT-AGETO-TXT WS-RT-RATE-TXT
           END-UNSTRING
           ADD 1 TO RATE-COUNT
           MOVE WS-RT-ROBOTNO TO T-RT-ROBOTNO(RATE-COUNT)
           MOVE WS-RT-PARTNO TO T-RT-PARTNO(RATE-COUNT)
           MOVE 0 TO T-RT-AGEFROM(RATE-COUNT)
           MOVE 999 TO T-RT-AGETO(RATE-COUNT)
           MOVE 0 TO T-RT-RATE(RATE-COUNT)
           IF WS-RT-AGEFROM-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-AGEFROM-TXT)
                   TO T-RT-AGEFROM(RATE-COUNT)
           END-IF
           IF WS-RT-AGETO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-AGETO-TXT)
                   TO T-RT-AGETO(RATE-COUNT)
           END-IF
           IF WS-RT-RATE-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RT-RATE-TXT)
                   TO T-RT-RATE(RATE-COUNT)
           END-IF
      *    A band that ends before it starts can never match; it is
      *    a keying error, not a zero rate, so it is reported.
           IF T-RT-AGETO(RATE-COUNT) < T-RT-AGEFROM(RATE-COUNT)
               OR WS-RT-PARTNO = SPACES
               DISPLAY "WARNUNG: RATEN-ZEILE NICHT VERARBEITET -> "
                   WS-RT-ROBOTNO " / " WS-RT-PARTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "RATEN-ZEILE NICHT VERARBEITET "
                   WS-RT-ROBOTNO " / " WS-RT-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               SUBTRACT 1 FROM RATE-COUNT
           END-IF.

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
               DISPLAY "  ERWARTET ANZAHL=" WS-TRAILER-COUNT
                   " SUMME=" WS-TRAILER-CHECKSUM
               DISPLAY "  GELESEN  ANZAHL=" WS-RAW-COUNT
                   " SUMME=" WS-RAW-CHECKSUM
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

      *    One pass over the fleet: BUILT units are still in our
      *    yard and DECOMMISSIONED ones are gone, only INSERVICE
      *    units generate spares demand. The trailer is checked
      *    before the demand is written, so a damaged register
      *    stops the run without leaving a file behind.
       PROCESS-FLEET.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "FLEET_REGISTER.CSV" TO WS-TRAILER-FILE
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               DISPLAY "ABBRUCH: FLEET_REGISTER.CSV NICHT LESBAR "
                   "(STATUS " WS-FLEET-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "FLEET_REGISTER.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FLEET-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF FLEET-LINE(1:7) = "TRAILER"
                           MOVE FLEET-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(FLEET-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-FLEET-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLEET-FILE.

       APPLY-FLEET-LINE.
           MOVE SPACES TO WS-FL-SHIPDATE-TXT
           MOVE SPACES TO WS-FL-STATUS
           UNSTRING FLEET-LINE
               DELIMITED BY ";"
               INTO WS-FL-SERIALNO WS-FL-ROBOTNO WS-FL-BUILDDATE
                    WS-FL-SHIPDATE-TXT WS-FL-CUSTOMER
                    WS-FL-DECOMDATE WS-FL-STATUS
           END-UNSTRING
           IF WS-FL-STATUS = "INSERVICE"
               ADD 1 TO WS-INSERVICE-COUNT
               MOVE 0 TO WS-FL-SHIPDATE
               IF WS-FL-SHIPDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-FL-SHIPDATE-TXT)
                       TO WS-FL-SHIPDATE
               END-IF
               IF WS-FL-SHIP-MONTH < 1 OR WS-FL-SHIP-MONTH > 12
                   PERFORM REPORT-NO-SHIPDATE
               ELSE
                   ADD 1 TO WS-UNIT-SEQ
                   COMPUTE WS-SHIP-MONTHS =
                       WS-FL-SHIP-YEAR * 12 + WS-FL-SHIP-MONTH - 1
                   MOVE "N" TO WS-UNIT-HAS-RATE
                   PERFORM VARYING RI FROM 1 BY 1
                           UNTIL RI > RATE-COUNT
                       IF T-RT-ROBOTNO(RI) = WS-FL-ROBOTNO
                           MOVE "Y" TO WS-UNIT-HAS-RATE
                           PERFORM APPLY-UNIT-RATE
                       END-IF
                   END-PERFORM
                   IF WS-UNIT-HAS-RATE = "N"
                       ADD 1 TO WS-NORATE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    A unit in service without a shipping date has no age -
      *    its demand cannot be placed in time and is left out.
       REPORT-NO-SHIPDATE.
           ADD 1 TO WS-NOSHIP-COUNT
           DISPLAY "WARNUNG: EINHEIT IM EINSATZ OHNE VERSANDDATUM -> "
               WS-FL-SERIALNO
           MOVE "RC-W-0127" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "EINHEIT IM EINSATZ OHNE VERSANDDATUM "
               WS-FL-SERIALNO
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    One rate row against one unit: in every planning month
      *    the unit's age (whole months since the shipping month)
      *    decides whether this band applies.
       APPLY-UNIT-RATE.
           PERFORM FIND-SPARE-IDX
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-HORIZON
               COMPUTE WS-AGE =
                   WS-START-MONTHS + PI - 1 - WS-SHIP-MONTHS
               IF WS-AGE >= T-RT-AGEFROM(RI)
                   AND WS-AGE <= T-RT-AGETO(RI)
                   COMPUTE SP-EXP(SP-IDX, PI) =
                       SP-EXP(SP-IDX, PI) + T-RT-RATE(RI) / 12
                   IF SP-LAST-UNIT(SP-IDX) NOT = WS-UNIT-SEQ
                       ADD 1 TO SP-UNITS(SP-IDX)
                       MOVE WS-UNIT-SEQ TO SP-LAST-UNIT(SP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SPARE-IDX.
           MOVE 0 TO SP-IDX
           PERFORM VARYING SJ FROM 1 BY 1
                   UNTIL SJ > SPARE-COUNT OR SP-IDX > 0
               IF SP-PARTNO(SJ) = T-RT-PARTNO(RI)
                   MOVE SJ TO SP-IDX
               END-IF
           END-PERFORM
           IF SP-IDX = 0
               IF SPARE-COUNT >= 1000
                   DISPLAY "ABBRUCH: SPARE-TABLE VOLL "
                       "(1000) - LAUF ANGEHALTEN"
                   MOVE "RC-E-0210" TO WS-LOG-CODE
                   MOVE "SEVERE" TO WS-LOG-SEVERITY
                   MOVE "SPARE-TABLE VOLL (1000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO SPARE-COUNT
               MOVE SPARE-COUNT TO SP-IDX
               MOVE T-RT-PARTNO(RI) TO SP-PARTNO(SP-IDX)
               MOVE 0 TO SP-UNITS(SP-IDX)
               MOVE 0 TO SP-LAST-UNIT(SP-IDX)
               MOVE 0 TO SP-TOT-EXP(SP-IDX)
               MOVE 0 TO SP-TOT-QTY(SP-IDX)
               PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > 48
                   MOVE 0 TO SP-EXP(SP-IDX, PI)
                   MOVE 0 TO SP-QTY(SP-IDX, PI)
               END-PERFORM
           END-IF.

      *    Whole pieces from the expectation: only the running
      *    total is rounded, each month takes the difference.
       ROUND-SPARE-DEMAND.
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SPARE-COUNT
               MOVE 0 TO WS-CUM-EXP
               MOVE 0 TO WS-CUM-DONE
               PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-HORIZON
                   ADD SP-EXP(SJ, PI) TO WS-CUM-EXP
                   COMPUTE WS-CUM-ROUND ROUNDED = WS-CUM-EXP
                   COMPUTE SP-QTY(SJ, PI) = WS-CUM-ROUND - WS-CUM-DONE
                   MOVE WS-CUM-ROUND TO WS-CUM-DONE
               END-PERFORM
               MOVE WS-CUM-EXP TO SP-TOT-EXP(SJ)
               MOVE WS-CUM-DONE TO SP-TOT-QTY(SJ)
               ADD WS-CUM-DONE TO WS-GRAND-QTY
           END-PERFORM.

      *    PARTNO;PERIOD;QTY with the house trailer, rewritten each
      *    run - the demand is whatever the fleet looks like today.
       WRITE-SERVICE-DEMAND.
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-CHECKSUM
           OPEN OUTPUT SVC-DEMAND-FILE
           MOVE "PARTNO;PERIOD;QTY" TO WS-OUT-LINE
           WRITE SVC-DEMAND-LINE FROM WS-OUT-LINE
           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SPARE-COUNT
               PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-HORIZON
                   IF SP-QTY(SJ, PI) > 0
                       MOVE SP-QTY(SJ, PI) TO WS-QTY-TXT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING FUNCTION TRIM(SP-PARTNO(SJ)) ";"
                           T-PERIOD(PI) ";"
                           FUNCTION TRIM(WS-QTY-TXT)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       ADD 1 TO WS-OUT-COUNT
                       ADD FUNCTION LENGTH(FUNCTION TRIM(WS-OUT-LINE))
                           TO WS-OUT-CHECKSUM
                       WRITE SVC-DEMAND-LINE FROM WS-OUT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-OUT-COUNT-TXT
           MOVE WS-OUT-CHECKSUM TO WS-OUT-SUM-TXT
           MOVE SPACES TO WS-OUT-LINE
           STRING "TRAILER;"
               FUNCTION TRIM(WS-OUT-COUNT-TXT) ";"
               FUNCTION TRIM(WS-OUT-SUM-TXT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE SVC-DEMAND-LINE FROM WS-OUT-LINE
           CLOSE SVC-DEMAND-FILE.

       WRITE-SERVICE-REPORT.
           OPEN OUTPUT SVC-REPORT-FILE
           MOVE "ERSATZTEILBEDARF AUS DER INSTALLIERTEN BASIS"
               TO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-INSERVICE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | HORIZONT " T-PERIOD(1) " - " T-PERIOD(WS-HORIZON)
               " | EINHEITEN IM EINSATZ: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE

           PERFORM VARYING SJ FROM 1 BY 1 UNTIL SJ > SPARE-COUNT
               MOVE SP-UNITS(SJ) TO WS-COUNT-DISP
               MOVE SP-TOT-EXP(SJ) TO WS-EXP-DISP
               MOVE SP-TOT-QTY(SJ) TO WS-QTY-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING SP-PARTNO(SJ)
                   " | EINHEITEN: " WS-COUNT-DISP
                   " | ERWARTETE AUSFAELLE: " WS-EXP-DISP
                   " | BEDARF: " WS-QTY-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
               PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > WS-HORIZON
                   IF SP-QTY(SJ, PI) > 0
                       MOVE SP-EXP(SJ, PI) TO WS-EXP-DISP
                       MOVE SP-QTY(SJ, PI) TO WS-QTY-TXT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    BEDARFSPERIODE " T-PERIOD(PI)
                           " | ERWARTET: " WS-EXP-DISP
                           " | BEDARF: " WS-QTY-TXT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-GRAND-QTY TO WS-QTY-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ERSATZTEILBEDARF GESAMT:      " WS-QTY-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EINHEITEN OHNE AUSFALLRATEN:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-NOSHIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EINHEITEN OHNE VERSANDDATUM:  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SVC-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE SVC-REPORT-FILE.

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
           STRING "SVCDEMAND;" WS-TOTAL-READ
               DELIMITED BY SIZE INTO WS-STATS-LINE
           WRITE STEP-STATS-LINE FROM WS-STATS-LINE
           CLOSE STEP-STATS-FILE.

       WRITE-RUN-LOG.
           IF WS-LOG-SEVERITY = "WARN"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-LOG-CODE) ";"
               FUNCTION TRIM(WS-LOG-SEVERITY) ";"
               "SVCDEMAND;"
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
