       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTROLL.

      *    Annual cost roll: freezes the standard cost set of one
      *    fiscal year (STDYEAR in batch_parms.csv, JJJJ; the fiscal
      *    year is the calendar year). CALCCOSTS keeps costing at
      *    whatever part_prices.csv says on COSTDATE; the valuation
      *    programs (USAGEVAR, STOCKHLTH, STOCKVAL, PRICEVAR and
      *    GLEXTRACT) value at the frozen set of their fiscal year
      *    instead, so the standard no longer moves every time
      *    purchasing keys a price.
      *
      *    The set is rolled the way CALCCOSTS rolls a robot, but
      *    with the prices in effect on STDPRICEDATE (JJJJMMTT,
      *    blank = 1 January of STDYEAR):
      *      part   the part_prices.csv price of the day (else the
      *             parts.idx list price);
      *      robot  material = BOM lines at part standard plus scrap
      *             allowance, sub-assemblies at their own standard;
      *             labor = LABORCOST; overhead = OVERHEADPCT of
      *             material plus labor; a bought robot (MAKEBUY B)
      *             is its purchase price.
      *    A released year is frozen: it is never rolled again, and
      *    a year older than the newest released set is refused
      *    (RC-W-0133). With STDYEAR blank, or the year already
      *    released, the step has nothing to do - the parm can stay
      *    set until the next roll.
      *
      *    Releasing a new set prints the revaluation report
      *    cost_roll_report.txt: the robot standards of the new set,
      *    then per part the inventory.csv on-hand quantity at the
      *    old standard (the previous released set, or the as-of
      *    price of the run day before the first set) and at the new
      *    one, with the difference. The per-part rows go to
      *    revaluation_history.csv
      *      FISCALYEAR;POSTPERIOD;PARTNO;ONHANDQTY;OLDSTD;NEWSTD;
      *      OLDVALUE;NEWVALUE;REVALEUR;RUNID
      *    from which GLEXTRACT posts the revaluation (source REVAL)
      *    in POSTPERIOD - the month the day-01 run closes (the
      *    month before the run date, whose STOCKVAL closing is the
      *    first valued at the new set and which GLEXTRACT extracts
      *    the same day), or the run month once PERCLOSE has closed
      *    that one (period_control.csv), or January of the new
      *    fiscal year when the set is released ahead of it.
      *
      *    standard_costs.csv holds every released set (header and
      *    house trailer):
      *      FISCALYEAR;TYPE;ITEMNO;MATERIAL;LABOR;OVERHEAD;STDCOST;
      *      PRICEDATE;RUNID
      *    TYPE P = part, R = robot; PRICEDATE is the EFFFROM of the
      *    part price the standard was frozen from (blank = list
      *    price) and the roll price date for a robot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-IDX-FILE
               ASSIGN TO "..\data\parts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IXP-PARTNO
               FILE STATUS IS WS-PARTSIDX-STATUS.
           SELECT ROBOTS-IDX-FILE
               ASSIGN TO "..\data\robots.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IXR-ROBOTNO
               FILE STATUS IS WS-ROBOTSIDX-STATUS.
           SELECT BOM-FILE
               ASSIGN TO "..\data\bom_val.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT REVAL-HISTORY-FILE
               ASSIGN TO "..\data\revaluation_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALHIST-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "..\data\cost_roll_report.txt"
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
       FD  PARTS-IDX-FILE.
       01  PARTS-IDX-REC.
           05 IXP-PARTNO           PIC X(10).
           05 IXP-PARTNAME         PIC X(60).
           05 IXP-UNITCOST         PIC 9(9)V99.
           05 IXP-SUPPCODE         PIC X(6).
           05 IXP-SCRAPPCT         PIC 9(3)V99.
           05 IXP-MATERIALTYPE     PIC X(12).
           05 IXP-WEIGHTKG         PIC 9(5)V999.
           05 IXP-SUBSTITUTE       PIC X(10).

       FD  ROBOTS-IDX-FILE.
       01  ROBOTS-IDX-REC.
           05 IXR-ROBOTNO          PIC X(10).
           05 IXR-ROBOTNAME        PIC X(60).
           05 IXR-TARGETQTY        PIC 9(5).
           05 IXR-LABORCOST        PIC 9(7)V99.
           05 IXR-OVERHEADPCT      PIC 9(3)V99.
           05 IXR-BUDGETCOST       PIC 9(9)V99.
           05 IXR-MAKEBUY          PIC X(1).
           05 IXR-PURCHPRICE       PIC 9(9)V99.
           05 IXR-SUPPCODE         PIC X(6).

       FD  BOM-FILE.
       01  BOM-LINE                PIC X(200).

       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  REVAL-HISTORY-FILE.
       01  REVAL-HISTORY-LINE      PIC X(200).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(300).

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
       77  PART-COUNT              PIC 9(4) VALUE 0.
       77  ROBOT-COUNT             PIC 9(3) VALUE 0.
       77  ROBOT-IDX               PIC 9(3) VALUE 0.
       77  PART-IDX                PIC 9(4) VALUE 0.
       77  WS-KEY1                 PIC X(10).
       77  WS-KEY2                 PIC X(10).

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(25).
       01  WS-RAW-LINE             PIC X(200).
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       77  BOM-COUNT               PIC 9(6) VALUE 0.
       77  BOM-READ-COUNT          PIC 9(6) VALUE 0.
       77  BI                      PIC 9(6) VALUE 0.
       77  PASS-NO                 PIC 9(3) VALUE 0.
       77  RI                      PIC 9(3) VALUE 0.
       77  WS-ALL-DEPS-OK          PIC X VALUE "Y".

       77  WS-PARTSIDX-STATUS      PIC X(2) VALUE "00".
       77  WS-ROBOTSIDX-STATUS     PIC X(2) VALUE "00".
       77  WS-INVENTORY-STATUS     PIC X(2) VALUE "00".
       77  WS-STDCOST-STATUS       PIC X(2) VALUE "00".
       77  WS-REVALHIST-STATUS     PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  WS-BS-LO                PIC 9(4) VALUE 0.
       77  WS-BS-HI                PIC 9(4) VALUE 0.
       77  WS-BS-MID               PIC 9(4) VALUE 0.

       01  WS-BOM-ROBOTNO          PIC X(10).
       01  WS-BOM-PARTNO           PIC X(10).
       01  WS-BOM-QTY-TXT          PIC X(20).
       01  WS-BOM-QTY              PIC 9(5).
       01  WS-BOM-EFFFROM-TXT      PIC X(20).
       01  WS-BOM-EFFTO-TXT        PIC X(20).
       01  WS-BOM-EFFFROM          PIC 9(8).
       01  WS-BOM-EFFTO            PIC 9(8).
       01  WS-LINECOST             PIC 9(9)V99.
       01  WS-ROBOT-MATCOST        PIC 9(11)V99.

       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-TODAY                PIC 9(8) VALUE 0.
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-STD-YEAR             PIC 9(4) VALUE 0.
       01  WS-PRICE-DATE           PIC 9(8) VALUE 0.
       01  WS-POST-PERIOD          PIC 9(6) VALUE 0.
       01  WS-POST-PERIOD-R REDEFINES WS-POST-PERIOD.
           05 WS-POST-YEAR         PIC 9(4).
           05 WS-POST-MON          PIC 9(2).
       77  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-PC-PERIOD-TXT        PIC X(20).
       01  WS-PC-STATUS-TXT        PIC X(10).
       77  WS-POST-CLOSED          PIC X VALUE "N".
       01  WS-OLD-YEAR             PIC 9(4) VALUE 0.
       01  WS-LATEST-YEAR          PIC 9(4) VALUE 0.
       77  WS-YEAR-RELEASED        PIC X VALUE "N".

       77  PRICE-COUNT             PIC 9(5) VALUE 0.
       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-FROM             PIC 9(8).
       01  WS-PRC-COST             PIC 9(9)V99.

       01  WS-INV-PARTNO           PIC X(10).
       01  WS-INV-ONHAND-TXT       PIC X(20).
       77  INV-COUNT               PIC 9(5) VALUE 0.

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0103 ZIRKULAERE STUECKLISTE
      *      RC-W-0133 STANDARDKOSTENSATZ NICHT FREIGEGEBEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0206 INDEXDATEI NICHT LESBAR
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

      *    T-UNITCOST is the new standard (prices of STDPRICEDATE),
      *    T-LIVECOST the as-of price of the run day - the old
      *    standard of a part no released set knows yet.
       01  PART-TABLE.
           05 PART-ENTRY OCCURS 1000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-PARTNAME        PIC X(60).
              10 T-UNITCOST        PIC 9(9)V99.
              10 T-PRICE-FROM      PIC 9(8) VALUE 0.
              10 T-LIVECOST        PIC 9(9)V99.
              10 T-LIVE-FROM       PIC 9(8) VALUE 0.
              10 T-SCRAPPCT        PIC 9(3)V99.
              10 T-SUBSTITUTE      PIC X(10).
              10 T-OLDSTD          PIC 9(9)V99 VALUE 0.
              10 T-OLD-SET         PIC X(1) VALUE "N".
              10 T-ONHAND          PIC S9(9) VALUE 0.

       01  ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 200 TIMES.
              10 T-ROBOTNO         PIC X(10).
              10 T-R-NAME          PIC X(60).
              10 T-R-MAKEBUY       PIC X(1).
              10 T-R-LABOR         PIC 9(7)V99.
              10 T-R-OVHPCT        PIC 9(3)V99.
              10 T-R-PURCH         PIC 9(9)V99.
              10 T-R-MAT           PIC 9(9)V99 VALUE 0.
              10 T-R-OVH           PIC 9(9)V99 VALUE 0.
              10 T-R-STD           PIC 9(9)V99 VALUE 0.
              10 T-R-OLDSTD        PIC 9(9)V99 VALUE 0.
              10 T-R-OLD-SET       PIC X(1) VALUE "N".
              10 T-R-RESOLVED      PIC X VALUE "N".

       01  BOM-TABLE.
           05 BOM-ENTRY OCCURS 2000 TIMES.
              10 T-BOM-ROBOTNO     PIC X(10).
              10 T-BOM-PARTNO      PIC X(10).
              10 T-BOM-QTY         PIC 9(5).

      *    The released sets already on file, kept as read so the
      *    rewrite leaves them byte for byte as they were.
       01  SC-TABLE.
           05 SC-ENTRY OCCURS 10000 TIMES.
              10 SC-LINE           PIC X(150).
              10 SC-YEAR           PIC 9(4).
              10 SC-TYPE           PIC X(1).
              10 SC-ITEMNO         PIC X(10).
              10 SC-STD            PIC 9(9)V99.
       77  SC-COUNT                PIC 9(5) VALUE 0.
       77  SC-IDX                  PIC 9(5) VALUE 0.
       01  WS-SC-YEAR-TXT          PIC X(20).
       01  WS-SC-TYPE              PIC X(1).
       01  WS-SC-ITEMNO            PIC X(10).
       01  WS-SC-MAT-TXT           PIC X(20).
       01  WS-SC-LAB-TXT           PIC X(20).
       01  WS-SC-OVH-TXT           PIC X(20).
       01  WS-SC-STD-TXT           PIC X(20).
       01  WS-SC-HEADER            PIC X(150).
       01  WS-SC-REC               PIC X(150).
       77  WS-SC-OUT-COUNT         PIC 9(6) VALUE 0.
       77  WS-SC-OUT-CHECKSUM      PIC 9(9) VALUE 0.
       01  WS-MAT-TXT              PIC Z(8)9.99.
       01  WS-LAB-TXT              PIC Z(8)9.99.
       01  WS-OVH-TXT              PIC Z(8)9.99.
       01  WS-STD-TXT              PIC Z(8)9.99.
       01  WS-PRICEDATE-TXT        PIC X(8).
       01  WS-CNT-TXT              PIC Z(5)9.
       01  WS-SUM-TXT              PIC Z(8)9.

       01  WS-OLD-VALUE            PIC S9(13)V99.
       01  WS-NEW-VALUE            PIC S9(13)V99.
       01  WS-DIFF-VALUE           PIC S9(13)V99.
       01  WS-OLD-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-NEW-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-DIFF-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-REVAL-REC            PIC X(200).
       01  WS-QTY-TXT              PIC -(9)9.
       01  WS-OLDSTD-TXT           PIC Z(8)9.99.
       01  WS-NEWSTD-TXT           PIC Z(8)9.99.
       01  WS-OLDVAL-TXT           PIC -(12)9.99.
       01  WS-NEWVAL-TXT           PIC -(12)9.99.
       01  WS-DIFF-TXT             PIC -(12)9.99.

       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-BASIS-TEXT           PIC X(40).
       01  WS-OLD-MARK             PIC X(2).
       01  WS-QTY-DISP             PIC ---------9.
       01  WS-EUR-DISP             PIC Z,ZZZ,ZZ9.99.
       01  WS-EUR2-DISP            PIC Z,ZZZ,ZZ9.99.
       01  WS-EUR3-DISP            PIC Z,ZZZ,ZZ9.99.
       01  WS-EUR4-DISP            PIC Z,ZZZ,ZZ9.99.
       01  WS-VAL-DISP             PIC -(12)9.99.
       01  WS-VAL2-DISP            PIC -(12)9.99.
       01  WS-VAL3-DISP            PIC -(12)9.99.
       01  WS-OLDSTD-DISP          PIC X(12).
       77  WS-NO-OLD-COUNT         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "KOSTENLAUF GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-PARMS
           PERFORM LOAD-STANDARD-SETS
           PERFORM CHECK-RELEASE-YEAR
           IF WS-YEAR-RELEASED = "N"
               PERFORM LOAD-PARTS
               PERFORM LOAD-PART-PRICES
               PERFORM LOAD-ROBOTS
               PERFORM LOAD-BOM
               PERFORM ROLL-ROBOT-STANDARDS
               PERFORM SET-OLD-STANDARDS
               PERFORM LOAD-INVENTORY
               PERFORM WRITE-COST-ROLL-REPORT
               PERFORM REWRITE-STANDARD-FILE
               PERFORM WRITE-REVAL-HISTORY
               DISPLAY "COSTROLL: STANDARD " WS-STD-YEAR
                   " FREIGEGEBEN - UMBEWERTUNG IN PERIODE "
                   WS-POST-PERIOD
           END-IF
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "KOSTENLAUF BEENDET - WARNUNGEN: " WS-WARN-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

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
               "COSTROLL;"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-LOG-TEXT)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE RUN-LOG-LINE FROM WS-LOG-LINE
           CLOSE RUN-LOG-FILE.

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
           COMPUTE WS-TOTAL-READ =
               SC-COUNT + PART-COUNT + PRICE-COUNT + ROBOT-COUNT
               + BOM-READ-COUNT + INV-COUNT
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "COSTROLL;" WS-TOTAL-READ
               DELIMITED BY SIZE INTO WS-STATS-LINE
           WRITE STEP-STATS-LINE FROM WS-STATS-LINE
           CLOSE STEP-STATS-FILE.

      *    STDYEAR is the fiscal year to release; STDPRICEDATE the
      *    day whose prices the set is frozen at (default 1 January
      *    of STDYEAR, so prices keyed ahead for the new year are
      *    in).
       LOAD-PARMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
           END-IF
           IF WS-PRICE-DATE = 0
               COMPUTE WS-PRICE-DATE = WS-STD-YEAR * 10000 + 101
           END-IF
           PERFORM SETUP-POST-PERIOD.

      *    The revaluation belongs to the month whose closing stock
      *    is first valued at the new set: the month the day-01 run
      *    closes, as PRICEVAR, STOCKVAL and GLEXTRACT derive it. Is
      *    that month already closed, the run month takes it, so the
      *    posting is not lost to a period GLEXTRACT will not
      *    extract again.
       SETUP-POST-PERIOD.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-POST-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-POST-MON
           ELSE
               MOVE WS-TODAY-YEAR TO WS-POST-YEAR
               COMPUTE WS-POST-MON = WS-TODAY-MONTH - 1
           END-IF
           PERFORM CHECK-POST-PERIOD-CLOSED
           IF WS-POST-CLOSED = "J"
               COMPUTE WS-POST-PERIOD = WS-TODAY / 100
           END-IF
           IF WS-POST-PERIOD < WS-STD-YEAR * 100 + 1
               COMPUTE WS-POST-PERIOD = WS-STD-YEAR * 100 + 1
           END-IF.

       CHECK-POST-PERIOD-CLOSED.
           MOVE "N" TO WS-POST-CLOSED
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "PERIOD_CONTROL.CSV" TO WS-TRAILER-FILE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF PERIOD-CONTROL-LINE(1:7) = "TRAILER"
                               MOVE PERIOD-CONTROL-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PERIOD-CONTROL-LINE))
                                   TO WS-RAW-CHECKSUM
                               MOVE SPACES TO WS-PC-PERIOD-TXT
                               MOVE SPACES TO WS-PC-STATUS-TXT
                               UNSTRING PERIOD-CONTROL-LINE
                                   DELIMITED BY ";"
                                   INTO WS-PC-PERIOD-TXT
                                        WS-PC-STATUS-TXT
                               END-UNSTRING
                               IF WS-PC-STATUS-TXT = "CLOSED"
                                   AND FUNCTION NUMVAL(WS-PC-PERIOD-TXT)
                                       = WS-POST-PERIOD
                                   MOVE "J" TO WS-POST-CLOSED
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       APPLY-PARM-LINE.
           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARMS-LINE
               DELIMITED BY ";"
               INTO WS-PARM-KEY WS-PARM-VALUE
           END-UNSTRING
           IF WS-PARM-KEY = "STDYEAR"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-STD-YEAR
           END-IF
           IF WS-PARM-KEY = "STDPRICEDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-PRICE-DATE
           END-IF.

       LOAD-STANDARD-SETS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "STANDARD_COSTS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE SPACES TO WS-SC-HEADER
           STRING "FISCALYEAR;TYPE;ITEMNO;MATERIAL;LABOR;OVERHEAD;"
               "STDCOST;PRICEDATE;RUNID"
               DELIMITED BY SIZE INTO WS-SC-HEADER
           OPEN INPUT STD-COST-FILE
           IF WS-STDCOST-STATUS NOT = "00"
               DISPLAY "HINWEIS: STANDARD_COSTS.CSV NICHT VORHANDEN "
                   "- ERSTER STANDARDKOSTENSATZ"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ STD-COST-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF STD-COST-LINE(1:7) = "TRAILER"
                               MOVE STD-COST-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF SC-COUNT >= 10000
                               DISPLAY "ABBRUCH: SC-TABLE VOLL "
                                   "(10000) - LAUF ANGEHALTEN"
                               MOVE "RC-E-0210" TO WS-LOG-CODE
                               MOVE "SEVERE" TO WS-LOG-SEVERITY
                               MOVE "SC-TABLE VOLL (10000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(STD-COST-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM STORE-STANDARD-ROW
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STD-COST-FILE
           END-IF.

       STORE-STANDARD-ROW.
           MOVE SPACES TO WS-SC-YEAR-TXT
           MOVE SPACES TO WS-SC-TYPE
           MOVE SPACES TO WS-SC-ITEMNO
           MOVE SPACES TO WS-SC-MAT-TXT
           MOVE SPACES TO WS-SC-LAB-TXT
           MOVE SPACES TO WS-SC-OVH-TXT
           MOVE SPACES TO WS-SC-STD-TXT
           UNSTRING STD-COST-LINE
               DELIMITED BY ";"
               INTO WS-SC-YEAR-TXT WS-SC-TYPE WS-SC-ITEMNO
                    WS-SC-MAT-TXT WS-SC-LAB-TXT WS-SC-OVH-TXT
                    WS-SC-STD-TXT
           END-UNSTRING
           ADD 1 TO SC-COUNT
           MOVE STD-COST-LINE TO SC-LINE(SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-SC-YEAR-TXT) TO SC-YEAR(SC-COUNT)
           MOVE WS-SC-TYPE TO SC-TYPE(SC-COUNT)
           MOVE WS-SC-ITEMNO TO SC-ITEMNO(SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-SC-STD-TXT) TO SC-STD(SC-COUNT)
           IF SC-YEAR(SC-COUNT) > WS-LATEST-YEAR
               MOVE SC-YEAR(SC-COUNT) TO WS-LATEST-YEAR
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

      *    Nothing to roll without STDYEAR; a released year stays as
      *    it is (frozen means frozen); a year behind the newest
      *    released set would value the books backwards and is
      *    refused. Otherwise the newest set on file is the old
      *    standard the revaluation starts from.
       CHECK-RELEASE-YEAR.
           IF WS-STD-YEAR = 0
               DISPLAY "HINWEIS: STDYEAR NICHT GESETZT - KEIN "
                   "KOSTENLAUF"
               MOVE "J" TO WS-YEAR-RELEASED
           ELSE
               PERFORM VARYING SC-IDX FROM 1 BY 1
                       UNTIL SC-IDX > SC-COUNT
                       OR WS-YEAR-RELEASED = "J"
                   IF SC-YEAR(SC-IDX) = WS-STD-YEAR
                       MOVE "J" TO WS-YEAR-RELEASED
                   END-IF
               END-PERFORM
               IF WS-YEAR-RELEASED = "J"
                   DISPLAY "HINWEIS: STANDARD " WS-STD-YEAR
                       " BEREITS FREIGEGEBEN - BLEIBT EINGEFROREN"
               ELSE
               IF WS-STD-YEAR < WS-LATEST-YEAR
                   DISPLAY "WARNUNG: STANDARD " WS-STD-YEAR
                       " AELTER ALS FREIGEGEBENER STANDARD "
                       WS-LATEST-YEAR " - NICHT FREIGEGEBEN"
                   MOVE "RC-W-0133" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "STANDARD " WS-STD-YEAR
                       " AELTER ALS FREIGEGEBENER STANDARD "
                       WS-LATEST-YEAR " - NICHT FREIGEGEBEN"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE "J" TO WS-YEAR-RELEASED
               ELSE
                   MOVE WS-LATEST-YEAR TO WS-OLD-YEAR
               END-IF
               END-IF
           END-IF.

       LOAD-PARTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PARTS-IDX-FILE
           IF WS-PARTSIDX-STATUS NOT = "00"
               DISPLAY "ABBRUCH: PARTS.IDX NICHT LESBAR (STATUS "
                   WS-PARTSIDX-STATUS ") - BLDINDEX AUSFUEHREN"
               MOVE "RC-E-0206" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "PARTS.IDX NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PARTS-IDX-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF PART-COUNT >= 1000
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "PART-TABLE VOLL (1000)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "PART-TABLE VOLL (1000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO PART-COUNT
                           MOVE IXP-PARTNO TO T-PARTNO(PART-COUNT)
                           MOVE IXP-PARTNAME
                               TO T-PARTNAME(PART-COUNT)
                           MOVE IXP-UNITCOST
                               TO T-UNITCOST(PART-COUNT)
                           MOVE IXP-UNITCOST
                               TO T-LIVECOST(PART-COUNT)
                           MOVE IXP-SCRAPPCT
                               TO T-SCRAPPCT(PART-COUNT)
                           MOVE IXP-SUBSTITUTE
                               TO T-SUBSTITUTE(PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTS-IDX-FILE.

      *    Same date-effective resolution as CALCCOSTS, done twice
      *    over one read: as of the roll price date for the new
      *    standard and as of today for the live price.
       LOAD-PART-PRICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "PART_PRICES.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT PRICES-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PRICES-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                           IF PRICES-LINE(1:7) = "TRAILER"
                               MOVE PRICES-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO PRICE-COUNT
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PRICES-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-PRICE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICES-FILE.

       APPLY-PRICE-LINE.
           UNSTRING PRICES-LINE
               DELIMITED BY ";"
               INTO WS-PRC-PARTNO WS-PRC-FROM-TXT WS-PRC-COST-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-PRC-FROM-TXT) TO WS-PRC-FROM
           MOVE FUNCTION NUMVAL(WS-PRC-COST-TXT) TO WS-PRC-COST
           MOVE WS-PRC-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX-DIRECT
           IF PART-IDX > 0
               IF WS-PRC-FROM <= WS-PRICE-DATE
                   AND WS-PRC-FROM >= T-PRICE-FROM(PART-IDX)
                   MOVE WS-PRC-COST TO T-UNITCOST(PART-IDX)
                   MOVE WS-PRC-FROM TO T-PRICE-FROM(PART-IDX)
               END-IF
               IF WS-PRC-FROM <= WS-TODAY
                   AND WS-PRC-FROM >= T-LIVE-FROM(PART-IDX)
                   MOVE WS-PRC-COST TO T-LIVECOST(PART-IDX)
                   MOVE WS-PRC-FROM TO T-LIVE-FROM(PART-IDX)
               END-IF
           END-IF.

       LOAD-ROBOTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ROBOTS-IDX-FILE
           IF WS-ROBOTSIDX-STATUS NOT = "00"
               DISPLAY "ABBRUCH: ROBOTS.IDX NICHT LESBAR (STATUS "
                   WS-ROBOTSIDX-STATUS ") - BLDINDEX AUSFUEHREN"
               MOVE "RC-E-0206" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "ROBOTS.IDX NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ ROBOTS-IDX-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF ROBOT-COUNT >= 200
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "ROBOT-TABLE VOLL (200)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "ROBOT-TABLE VOLL (200)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO ROBOT-COUNT
                           MOVE IXR-ROBOTNO
                               TO T-ROBOTNO(ROBOT-COUNT)
                           MOVE IXR-ROBOTNAME
                               TO T-R-NAME(ROBOT-COUNT)
                           MOVE IXR-MAKEBUY
                               TO T-R-MAKEBUY(ROBOT-COUNT)
                           MOVE IXR-LABORCOST
                               TO T-R-LABOR(ROBOT-COUNT)
                           MOVE IXR-OVERHEADPCT
                               TO T-R-OVHPCT(ROBOT-COUNT)
                           MOVE IXR-PURCHPRICE
                               TO T-R-PURCH(ROBOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROBOTS-IDX-FILE.

      *    The BOM lines effective on the roll price date.
       LOAD-BOM.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "BOM.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT BOM-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BOM-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                           IF BOM-LINE(1:7) = "TRAILER"
                               MOVE BOM-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF BOM-COUNT >= 2000
                               DISPLAY "KAPAZITAET ERSCHOEPFT BEI "
                                   "ZEILE " LINE-NO
                                   " - BOM-TABLE VOLL (2000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "BOM-TABLE VOLL (2000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM PARSE-BOM
                               ADD 1 TO BOM-READ-COUNT
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(BOM-LINE))
                                   TO WS-RAW-CHECKSUM
                               IF WS-BOM-EFFFROM <= WS-PRICE-DATE
                                   AND WS-BOM-EFFTO >= WS-PRICE-DATE
                                   ADD 1 TO BOM-COUNT
                                   MOVE WS-BOM-ROBOTNO
                                       TO T-BOM-ROBOTNO(BOM-COUNT)
                                   MOVE WS-BOM-PARTNO
                                       TO T-BOM-PARTNO(BOM-COUNT)
                                   MOVE WS-BOM-QTY
                                       TO T-BOM-QTY(BOM-COUNT)
                               END-IF
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

       PARSE-BOM.
           MOVE SPACES TO WS-BOM-EFFFROM-TXT
           MOVE SPACES TO WS-BOM-EFFTO-TXT
           UNSTRING BOM-LINE
               DELIMITED BY ";"
               INTO WS-BOM-ROBOTNO WS-BOM-PARTNO WS-BOM-QTY-TXT
                    WS-BOM-EFFFROM-TXT WS-BOM-EFFTO-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-BOM-QTY-TXT) TO WS-BOM-QTY
           MOVE 0 TO WS-BOM-EFFFROM
           MOVE 99999999 TO WS-BOM-EFFTO
           IF WS-BOM-EFFFROM-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BOM-EFFFROM-TXT)
                   TO WS-BOM-EFFFROM
           END-IF
           IF WS-BOM-EFFTO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BOM-EFFTO-TXT)
                   TO WS-BOM-EFFTO
           END-IF.

      *    Bought robots are their purchase price. A made robot
      *    resolves once every sub-assembly on its BOM has; one
      *    pass per robot is enough for any depth, what is still
      *    open after that is circular and stands at zero.
       ROLL-ROBOT-STANDARDS.
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               IF T-R-MAKEBUY(RI) = "B"
                   MOVE T-R-PURCH(RI) TO T-R-MAT(RI)
                   MOVE 0 TO T-R-LABOR(RI)
                   MOVE 0 TO T-R-OVH(RI)
                   MOVE T-R-PURCH(RI) TO T-R-STD(RI)
                   MOVE "Y" TO T-R-RESOLVED(RI)
               END-IF
           END-PERFORM
           PERFORM VARYING PASS-NO FROM 1 BY 1
                   UNTIL PASS-NO > ROBOT-COUNT
               PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
                   IF T-R-RESOLVED(RI) = "N"
                       PERFORM TRY-RESOLVE-ROBOT-STD
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               IF T-R-RESOLVED(RI) = "N"
                   DISPLAY "WARNUNG: ZIRKULAERE ODER UNAUFLOESBARE "
                       "STUECKLISTE -> " T-ROBOTNO(RI)
                   MOVE "RC-W-0103" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "ZIRKULAERE ODER UNAUFLOESBARE "
                       "STUECKLISTE " T-ROBOTNO(RI)
                       " - STANDARD AUF NULL GESETZT"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 0 TO T-R-MAT(RI)
                   MOVE 0 TO T-R-OVH(RI)
                   MOVE 0 TO T-R-STD(RI)
                   MOVE "Y" TO T-R-RESOLVED(RI)
               END-IF
           END-PERFORM.

       TRY-RESOLVE-ROBOT-STD.
           MOVE "Y" TO WS-ALL-DEPS-OK
           MOVE 0 TO WS-ROBOT-MATCOST
           PERFORM VARYING BI FROM 1 BY 1 UNTIL BI > BOM-COUNT
               IF T-BOM-ROBOTNO(BI) = T-ROBOTNO(RI)
                   PERFORM APPLY-ROLL-LINE
               END-IF
           END-PERFORM
           IF WS-ALL-DEPS-OK = "Y"
               MOVE WS-ROBOT-MATCOST TO T-R-MAT(RI)
               COMPUTE T-R-OVH(RI) ROUNDED =
                   (T-R-MAT(RI) + T-R-LABOR(RI))
                   * T-R-OVHPCT(RI) / 100
               COMPUTE T-R-STD(RI) =
                   T-R-MAT(RI) + T-R-LABOR(RI) + T-R-OVH(RI)
               MOVE "Y" TO T-R-RESOLVED(RI)
           END-IF.

      *    A part line at standard plus its scrap allowance, a
      *    sub-assembly at its own rolled standard - the CALCCOSTS
      *    roll-up rule.
       APPLY-ROLL-LINE.
           MOVE T-BOM-PARTNO(BI) TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               COMPUTE WS-LINECOST ROUNDED =
                   T-UNITCOST(PART-IDX) * T-BOM-QTY(BI)
                   * (100 + T-SCRAPPCT(PART-IDX)) / 100
               ADD WS-LINECOST TO WS-ROBOT-MATCOST
           ELSE
               MOVE T-BOM-PARTNO(BI) TO WS-BOM-ROBOTNO
               PERFORM FIND-ROBOT-IDX
               IF ROBOT-IDX > 0 AND ROBOT-IDX NOT = RI
                   IF T-R-RESOLVED(ROBOT-IDX) = "Y"
                       COMPUTE WS-LINECOST ROUNDED =
                           T-R-STD(ROBOT-IDX) * T-BOM-QTY(BI)
                       ADD WS-LINECOST TO WS-ROBOT-MATCOST
                   ELSE
                       MOVE "N" TO WS-ALL-DEPS-OK
                   END-IF
               END-IF
           END-IF.

       FIND-ROBOT-IDX.
           MOVE 0 TO ROBOT-IDX
           MOVE 1 TO WS-BS-LO
           MOVE ROBOT-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR ROBOT-IDX > 0
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               IF T-ROBOTNO(WS-BS-MID) = WS-BOM-ROBOTNO
                   MOVE WS-BS-MID TO ROBOT-IDX
               ELSE
                   IF T-ROBOTNO(WS-BS-MID) < WS-BOM-ROBOTNO
                       COMPUTE WS-BS-LO = WS-BS-MID + 1
                   ELSE
                       COMPUTE WS-BS-HI = WS-BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PART-IDX.
           PERFORM FIND-PART-IDX-DIRECT
           IF PART-IDX = 0
               PERFORM FIND-SUBSTITUTE-PART-IDX
           END-IF.

       FIND-PART-IDX-DIRECT.
           MOVE 0 TO PART-IDX
           MOVE 1 TO WS-BS-LO
           MOVE PART-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR PART-IDX > 0
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               IF T-PARTNO(WS-BS-MID) = WS-BOM-PARTNO
                   MOVE WS-BS-MID TO PART-IDX
               ELSE
                   IF T-PARTNO(WS-BS-MID) < WS-BOM-PARTNO
                       COMPUTE WS-BS-LO = WS-BS-MID + 1
                   ELSE
                       COMPUTE WS-BS-HI = WS-BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SUBSTITUTE-PART-IDX.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PART-COUNT OR PART-IDX > 0
               MOVE FUNCTION TRIM(T-SUBSTITUTE(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-BOM-PARTNO) TO WS-KEY2
               IF WS-KEY1 NOT = SPACES AND WS-KEY1 = WS-KEY2
                   MOVE I TO PART-IDX
               END-IF
           END-PERFORM.

      *    Old standard = the newest released set; a part that set
      *    does not know (or every part, before the first release)
      *    starts from what the valuation used until now, the as-of
      *    price of the run day. A robot without an old standard is
      *    shown as new.
       SET-OLD-STANDARDS.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               MOVE T-LIVECOST(PART-IDX) TO T-OLDSTD(PART-IDX)
           END-PERFORM
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               IF SC-YEAR(SC-IDX) = WS-OLD-YEAR
                   AND WS-OLD-YEAR > 0
                   IF SC-TYPE(SC-IDX) = "P"
                       MOVE SC-ITEMNO(SC-IDX) TO WS-BOM-PARTNO
                       PERFORM FIND-PART-IDX-DIRECT
                       IF PART-IDX > 0
                           MOVE SC-STD(SC-IDX) TO T-OLDSTD(PART-IDX)
                           MOVE "J" TO T-OLD-SET(PART-IDX)
                       END-IF
                   ELSE
                       MOVE SC-ITEMNO(SC-IDX) TO WS-BOM-ROBOTNO
                       PERFORM FIND-ROBOT-IDX
                       IF ROBOT-IDX > 0
                           MOVE SC-STD(SC-IDX)
                               TO T-R-OLDSTD(ROBOT-IDX)
                           MOVE "J" TO T-R-OLD-SET(ROBOT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OLD-YEAR > 0
               MOVE SPACES TO WS-BASIS-TEXT
               STRING "STANDARD " WS-OLD-YEAR
                   DELIMITED BY SIZE INTO WS-BASIS-TEXT
           ELSE
               MOVE SPACES TO WS-BASIS-TEXT
               STRING "TAGESPREIS " WS-TODAY
                   DELIMITED BY SIZE INTO WS-BASIS-TEXT
           END-IF.

       LOAD-INVENTORY.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "INVENTORY.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "HINWEIS: INVENTORY.CSV NICHT VORHANDEN - "
                   "KEIN BESTAND ZU BEWERTEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ INVENTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF INVENTORY-LINE(1:7) = "TRAILER"
                               MOVE INVENTORY-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO INV-COUNT
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(INVENTORY-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-INVENTORY-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-FILE
           END-IF.

       APPLY-INVENTORY-LINE.
           MOVE SPACES TO WS-INV-PARTNO
           MOVE SPACES TO WS-INV-ONHAND-TXT
           UNSTRING INVENTORY-LINE
               DELIMITED BY ";"
               INTO WS-INV-PARTNO WS-INV-ONHAND-TXT
           END-UNSTRING
           MOVE WS-INV-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX-DIRECT
           IF PART-IDX > 0 AND WS-INV-ONHAND-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INV-ONHAND-TXT)
                   TO T-ONHAND(PART-IDX)
           END-IF.

       WRITE-COST-ROLL-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STANDARDKOSTENSATZ GESCHAEFTSJAHR " WS-STD-YEAR
               " - FREIGABE UND UMBEWERTUNG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | PREISSTAND: " WS-PRICE-DATE
               " | ALTER STANDARD: " FUNCTION TRIM(WS-BASIS-TEXT)
               " | BUCHUNGSPERIODE: " WS-POST-PERIOD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ROBOTER-STANDARDS (MATERIAL | LOHN | GEMEINKOSTEN)"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               IF T-R-OLD-SET(RI) = "J"
                   MOVE T-R-OLDSTD(RI) TO WS-EUR-DISP
                   MOVE WS-EUR-DISP TO WS-OLDSTD-DISP
               ELSE
                   MOVE "         NEU" TO WS-OLDSTD-DISP
               END-IF
               MOVE T-R-MAT(RI) TO WS-EUR-DISP
               MOVE T-R-LABOR(RI) TO WS-EUR2-DISP
               MOVE T-R-OVH(RI) TO WS-EUR3-DISP
               MOVE T-R-STD(RI) TO WS-EUR4-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING T-ROBOTNO(RI) " | " T-R-NAME(RI)(1:20)
                   " | MATERIAL: EUR " WS-EUR-DISP
                   " | LOHN: EUR " WS-EUR2-DISP
                   " | GEMEINKOSTEN: EUR " WS-EUR3-DISP
                   " | STANDARD: EUR " WS-EUR4-DISP
                   " | BISHER: EUR " WS-OLDSTD-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "UMBEWERTUNG DES BESTANDS (INVENTORY.CSV)"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               PERFORM WRITE-REVALUATION-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OLD-TOTAL TO WS-VAL-DISP
           MOVE WS-NEW-TOTAL TO WS-VAL2-DISP
           MOVE WS-DIFF-TOTAL TO WS-VAL3-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMME | WERT ALT: EUR " WS-VAL-DISP
               " | WERT NEU: EUR " WS-VAL2-DISP
               " | UMBEWERTUNG: EUR " WS-VAL3-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF WS-OLD-YEAR = 0
               MOVE "* ALTER WERT ZUM TAGESPREIS (ERSTER STANDARD)"
                   TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           ELSE
           IF WS-NO-OLD-COUNT > 0
               MOVE "* TEIL NICHT IM ALTEN STANDARD - TAGESPREIS"
                   TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           END-IF
           CLOSE REPORT-FILE.

       WRITE-REVALUATION-LINE.
           COMPUTE WS-OLD-VALUE =
               T-ONHAND(PART-IDX) * T-OLDSTD(PART-IDX)
           COMPUTE WS-NEW-VALUE =
               T-ONHAND(PART-IDX) * T-UNITCOST(PART-IDX)
           COMPUTE WS-DIFF-VALUE = WS-NEW-VALUE - WS-OLD-VALUE
           ADD WS-OLD-VALUE TO WS-OLD-TOTAL
           ADD WS-NEW-VALUE TO WS-NEW-TOTAL
           ADD WS-DIFF-VALUE TO WS-DIFF-TOTAL
           IF T-OLD-SET(PART-IDX) = "J"
               MOVE SPACES TO WS-OLD-MARK
           ELSE
               MOVE " *" TO WS-OLD-MARK
               ADD 1 TO WS-NO-OLD-COUNT
           END-IF
           MOVE T-ONHAND(PART-IDX) TO WS-QTY-DISP
           MOVE T-OLDSTD(PART-IDX) TO WS-EUR-DISP
           MOVE T-UNITCOST(PART-IDX) TO WS-EUR2-DISP
           MOVE WS-OLD-VALUE TO WS-VAL-DISP
           MOVE WS-NEW-VALUE TO WS-VAL2-DISP
           MOVE WS-DIFF-VALUE TO WS-VAL3-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING T-PARTNO(PART-IDX) " | "
               T-PARTNAME(PART-IDX)(1:20)
               " | BESTAND: " WS-QTY-DISP
               " | STD ALT: EUR " WS-EUR-DISP WS-OLD-MARK
               " | STD NEU: EUR " WS-EUR2-DISP
               " | WERT ALT: EUR " WS-VAL-DISP
               " | WERT NEU: EUR " WS-VAL2-DISP
               " | DIFFERENZ: EUR " WS-VAL3-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

      *    The sets already released are written back as read, the
      *    new one is appended behind them; the trailer is counted
      *    from what is written.
       REWRITE-STANDARD-FILE.
           OPEN OUTPUT STD-COST-FILE
           WRITE STD-COST-LINE FROM WS-SC-HEADER
           MOVE 0 TO WS-SC-OUT-COUNT
           MOVE 0 TO WS-SC-OUT-CHECKSUM
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-COUNT
               MOVE SC-LINE(SC-IDX) TO WS-SC-REC
               PERFORM WRITE-STANDARD-ROW
           END-PERFORM
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               MOVE T-UNITCOST(PART-IDX) TO WS-MAT-TXT
               MOVE 0 TO WS-LAB-TXT
               MOVE 0 TO WS-OVH-TXT
               MOVE T-UNITCOST(PART-IDX) TO WS-STD-TXT
               MOVE SPACES TO WS-PRICEDATE-TXT
               IF T-PRICE-FROM(PART-IDX) > 0
                   MOVE T-PRICE-FROM(PART-IDX) TO WS-PRICEDATE-TXT
               END-IF
               MOVE "P" TO WS-SC-TYPE
               MOVE T-PARTNO(PART-IDX) TO WS-SC-ITEMNO
               PERFORM BUILD-STANDARD-ROW
               PERFORM WRITE-STANDARD-ROW
           END-PERFORM
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               MOVE T-R-MAT(RI) TO WS-MAT-TXT
               MOVE T-R-LABOR(RI) TO WS-LAB-TXT
               MOVE T-R-OVH(RI) TO WS-OVH-TXT
               MOVE T-R-STD(RI) TO WS-STD-TXT
               MOVE WS-PRICE-DATE TO WS-PRICEDATE-TXT
               MOVE "R" TO WS-SC-TYPE
               MOVE T-ROBOTNO(RI) TO WS-SC-ITEMNO
               PERFORM BUILD-STANDARD-ROW
               PERFORM WRITE-STANDARD-ROW
           END-PERFORM
           MOVE WS-SC-OUT-COUNT TO WS-CNT-TXT
           MOVE WS-SC-OUT-CHECKSUM TO WS-SUM-TXT
           MOVE SPACES TO WS-SC-REC
           STRING "TRAILER;"
               FUNCTION TRIM(WS-CNT-TXT) ";"
               FUNCTION TRIM(WS-SUM-TXT)
               DELIMITED BY SIZE INTO WS-SC-REC
           WRITE STD-COST-LINE FROM WS-SC-REC
           CLOSE STD-COST-FILE.

       BUILD-STANDARD-ROW.
           MOVE SPACES TO WS-SC-REC
           STRING WS-STD-YEAR ";"
               WS-SC-TYPE ";"
               FUNCTION TRIM(WS-SC-ITEMNO) ";"
               FUNCTION TRIM(WS-MAT-TXT) ";"
               FUNCTION TRIM(WS-LAB-TXT) ";"
               FUNCTION TRIM(WS-OVH-TXT) ";"
               FUNCTION TRIM(WS-STD-TXT) ";"
               FUNCTION TRIM(WS-PRICEDATE-TXT) ";"
               FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-SC-REC.

       WRITE-STANDARD-ROW.
           ADD 1 TO WS-SC-OUT-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(WS-SC-REC))
               TO WS-SC-OUT-CHECKSUM
           WRITE STD-COST-LINE FROM WS-SC-REC.

      *    One row per part with stock; GLEXTRACT posts the sum of
      *    REVALEUR of the latest release run of POSTPERIOD.
       WRITE-REVAL-HISTORY.
           OPEN EXTEND REVAL-HISTORY-FILE
           IF WS-REVALHIST-STATUS = "35"
               OPEN OUTPUT REVAL-HISTORY-FILE
               MOVE SPACES TO WS-REVAL-REC
               STRING "FISCALYEAR;POSTPERIOD;PARTNO;ONHANDQTY;"
                   "OLDSTD;NEWSTD;OLDVALUE;NEWVALUE;REVALEUR;RUNID"
                   DELIMITED BY SIZE INTO WS-REVAL-REC
               WRITE REVAL-HISTORY-LINE FROM WS-REVAL-REC
           END-IF
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF T-ONHAND(PART-IDX) NOT = 0
                   COMPUTE WS-OLD-VALUE =
                       T-ONHAND(PART-IDX) * T-OLDSTD(PART-IDX)
                   COMPUTE WS-NEW-VALUE =
                       T-ONHAND(PART-IDX) * T-UNITCOST(PART-IDX)
                   COMPUTE WS-DIFF-VALUE = WS-NEW-VALUE - WS-OLD-VALUE
                   MOVE T-ONHAND(PART-IDX) TO WS-QTY-TXT
                   MOVE T-OLDSTD(PART-IDX) TO WS-OLDSTD-TXT
                   MOVE T-UNITCOST(PART-IDX) TO WS-NEWSTD-TXT
                   MOVE WS-OLD-VALUE TO WS-OLDVAL-TXT
                   MOVE WS-NEW-VALUE TO WS-NEWVAL-TXT
                   MOVE WS-DIFF-VALUE TO WS-DIFF-TXT
                   MOVE SPACES TO WS-REVAL-REC
                   STRING WS-STD-YEAR ";" WS-POST-PERIOD ";"
                       FUNCTION TRIM(T-PARTNO(PART-IDX)) ";"
                       FUNCTION TRIM(WS-QTY-TXT) ";"
                       FUNCTION TRIM(WS-OLDSTD-TXT) ";"
                       FUNCTION TRIM(WS-NEWSTD-TXT) ";"
                       FUNCTION TRIM(WS-OLDVAL-TXT) ";"
                       FUNCTION TRIM(WS-NEWVAL-TXT) ";"
                       FUNCTION TRIM(WS-DIFF-TXT) ";"
                       FUNCTION TRIM(WS-RUN-ID)
                       DELIMITED BY SIZE INTO WS-REVAL-REC
                   WRITE REVAL-HISTORY-LINE FROM WS-REVAL-REC
               END-IF
           END-PERFORM
           CLOSE REVAL-HISTORY-FILE.

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
