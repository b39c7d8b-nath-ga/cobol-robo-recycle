       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCOUNT.

      *    Cycle counting instead of the full warehouse stocktake.
      *    Every stocked part (a row in inventory.csv) is classified
      *    A/B/C by its annual usage value: the gross demand of the
      *    LATEST MATREQ run in demand_history.csv over the first
      *    twelve months of that run's horizon, valued at the
      *    part_prices.csv price as of COSTDATE (list price of the
      *    part master without one). Sorted by value, the parts that
      *    make up the first ABCAPCT percent of the total are A, up
      *    to ABCBPCT percent B, the rest and every part without
      *    usage C (batch_parms, defaults 80 and 95).
      *
      *    Count cycle: A monthly, B quarterly, C yearly. A part is
      *    due when its last count is 30 / 91 / 365 days back or it
      *    has never been counted; the oldest due parts go on the
      *    count sheet first, at most the class size spread over 20 /
      *    60 / 240 working days per day, so the warehouse gets an
      *    even daily load rather than the whole class on one day.
      *    Parts waiting for a recount always go on the sheet.
      *
      *    count_sheet.csv (rewritten every run) carries
      *    PARTNO;CLASS;COUNTQTY;COUNTDATE;LOCATION with the last
      *    three empty; the warehouse fills them in and hands the
      *    sheet back as count_results.csv (same layout, line 1 is a
      *    header, blank COUNTQTY = not counted, blank COUNTDATE =
      *    today). LOCATION is the location the count was taken at
      *    and the difference is booked to (blank = parm COUNTLOC,
      *    default LAGER); a location STOCKPOST would refuse (not in
      *    locations.csv, or KAEFIG) rejects the count. Each count
      *    is compared to the stock of the part at that location in
      *    inventory_loc.csv, STOCKPOST's split of ONHANDQTY (a part
      *    without location rows, and any part of ONHANDQTY the rows
      *    do not cover, is in LAGER):
      *      - difference within the class tolerance CCTOLA/B/C
      *        (percent of that stock, defaults 1 / 2 / 5): the
      *        difference is appended to stock_trans.csv as an A
      *        adjustment on the count location, reference
      *        ZYKLUSZAEHLUNG, and STOCKPOST posts it in the same
      *        chain;
      *      - larger difference: nothing is posted, the part goes
      *        on the recount list and on the next sheet; the
      *        recount is taken as verified and posted whatever the
      *        difference.
      *    The program runs before STOCKPOST, so a count is compared
      *    with the stock of the last posting, before the day's
      *    movements.
      *
      *    cycle_count_master.csv keeps class, usage and the last
      *    count date per part (rewritten with trailer);
      *    cycle_count_history.csv (append) keeps every count with
      *    its result and is the basis of the accuracy trend per
      *    class over the last twelve months on
      *    cycle_count_report.txt. A first count within tolerance is
      *    a hit; recounts are not counted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-IDX-FILE
               ASSIGN TO "..\data\parts.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IXP-PARTNO
               FILE STATUS IS WS-PARTSIDX-STATUS.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT INVLOC-FILE
               ASSIGN TO "..\data\inventory_loc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLOC-STATUS.
           SELECT DEMAND-HISTORY-FILE
               ASSIGN TO "..\data\demand_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CC-MASTER-FILE
               ASSIGN TO "..\data\cycle_count_master.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RESULTS-FILE
               ASSIGN TO "..\data\count_results.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "..\data\locations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT STOCK-TRANS-FILE
               ASSIGN TO "..\data\stock_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKTRANS-STATUS.
           SELECT CC-HISTORY-FILE
               ASSIGN TO "..\data\cycle_count_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCHIST-STATUS.
           SELECT SHEET-FILE
               ASSIGN TO "..\data\count_sheet.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CC-REPORT-FILE
               ASSIGN TO "..\data\cycle_count_report.txt"
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

       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  INVLOC-FILE.
       01  INVLOC-LINE             PIC X(200).

       FD  DEMAND-HISTORY-FILE.
       01  DEMAND-HISTORY-LINE     PIC X(100).

       FD  CC-MASTER-FILE.
       01  CC-MASTER-LINE          PIC X(200).

       FD  RESULTS-FILE.
       01  RESULTS-LINE            PIC X(200).

       FD  LOCATION-FILE.
       01  LOCATION-LINE           PIC X(200).

       FD  STOCK-TRANS-FILE.
       01  STOCK-TRANS-LINE        PIC X(200).

       FD  CC-HISTORY-FILE.
       01  CC-HISTORY-LINE         PIC X(250).

       FD  SHEET-FILE.
       01  SHEET-LINE              PIC X(100).

       FD  CC-REPORT-FILE.
       01  CC-REPORT-LINE          PIC X(300).

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
       77  K                       PIC 9(5) VALUE 0.
       77  WS-KEY1                 PIC X(10).
       77  WS-KEY2                 PIC X(10).

       77  WS-PARTSIDX-STATUS      PIC X(2) VALUE "00".
       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-INVENTORY-STATUS     PIC X(2) VALUE "00".
       77  WS-INVLOC-STATUS        PIC X(2) VALUE "00".
       77  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       77  WS-MASTER-STATUS        PIC X(2) VALUE "00".
       77  WS-RESULTS-STATUS       PIC X(2) VALUE "00".
       77  WS-STOCKTRANS-STATUS    PIC X(2) VALUE "00".
       77  WS-CCHIST-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  WS-BS-LO                PIC 9(4) VALUE 0.
       77  WS-BS-HI                PIC 9(4) VALUE 0.
       77  WS-BS-MID               PIC 9(4) VALUE 0.

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(25).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 EINGABEDATEI FEHLT
      *      RC-E-0206 INDEXDATEI NICHT LESBAR
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
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-TODAY-DAYNO          PIC 9(8).
       01  WS-ABC-A-PCT            PIC 9(3)V99 VALUE 80.
       01  WS-ABC-B-PCT            PIC 9(3)V99 VALUE 95.
       01  WS-COUNT-LOC            PIC X(10) VALUE "LAGER".

      *    Valid locations, see LOAD-LOCATIONS.
       77  WS-LOC-STATUS           PIC X(2) VALUE "00".
       01  LOC-TABLE.
           05 LOC-ENTRY OCCURS 50 TIMES.
              10 LOC-CODE          PIC X(10).
       77  LOC-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEFAULT-LOC          PIC X(10) VALUE "LAGER".
       01  WS-CAGE-LOC             PIC X(10) VALUE "KAEFIG".
       01  WS-LC-DESC              PIC X(60).
       01  WS-CHECK-LOC            PIC X(10).
       01  WS-LOC-ERROR            PIC X(40).

      *    One entry per class: count interval in calendar days,
      *    working days the class is spread over, count tolerance in
      *    percent of the stock at the count location, and the
      *    figures of this run.
       01  CLASS-TABLE.
           05 CL-ENTRY OCCURS 3 TIMES.
              10 CL-CODE           PIC X(1).
              10 CL-INTERVAL       PIC 9(3).
              10 CL-SPREAD         PIC 9(3).
              10 CL-TOL-PCT        PIC 9(3)V99.
              10 CL-PARTS          PIC 9(5).
              10 CL-VALUE          PIC 9(13)V99.
              10 CL-CHANGED        PIC 9(5).
              10 CL-QUOTA          PIC 9(5).
              10 CL-SHEET          PIC 9(5).
              10 CL-RECOUNTS       PIC 9(5).
              10 CL-COUNTED        PIC 9(5).
              10 CL-HITS           PIC 9(5).
       77  CL-IDX                  PIC 9(1) VALUE 0.

       01  PART-TABLE.
           05 PART-ENTRY OCCURS 1000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-UNITCOST        PIC 9(9)V99.
              10 T-PRICE-FROM      PIC 9(8) VALUE 0.
       77  PART-COUNT              PIC 9(4) VALUE 0.
       77  PART-IDX                PIC 9(4) VALUE 0.
       01  WS-FIND-PARTNO          PIC X(10).

       77  PRICE-COUNT             PIC 9(5) VALUE 0.
       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-FROM             PIC 9(8).
       01  WS-PRC-COST             PIC 9(9)V99.

      *    Count master, one entry per row of inventory.csv. The
      *    master file is rewritten whole, so a truncated load is a
      *    hard stop.
       01  CC-TABLE.
           05 CC-ENTRY OCCURS 1000 TIMES.
              10 CC-PARTNO         PIC X(10).
              10 CC-ONHAND         PIC S9(9).
              10 CC-LOC-SUM        PIC S9(9).
              10 CC-UNITCOST       PIC 9(9)V99.
              10 CC-USAGE-QTY      PIC 9(9).
              10 CC-USAGE-VALUE    PIC 9(13)V99.
              10 CC-CUM-PCT        PIC 9(3)V99.
              10 CC-CLASS          PIC X(1).
              10 CC-OLD-CLASS      PIC X(1).
              10 CC-LASTCOUNT      PIC 9(8).
              10 CC-RECOUNT        PIC X(1).
              10 CC-ON-SHEET       PIC X(1).
       77  CC-COUNT                PIC 9(4) VALUE 0.
       77  CC-IDX                  PIC 9(4) VALUE 0.
       01  CC-HEADER               PIC X(200).

      *    Parts by descending usage value, for the cumulative
      *    share that decides the class.
       01  RANK-TABLE.
           05 RK-CC-IDX            PIC 9(4) OCCURS 1000 TIMES.
       77  WS-RANK-SWAP            PIC 9(4) VALUE 0.
       01  WS-TOTAL-VALUE          PIC 9(15)V99.
       01  WS-CUM-VALUE            PIC 9(15)V99.
       01  WS-CUM-PCT-BEFORE       PIC 9(3)V99.

       01  WS-INV-PARTNO           PIC X(10).
       01  WS-INV-ONHAND-TXT       PIC X(20).

      *    Stock per part and location, see LOAD-INVENTORY-LOCATIONS.
      *    Adjustments written in this run are added in, so the
      *    table holds the stock STOCKPOST will have after posting
      *    them.
       01  INVLOC-TABLE.
           05 IL-ENTRY OCCURS 60000 TIMES.
              10 IL-PARTNO         PIC X(10).
              10 IL-LOCATION       PIC X(10).
              10 IL-QTY            PIC S9(9).
       77  INVLOC-COUNT            PIC 9(5) VALUE 0.
       77  IL-IDX                  PIC 9(5) VALUE 0.
       01  WS-IL-PARTNO            PIC X(10).
       01  WS-IL-LOCATION          PIC X(10).
       01  WS-IL-QTY-TXT           PIC X(20).
       01  WS-IL-QTY               PIC S9(9).
       01  WS-FIND-LOC             PIC X(10).
       01  WS-LOC-DIFF             PIC S9(9).

       01  WS-CM-PARTNO            PIC X(10).
       01  WS-CM-CLASS             PIC X(1).
       01  WS-CM-USAGE-TXT         PIC X(20).
       01  WS-CM-COST-TXT          PIC X(20).
       01  WS-CM-VALUE-TXT         PIC X(20).
       01  WS-CM-LASTCOUNT-TXT     PIC X(20).
       01  WS-CM-RECOUNT           PIC X(1).
       77  MASTER-READ-COUNT       PIC 9(5) VALUE 0.

      *    Demand history is append-only in run order; a first pass
      *    finds the latest run and its earliest period, the second
      *    pass sums that run's twelve months from there.
       01  WS-DH-RUNDATE           PIC X(8).
       01  WS-DH-PARTNO            PIC X(10).
       01  WS-DH-PERIOD-TXT        PIC X(20).
       01  WS-DH-QTY-TXT           PIC X(20).
       01  WS-DH-RUNID             PIC X(15).
       01  WS-DH-PERIOD            PIC 9(6).
       01  WS-CUR-RUNID            PIC X(15) VALUE SPACES.
       01  WS-USAGE-FROM           PIC 9(6) VALUE 0.
       01  WS-USAGE-FROM-R REDEFINES WS-USAGE-FROM.
           05 WS-USAGE-FROM-YEAR   PIC 9(4).
           05 WS-USAGE-FROM-MONTH  PIC 9(2).
       01  WS-USAGE-TO             PIC 9(6) VALUE 0.
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-MI-YEAR              PIC 9(4).
       01  WS-MI-MONTH             PIC 9(2).
       77  HIST-READ-COUNT         PIC 9(7) VALUE 0.

       01  WS-R-PARTNO             PIC X(10).
       01  WS-R-CLASS              PIC X(1).
       01  WS-R-QTY-TXT            PIC X(20).
       01  WS-R-DATE               PIC X(8).
       01  WS-R-DATE-N REDEFINES WS-R-DATE.
           05 WS-R-YEAR            PIC 9(4).
           05 WS-R-MONTH           PIC 9(2).
           05 WS-R-DAY             PIC 9(2).
       01  WS-R-DATE-NUM           PIC 9(8).
       01  WS-R-QTY                PIC S9(9).
       01  WS-R-DIFF               PIC S9(9).
       01  WS-R-ABS-DIFF           PIC 9(9).
       01  WS-R-ONHAND             PIC S9(9).
       01  WS-R-RESULT             PIC X(15).
       01  WS-R-LOCATION           PIC X(10).
       01  WS-REJECT-REASON        PIC X(50).
       77  WS-RESULTS-READ         PIC 9(5) VALUE 0.
       77  WS-COUNTED-COUNT        PIC 9(5) VALUE 0.
       77  WS-UNCOUNTED-COUNT      PIC 9(5) VALUE 0.
       77  WS-ADJUST-COUNT         PIC 9(5) VALUE 0.
       77  WS-RECOUNT-COUNT        PIC 9(5) VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       77  WS-SHEET-COUNT          PIC 9(5) VALUE 0.
       77  WS-DUE-DAYS             PIC 9(8) VALUE 0.
       77  WS-PICK-IDX             PIC 9(4) VALUE 0.
       01  WS-PICK-LAST            PIC 9(8).

      *    Accuracy trend: the twelve months up to the current one,
      *    slot 12 is the current month.
       01  ACCURACY-TABLE.
           05 AC-MONTH OCCURS 12 TIMES.
              10 AC-PERIOD         PIC 9(6).
              10 AC-CLASS OCCURS 3 TIMES.
                 15 AC-COUNTED     PIC 9(5).
                 15 AC-HITS        PIC 9(5).
       77  AC-SLOT                 PIC 9(2) VALUE 0.
       01  WS-CUR-MONTH-INDEX      PIC 9(6).
       01  WS-HS-RUNID             PIC X(15).
       01  WS-HS-DATE              PIC X(8).
       01  WS-HS-PARTNO            PIC X(10).
       01  WS-HS-CLASS             PIC X(1).
       01  WS-HS-ONHAND-TXT        PIC X(20).
       01  WS-HS-COUNT-TXT         PIC X(20).
       01  WS-HS-DIFF-TXT          PIC X(20).
       01  WS-HS-RESULT            PIC X(15).
       77  WS-ACC-COUNTED          PIC 9(6) VALUE 0.
       77  WS-ACC-HITS             PIC 9(6) VALUE 0.
       01  WS-ACC-PCT              PIC 9(3)V9.
       01  WS-ACC-CELL             PIC X(30).
       01  WS-ACC-CELLS            PIC X(120).

       77  WS-VAL-COUNT            PIC 9(6) VALUE 0.
       77  WS-VAL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-VAL-TRAILER          PIC X(80).
       01  WS-VAL-COUNT-TXT        PIC Z(5)9.
       01  WS-VAL-SUM-TXT          PIC Z(8)9.
       01  WS-VAL-LINE             PIC X(200).
       01  WS-OUT-REC              PIC X(250).
       01  WS-QTY-TXT              PIC Z(8)9.
       01  WS-QTY2-TXT             PIC Z(8)9.
       01  WS-SIGNED-TXT           PIC -(9)9.
       01  WS-SIGNED2-TXT          PIC -(9)9.
       01  WS-COST-TXT             PIC Z(8)9.99.
       01  WS-VALUE-TXT            PIC Z(12)9.99.

       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-QTY-DISP             PIC ZZZZZZZZ9.
       01  WS-SIGNED-DISP          PIC ---------9.
       01  WS-COST-DISP            PIC ZZZZZZZZ9.99.
       01  WS-VALUE-DISP           PIC ZZZZZZZZZZZZ9.99.
       01  WS-PCT-DISP             PIC ZZ9.99.
       01  WS-ACC-DISP             PIC ZZ9.9.
       01  WS-COUNT-DISP           PIC ZZZZ9.
       01  WS-COUNT2-DISP          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "ZYKLISCHE INVENTUR GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM INIT-CLASS-TABLE
           PERFORM LOAD-PARMS
           PERFORM LOAD-LOCATIONS
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-INVENTORY-LOCATIONS
           PERFORM LOAD-CC-MASTER
           PERFORM FIND-LATEST-DEMAND-RUN
           PERFORM LOAD-ANNUAL-USAGE
           PERFORM CLASSIFY-PARTS
           OPEN OUTPUT CC-REPORT-FILE
           MOVE "ZYKLISCHE INVENTUR - ABC-KLASSEN UND ZAEHLLISTE"
               TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | PREISSTAND: " WS-COST-DATE
               " | DATENBASIS: LAUF "
               FUNCTION TRIM(WS-CUR-RUNID)
               " PERIODEN " WS-USAGE-FROM " - " WS-USAGE-TO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-CLASSIFICATION
           PERFORM PROCESS-COUNT-RESULTS
           PERFORM WRITE-RECOUNT-LIST
           PERFORM SELECT-COUNT-SHEET
           PERFORM LOAD-ACCURACY-HISTORY
           PERFORM WRITE-ACCURACY-TREND
           CLOSE CC-REPORT-FILE
           PERFORM REWRITE-CC-MASTER
           IF (WS-REJECT-COUNT > 0 OR WS-WARN-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ZYKLISCHE INVENTUR BEENDET - GEZAEHLT: "
               WS-COUNTED-COUNT " KORREKTUREN: " WS-ADJUST-COUNT
               " NACHZAEHLUNG: " WS-RECOUNT-COUNT
               " ABGELEHNT: " WS-REJECT-COUNT
               " ZAEHLLISTE: " WS-SHEET-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           DISPLAY "CYCCOUNT: GEZAEHLT " WS-COUNTED-COUNT
               " KORREKTUREN " WS-ADJUST-COUNT
               " NACHZAEHLUNG " WS-RECOUNT-COUNT
               " ABGELEHNT " WS-REJECT-COUNT
               " ZAEHLLISTE " WS-SHEET-COUNT
           GOBACK.

       INIT-CLASS-TABLE.
           MOVE "A" TO CL-CODE(1)
           MOVE 30 TO CL-INTERVAL(1)
           MOVE 20 TO CL-SPREAD(1)
           MOVE 1 TO CL-TOL-PCT(1)
           MOVE "B" TO CL-CODE(2)
           MOVE 91 TO CL-INTERVAL(2)
           MOVE 60 TO CL-SPREAD(2)
           MOVE 2 TO CL-TOL-PCT(2)
           MOVE "C" TO CL-CODE(3)
           MOVE 365 TO CL-INTERVAL(3)
           MOVE 240 TO CL-SPREAD(3)
           MOVE 5 TO CL-TOL-PCT(3)
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
               MOVE 0 TO CL-PARTS(CL-IDX)
               MOVE 0 TO CL-VALUE(CL-IDX)
               MOVE 0 TO CL-CHANGED(CL-IDX)
               MOVE 0 TO CL-QUOTA(CL-IDX)
               MOVE 0 TO CL-SHEET(CL-IDX)
               MOVE 0 TO CL-RECOUNTS(CL-IDX)
               MOVE 0 TO CL-COUNTED(CL-IDX)
               MOVE 0 TO CL-HITS(CL-IDX)
           END-PERFORM.

      *    COSTDATE values the usage exactly as CALCCOSTS prices the
      *    robots; ABCAPCT/ABCBPCT are the cumulative value limits of
      *    classes A and B, CCTOLA/B/C the count tolerances.
       LOAD-PARMS.
           MOVE WS-TODAY TO WS-COST-DATE
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
                   WHEN "COSTDATE"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-COST-DATE
                   WHEN "ABCAPCT"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-ABC-A-PCT
                   WHEN "ABCBPCT"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-ABC-B-PCT
                   WHEN "CCTOLA"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO CL-TOL-PCT(1)
                   WHEN "CCTOLB"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO CL-TOL-PCT(2)
                   WHEN "CCTOLC"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO CL-TOL-PCT(3)
                   WHEN "COUNTLOC"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-COUNT-LOC
               END-EVALUATE
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
                           ADD 1 TO WS-TOTAL-READ
                           MOVE IXP-PARTNO TO T-PARTNO(PART-COUNT)
                           MOVE IXP-UNITCOST
                               TO T-UNITCOST(PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTS-IDX-FILE.

      *    Same date-effective price resolution as CALCCOSTS: of all
      *    price rows with EFFFROM on or before the costing date the
      *    latest wins; a part without one keeps its list price.
       LOAD-PART-PRICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "PART_PRICES.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT PRICES-FILE
           IF WS-PRICES-STATUS NOT = "00"
               DISPLAY "HINWEIS: PART_PRICES.CSV NICHT VORHANDEN - "
                   "LISTENPREISE DES TEILESTAMMS"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PRICES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF PRICES-LINE(1:7) = "TRAILER"
                               MOVE PRICES-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO PRICE-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PRICES-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-PRICE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICES-FILE
           END-IF.

       APPLY-PRICE-LINE.
           MOVE SPACES TO WS-PRC-PARTNO
           MOVE SPACES TO WS-PRC-FROM-TXT
           MOVE SPACES TO WS-PRC-COST-TXT
           UNSTRING PRICES-LINE
               DELIMITED BY ";"
               INTO WS-PRC-PARTNO WS-PRC-FROM-TXT WS-PRC-COST-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-PRC-FROM-TXT) TO WS-PRC-FROM
           MOVE FUNCTION NUMVAL(WS-PRC-COST-TXT) TO WS-PRC-COST
           MOVE WS-PRC-PARTNO TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               IF WS-PRC-FROM <= WS-COST-DATE
                   AND WS-PRC-FROM >= T-PRICE-FROM(PART-IDX)
                   MOVE WS-PRC-COST TO T-UNITCOST(PART-IDX)
                   MOVE WS-PRC-FROM TO T-PRICE-FROM(PART-IDX)
               END-IF
           END-IF.

      *    The stocked parts are what can be counted: every row of
      *    inventory.csv becomes a count-master entry.
       LOAD-INVENTORY.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "INVENTORY.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "ABBRUCH: INVENTORY.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "INVENTORY.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ INVENTORY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF INVENTORY-LINE(1:7) = "TRAILER"
                           MOVE INVENTORY-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF CC-COUNT >= 1000
                           DISPLAY "ABBRUCH: CC-TABLE VOLL "
                               "(1000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "CC-TABLE VOLL (1000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(INVENTORY-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-INVENTORY-ROW
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

       STORE-INVENTORY-ROW.
           MOVE SPACES TO WS-INV-PARTNO
           MOVE SPACES TO WS-INV-ONHAND-TXT
           UNSTRING INVENTORY-LINE
               DELIMITED BY ";"
               INTO WS-INV-PARTNO WS-INV-ONHAND-TXT
           END-UNSTRING
           ADD 1 TO CC-COUNT
           MOVE WS-INV-PARTNO TO CC-PARTNO(CC-COUNT)
           MOVE 0 TO CC-ONHAND(CC-COUNT)
           MOVE 0 TO CC-LOC-SUM(CC-COUNT)
           IF WS-INV-ONHAND-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INV-ONHAND-TXT)
                   TO CC-ONHAND(CC-COUNT)
           END-IF
           MOVE 0 TO CC-UNITCOST(CC-COUNT)
           MOVE WS-INV-PARTNO TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               MOVE T-UNITCOST(PART-IDX) TO CC-UNITCOST(CC-COUNT)
           END-IF
           MOVE 0 TO CC-USAGE-QTY(CC-COUNT)
           MOVE 0 TO CC-USAGE-VALUE(CC-COUNT)
           MOVE 0 TO CC-CUM-PCT(CC-COUNT)
           MOVE "C" TO CC-CLASS(CC-COUNT)
           MOVE SPACES TO CC-OLD-CLASS(CC-COUNT)
           MOVE 0 TO CC-LASTCOUNT(CC-COUNT)
           MOVE "N" TO CC-RECOUNT(CC-COUNT)
           MOVE "N" TO CC-ON-SHEET(CC-COUNT).

      *    inventory_loc.csv is STOCKPOST's split of ONHANDQTY over
      *    the locations. It is read the way STOCKPOST reads it: no
      *    file means no split yet, rows of parts not in
      *    inventory.csv are left out, and whatever part of
      *    ONHANDQTY the rows do not cover is in LAGER - STOCKPOST
      *    warns about such a difference and books it there. The
      *    counts are compared per location, so a truncated load is
      *    a hard stop.
       LOAD-INVENTORY-LOCATIONS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "INVENTORY_LOC.CSV" TO WS-TRAILER-FILE
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "HINWEIS: INVENTORY_LOC.CSV NICHT VORHANDEN - "
                   "BESTAND GILT ALS LAGER"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ INVLOC-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF INVLOC-LINE(1:7) = "TRAILER"
                               MOVE INVLOC-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(INVLOC-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-INVLOC-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLOC-FILE
           END-IF
           PERFORM VARYING CC-IDX FROM 1 BY 1 UNTIL CC-IDX > CC-COUNT
               COMPUTE WS-LOC-DIFF =
                   CC-ONHAND(CC-IDX) - CC-LOC-SUM(CC-IDX)
               IF WS-LOC-DIFF NOT = 0
                   MOVE FUNCTION TRIM(CC-PARTNO(CC-IDX))
                       TO WS-FIND-PARTNO
                   MOVE WS-DEFAULT-LOC TO WS-FIND-LOC
                   PERFORM FIND-LOC-ROW
                   IF IL-IDX = 0
                       PERFORM ADD-LOC-ROW
                   END-IF
                   IF IL-IDX = 0
                       PERFORM STOP-INVLOC-FULL
                   END-IF
                   ADD WS-LOC-DIFF TO IL-QTY(IL-IDX)
                   ADD WS-LOC-DIFF TO CC-LOC-SUM(CC-IDX)
               END-IF
           END-PERFORM.

       APPLY-INVLOC-LINE.
           MOVE SPACES TO WS-IL-PARTNO
           MOVE SPACES TO WS-IL-LOCATION
           MOVE SPACES TO WS-IL-QTY-TXT
           UNSTRING INVLOC-LINE
               DELIMITED BY ";"
               INTO WS-IL-PARTNO WS-IL-LOCATION WS-IL-QTY-TXT
           END-UNSTRING
           MOVE 0 TO WS-IL-QTY
           IF WS-IL-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IL-QTY-TXT) TO WS-IL-QTY
           END-IF
           MOVE FUNCTION TRIM(WS-IL-PARTNO) TO WS-FIND-PARTNO
           MOVE FUNCTION TRIM(WS-IL-LOCATION) TO WS-FIND-LOC
           MOVE 0 TO CC-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CC-COUNT OR CC-IDX > 0
               MOVE FUNCTION TRIM(CC-PARTNO(I)) TO WS-KEY1
               IF WS-KEY1 = WS-FIND-PARTNO
                   AND WS-FIND-PARTNO NOT = SPACES
                   MOVE I TO CC-IDX
               END-IF
           END-PERFORM
           IF CC-IDX > 0
               PERFORM FIND-LOC-ROW
               IF IL-IDX = 0
                   PERFORM ADD-LOC-ROW
               END-IF
               IF IL-IDX = 0
                   PERFORM STOP-INVLOC-FULL
               END-IF
               ADD WS-IL-QTY TO IL-QTY(IL-IDX)
               ADD WS-IL-QTY TO CC-LOC-SUM(CC-IDX)
           END-IF.

       STOP-INVLOC-FULL.
           DISPLAY "ABBRUCH: INVLOC-TABLE VOLL (60000) - "
               "LAUF ANGEHALTEN"
           MOVE "RC-E-0210" TO WS-LOG-CODE
           MOVE "SEVERE" TO WS-LOG-SEVERITY
           MOVE "INVLOC-TABLE VOLL (60000)" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

      *    The count master does not exist before the first run.
      *    Rows of parts no longer in inventory.csv drop out.
       LOAD-CC-MASTER.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "CYCLE_COUNT_MASTER.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE SPACES TO CC-HEADER
           STRING "PARTNO;CLASS;USAGEQTY;UNITCOST;USAGEVALUE;"
               "LASTCOUNT;RECOUNT"
               DELIMITED BY SIZE INTO CC-HEADER
           OPEN INPUT CC-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "HINWEIS: CYCLE_COUNT_MASTER.CSV NICHT "
                   "VORHANDEN - ALLE TEILE UNGEZAEHLT"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CC-MASTER-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF CC-MASTER-LINE(1:7) = "TRAILER"
                               MOVE CC-MASTER-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO MASTER-READ-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(CC-MASTER-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-CC-MASTER-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-MASTER-FILE
           END-IF.

       APPLY-CC-MASTER-LINE.
           MOVE SPACES TO WS-CM-PARTNO
           MOVE SPACES TO WS-CM-CLASS
           MOVE SPACES TO WS-CM-USAGE-TXT
           MOVE SPACES TO WS-CM-COST-TXT
           MOVE SPACES TO WS-CM-VALUE-TXT
           MOVE SPACES TO WS-CM-LASTCOUNT-TXT
           MOVE SPACES TO WS-CM-RECOUNT
           UNSTRING CC-MASTER-LINE
               DELIMITED BY ";"
               INTO WS-CM-PARTNO WS-CM-CLASS WS-CM-USAGE-TXT
                    WS-CM-COST-TXT WS-CM-VALUE-TXT
                    WS-CM-LASTCOUNT-TXT WS-CM-RECOUNT
           END-UNSTRING
           MOVE WS-CM-PARTNO TO WS-R-PARTNO
           PERFORM FIND-CC-ROW
           IF CC-IDX > 0
               MOVE WS-CM-CLASS TO CC-OLD-CLASS(CC-IDX)
               IF WS-CM-LASTCOUNT-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CM-LASTCOUNT-TXT)
                       TO CC-LASTCOUNT(CC-IDX)
               END-IF
               IF WS-CM-RECOUNT = "J"
                   MOVE "J" TO CC-RECOUNT(CC-IDX)
               END-IF
           END-IF.

      *    First pass over the demand history: which run is the
      *    latest, and where does its horizon start.
       FIND-LATEST-DEMAND-RUN.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT DEMAND-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ABBRUCH: DEMAND_HISTORY.CSV NICHT LESBAR "
                   "(STATUS " WS-HISTORY-STATUS
                   ") - ERST MATREQ LAUFEN LASSEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "DEMAND_HISTORY.CSV NICHT LESBAR"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ DEMAND-HISTORY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO HIST-READ-COUNT
                       PERFORM SPLIT-HISTORY-LINE
                       IF WS-DH-RUNID NOT = WS-CUR-RUNID
                           MOVE WS-DH-RUNID TO WS-CUR-RUNID
                           MOVE 999999 TO WS-USAGE-FROM
                       END-IF
                       IF WS-DH-PERIOD > 0
                           AND WS-DH-PERIOD < WS-USAGE-FROM
                           MOVE WS-DH-PERIOD TO WS-USAGE-FROM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEMAND-HISTORY-FILE
           IF WS-CUR-RUNID = SPACES OR WS-USAGE-FROM = 999999
               MOVE 0 TO WS-USAGE-FROM
               MOVE 0 TO WS-USAGE-TO
           ELSE
               COMPUTE WS-MONTH-INDEX =
                   WS-USAGE-FROM-YEAR * 12 + WS-USAGE-FROM-MONTH
                   - 1 + 11
               COMPUTE WS-MI-YEAR = WS-MONTH-INDEX / 12
               COMPUTE WS-MI-MONTH =
                   WS-MONTH-INDEX - WS-MI-YEAR * 12 + 1
               COMPUTE WS-USAGE-TO = WS-MI-YEAR * 100 + WS-MI-MONTH
           END-IF.

       SPLIT-HISTORY-LINE.
           MOVE SPACES TO WS-DH-RUNDATE
           MOVE SPACES TO WS-DH-PARTNO
           MOVE SPACES TO WS-DH-PERIOD-TXT
           MOVE SPACES TO WS-DH-QTY-TXT
           MOVE SPACES TO WS-DH-RUNID
           UNSTRING DEMAND-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-DH-RUNDATE WS-DH-PARTNO WS-DH-PERIOD-TXT
                    WS-DH-QTY-TXT WS-DH-RUNID
           END-UNSTRING
           IF WS-DH-RUNID = SPACES
               MOVE WS-DH-RUNDATE TO WS-DH-RUNID
           END-IF
           MOVE 0 TO WS-DH-PERIOD
           IF WS-DH-PERIOD-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DH-PERIOD-TXT)
                   TO WS-DH-PERIOD
           END-IF.

      *    Second pass: the latest run's gross demand over twelve
      *    months from its first period is the annual usage.
       LOAD-ANNUAL-USAGE.
           IF WS-USAGE-FROM > 0
               MOVE "N" TO EOF-FLAG
               OPEN INPUT DEMAND-HISTORY-FILE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEMAND-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-USAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE DEMAND-HISTORY-FILE
           END-IF
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT
               COMPUTE CC-USAGE-VALUE(CC-IDX) =
                   CC-USAGE-QTY(CC-IDX) * CC-UNITCOST(CC-IDX)
           END-PERFORM.

       APPLY-USAGE-LINE.
           PERFORM SPLIT-HISTORY-LINE
           IF WS-DH-RUNID = WS-CUR-RUNID
               AND WS-DH-PERIOD >= WS-USAGE-FROM
               AND WS-DH-PERIOD <= WS-USAGE-TO
               MOVE WS-DH-PARTNO TO WS-R-PARTNO
               PERFORM FIND-CC-ROW
               IF CC-IDX > 0
                   ADD FUNCTION NUMVAL(WS-DH-QTY-TXT)
                       TO CC-USAGE-QTY(CC-IDX)
               END-IF
           END-IF.

      *    Rank by usage value, highest first, then walk the
      *    cumulative share: a part whose predecessors together stay
      *    below the A limit is A, below the B limit B, else C. The
      *    top part is therefore always A; a part without usage
      *    value is always C.
       CLASSIFY-PARTS.
           MOVE 0 TO WS-TOTAL-VALUE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CC-COUNT
               MOVE I TO RK-CC-IDX(I)
               ADD CC-USAGE-VALUE(I) TO WS-TOTAL-VALUE
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= CC-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > CC-COUNT - I
                   IF CC-USAGE-VALUE(RK-CC-IDX(J))
                       < CC-USAGE-VALUE(RK-CC-IDX(J + 1))
                       MOVE RK-CC-IDX(J) TO WS-RANK-SWAP
                       MOVE RK-CC-IDX(J + 1) TO RK-CC-IDX(J)
                       MOVE WS-RANK-SWAP TO RK-CC-IDX(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-CUM-VALUE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CC-COUNT
               MOVE RK-CC-IDX(I) TO CC-IDX
               MOVE 0 TO WS-CUM-PCT-BEFORE
               IF WS-TOTAL-VALUE > 0
                   COMPUTE WS-CUM-PCT-BEFORE ROUNDED =
                       WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               END-IF
               ADD CC-USAGE-VALUE(CC-IDX) TO WS-CUM-VALUE
               IF WS-TOTAL-VALUE > 0
                   COMPUTE CC-CUM-PCT(CC-IDX) ROUNDED =
                       WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
               END-IF
               IF CC-USAGE-VALUE(CC-IDX) = 0
                   MOVE "C" TO CC-CLASS(CC-IDX)
               ELSE
               IF WS-CUM-PCT-BEFORE < WS-ABC-A-PCT
                   MOVE "A" TO CC-CLASS(CC-IDX)
               ELSE
               IF WS-CUM-PCT-BEFORE < WS-ABC-B-PCT
                   MOVE "B" TO CC-CLASS(CC-IDX)
               ELSE
                   MOVE "C" TO CC-CLASS(CC-IDX)
               END-IF
               END-IF
               END-IF
               MOVE CC-CLASS(CC-IDX) TO WS-R-CLASS
               PERFORM FIND-CLASS-IDX
               ADD 1 TO CL-PARTS(CL-IDX)
               ADD CC-USAGE-VALUE(CC-IDX) TO CL-VALUE(CL-IDX)
               IF CC-OLD-CLASS(CC-IDX) NOT = SPACES
                   AND CC-OLD-CLASS(CC-IDX) NOT = CC-CLASS(CC-IDX)
                   ADD 1 TO CL-CHANGED(CL-IDX)
               END-IF
           END-PERFORM.

       WRITE-CLASSIFICATION.
           MOVE "ABC-KLASSIFIZIERUNG NACH JAHRESVERBRAUCHSWERT"
               TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           IF CC-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CC-COUNT
               MOVE RK-CC-IDX(I) TO CC-IDX
               MOVE CC-USAGE-QTY(CC-IDX) TO WS-QTY-DISP
               MOVE CC-UNITCOST(CC-IDX) TO WS-COST-DISP
               MOVE CC-USAGE-VALUE(CC-IDX) TO WS-VALUE-DISP
               MOVE CC-CUM-PCT(CC-IDX) TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING CC-PARTNO(CC-IDX)
                   " | KLASSE: " CC-CLASS(CC-IDX)
                   " | VERBRAUCH: " WS-QTY-DISP
                   " | PREIS: " WS-COST-DISP
                   " | WERT: " WS-VALUE-DISP
                   " | KUM. ANTEIL %: " WS-PCT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF CC-OLD-CLASS(CC-IDX) NOT = SPACES
                   AND CC-OLD-CLASS(CC-IDX) NOT = CC-CLASS(CC-IDX)
                   MOVE SPACES TO WS-OUT-REC
                   STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                       " | *** KLASSE BISHER "
                       CC-OLD-CLASS(CC-IDX)
                       DELIMITED BY SIZE INTO WS-OUT-REC
                   MOVE WS-OUT-REC TO WS-REPORT-LINE
               END-IF
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
               MOVE CL-PARTS(CL-IDX) TO WS-COUNT-DISP
               MOVE CL-CHANGED(CL-IDX) TO WS-COUNT2-DISP
               MOVE CL-VALUE(CL-IDX) TO WS-VALUE-DISP
               MOVE 0 TO WS-PCT-DISP
               IF WS-TOTAL-VALUE > 0
                   COMPUTE WS-PCT-DISP ROUNDED =
                       CL-VALUE(CL-IDX) * 100 / WS-TOTAL-VALUE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUMME KLASSE " CL-CODE(CL-IDX)
                   " | TEILE: " WS-COUNT-DISP
                   " | WERT: " WS-VALUE-DISP
                   " | ANTEIL %: " WS-PCT-DISP
                   " | KLASSE GEWECHSELT: " WS-COUNT2-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE.

      *    The counted sheets come back as count_results.csv; a
      *    day without counts has no file.
       PROCESS-COUNT-RESULTS.
           MOVE "ZAEHLERGEBNISSE" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS = "35"
               DISPLAY "HINWEIS: COUNT_RESULTS.CSV NICHT VORHANDEN "
                   "- KEINE ZAEHLERGEBNISSE"
           ELSE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: COUNT_RESULTS.CSV NICHT LESBAR "
                   "(STATUS " WS-RESULTS-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "COUNT_RESULTS.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RESULTS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR RESULTS-LINE = SPACES
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-RESULTS-READ
                               PERFORM APPLY-COUNT-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF
           END-IF
           IF WS-RESULTS-READ = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-UNCOUNTED-COUNT > 0
               MOVE WS-UNCOUNTED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NICHT GEZAEHLT (MENGE LEER): " WS-COUNT-DISP
                   " - BLEIBEN FAELLIG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE.

       APPLY-COUNT-RESULT.
           MOVE SPACES TO WS-R-PARTNO
           MOVE SPACES TO WS-R-CLASS
           MOVE SPACES TO WS-R-QTY-TXT
           MOVE SPACES TO WS-R-DATE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-R-RESULT
           MOVE SPACES TO WS-R-LOCATION
           UNSTRING RESULTS-LINE
               DELIMITED BY ";"
               INTO WS-R-PARTNO WS-R-CLASS WS-R-QTY-TXT WS-R-DATE
                    WS-R-LOCATION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-R-LOCATION) TO WS-R-LOCATION
           IF WS-R-LOCATION = SPACES
               MOVE WS-COUNT-LOC TO WS-R-LOCATION
           END-IF
           IF WS-R-QTY-TXT = SPACES
               ADD 1 TO WS-UNCOUNTED-COUNT
           ELSE
               IF WS-R-DATE = SPACES
                   MOVE WS-TODAY TO WS-R-DATE
               END-IF
               MOVE 0 TO WS-R-DATE-NUM
               IF WS-R-DATE IS NUMERIC
                   MOVE WS-R-DATE TO WS-R-DATE-NUM
               END-IF
               MOVE FUNCTION NUMVAL(WS-R-QTY-TXT) TO WS-R-QTY
               MOVE 0 TO WS-R-DIFF
               MOVE 0 TO WS-R-ONHAND
               PERFORM FIND-CC-ROW
               PERFORM CHECK-COUNT-RESULT
           END-IF.

      *    Checks in the order the warehouse would be asked: which
      *    part, where, when, how many - and whether that count has
      *    not already been booked.
       CHECK-COUNT-RESULT.
           MOVE WS-R-LOCATION TO WS-CHECK-LOC
           PERFORM CHECK-LOCATION
           IF CC-IDX = 0
               MOVE "TEIL NICHT IM BESTAND" TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
           IF WS-LOC-ERROR NOT = SPACES
               MOVE SPACES TO WS-REJECT-REASON
               STRING "LAGERORT " FUNCTION TRIM(WS-R-LOCATION) " - "
                   WS-LOC-ERROR
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
           IF WS-R-DATE IS NOT NUMERIC
               OR WS-R-MONTH < 1 OR WS-R-MONTH > 12
               OR WS-R-DAY < 1 OR WS-R-DAY > 31
               MOVE "DATUM KEIN DATUM (JJJJMMTT)"
                   TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
           IF WS-R-DATE > WS-TODAY
               MOVE "DATUM IN DER ZUKUNFT" TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
           IF WS-R-QTY < 0
               MOVE "MENGE NEGATIV" TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
           IF WS-R-DATE-NUM NOT > CC-LASTCOUNT(CC-IDX)
               MOVE "ZAEHLDATUM NICHT NACH LETZTER ZAEHLUNG"
                   TO WS-REJECT-REASON
               PERFORM REJECT-COUNT
           ELSE
               PERFORM EVALUATE-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A recount settles the difference; a first count within
      *    tolerance is posted, outside it goes to a recount.
       EVALUATE-COUNT.
           ADD 1 TO WS-COUNTED-COUNT
           MOVE FUNCTION TRIM(CC-PARTNO(CC-IDX)) TO WS-FIND-PARTNO
           MOVE WS-R-LOCATION TO WS-FIND-LOC
           PERFORM FIND-LOC-ROW
           IF IL-IDX > 0
               MOVE IL-QTY(IL-IDX) TO WS-R-ONHAND
           END-IF
           COMPUTE WS-R-DIFF = WS-R-QTY - WS-R-ONHAND
           MOVE FUNCTION ABS(WS-R-DIFF) TO WS-R-ABS-DIFF
           MOVE CC-CLASS(CC-IDX) TO WS-R-CLASS
           PERFORM FIND-CLASS-IDX
           IF CC-RECOUNT(CC-IDX) = "J"
               MOVE "NACHGEZAEHLT" TO WS-R-RESULT
               MOVE "N" TO CC-RECOUNT(CC-IDX)
               MOVE WS-R-DATE-NUM TO CC-LASTCOUNT(CC-IDX)
               IF WS-R-DIFF NOT = 0
                   PERFORM WRITE-ADJUSTMENT
               END-IF
           ELSE
               ADD 1 TO CL-COUNTED(CL-IDX)
               IF WS-R-ABS-DIFF * 100
                   <= CL-TOL-PCT(CL-IDX) * WS-R-ONHAND
                   ADD 1 TO CL-HITS(CL-IDX)
                   MOVE WS-R-DATE-NUM TO CC-LASTCOUNT(CC-IDX)
                   IF WS-R-DIFF = 0
                       MOVE "TREFFER" TO WS-R-RESULT
                   ELSE
                       MOVE "KORREKTUR" TO WS-R-RESULT
                       PERFORM WRITE-ADJUSTMENT
                   END-IF
               ELSE
                   MOVE "NACHZAEHLUNG" TO WS-R-RESULT
                   MOVE "J" TO CC-RECOUNT(CC-IDX)
                   ADD 1 TO WS-RECOUNT-COUNT
               END-IF
           END-IF
           MOVE WS-R-QTY TO WS-QTY-DISP
           MOVE WS-R-ONHAND TO WS-SIGNED-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING CC-PARTNO(CC-IDX)
               " | KLASSE: " CC-CLASS(CC-IDX)
               " | LAGERORT: " WS-R-LOCATION
               " | DATUM: " WS-R-DATE
               " | BESTAND: " WS-SIGNED-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-R-DIFF TO WS-SIGNED-DISP
           MOVE SPACES TO WS-OUT-REC
           STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
               " | GEZAEHLT: " WS-QTY-DISP
               " | DIFFERENZ: " WS-SIGNED-DISP
               " | " WS-R-RESULT
               DELIMITED BY SIZE INTO WS-OUT-REC
           IF WS-R-RESULT = "NACHZAEHLUNG"
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-OUT-REC TRAILING)
                   " *** AUSSERHALB TOLERANZ"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO WS-OUT-REC
           END-IF
           WRITE CC-REPORT-LINE FROM WS-OUT-REC
           PERFORM WRITE-HISTORY-RECORD.

      *    The difference goes to STOCKPOST as an ordinary count
      *    adjustment on the count location; the pending quantity is
      *    carried in the location table, so a second count of the
      *    same part and location in this file compares against the
      *    corrected stock.
       WRITE-ADJUSTMENT.
           OPEN EXTEND STOCK-TRANS-FILE
           IF WS-STOCKTRANS-STATUS = "35"
               OPEN OUTPUT STOCK-TRANS-FILE
               MOVE SPACES TO WS-OUT-REC
               STRING "TYPE;PARTNO;QTY;TRANSDATE;REFERENCE;"
                   "LOCATION;TOLOCATION"
                   DELIMITED BY SIZE INTO WS-OUT-REC
               WRITE STOCK-TRANS-LINE FROM WS-OUT-REC
           END-IF
           MOVE WS-R-DIFF TO WS-SIGNED-TXT
           MOVE SPACES TO WS-OUT-REC
           STRING "A;" FUNCTION TRIM(CC-PARTNO(CC-IDX)) ";"
               FUNCTION TRIM(WS-SIGNED-TXT) ";"
               WS-R-DATE ";ZYKLUSZAEHLUNG;"
               FUNCTION TRIM(WS-R-LOCATION)
               DELIMITED BY SIZE INTO WS-OUT-REC
           WRITE STOCK-TRANS-LINE FROM WS-OUT-REC
           CLOSE STOCK-TRANS-FILE
           IF IL-IDX = 0
               PERFORM ADD-LOC-ROW
           END-IF
           IF IL-IDX > 0
               ADD WS-R-DIFF TO IL-QTY(IL-IDX)
           ELSE
               DISPLAY "WARNUNG: INVLOC-TABLE VOLL (60000) - "
                   FUNCTION TRIM(CC-PARTNO(CC-IDX)) " / "
                   FUNCTION TRIM(WS-R-LOCATION)
                   " KORREKTUR NICHT VORGEMERKT"
               MOVE "RC-W-0102" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE "INVLOC-TABLE VOLL (60000)" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF
           ADD 1 TO WS-ADJUST-COUNT.

       REJECT-COUNT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "ABGELEHNT" TO WS-R-RESULT
           DISPLAY "ZAEHLUNG ABGELEHNT (ZEILE " LINE-NO
               "): " WS-R-PARTNO " - " WS-REJECT-REASON
           MOVE "RC-W-0111" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ZAEHLUNG ABGELEHNT ZEILE " LINE-NO " "
               FUNCTION TRIM(WS-R-PARTNO) " - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-R-PARTNO
               " | DATUM: " WS-R-DATE
               " | *** ABGELEHNT: "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-HISTORY-RECORD.

      *    Every count line, booked or rejected, leaves a row; the
      *    accuracy trend is read back from here.
       WRITE-HISTORY-RECORD.
           OPEN EXTEND CC-HISTORY-FILE
           IF WS-CCHIST-STATUS = "35"
               OPEN OUTPUT CC-HISTORY-FILE
               MOVE SPACES TO WS-OUT-REC
               STRING "RUNID;COUNTDATE;PARTNO;CLASS;ONHANDQTY;"
                   "COUNTQTY;DIFF;RESULT;REASON"
                   DELIMITED BY SIZE INTO WS-OUT-REC
               WRITE CC-HISTORY-LINE FROM WS-OUT-REC
           END-IF
           MOVE WS-R-ONHAND TO WS-SIGNED-TXT
           MOVE WS-R-DIFF TO WS-SIGNED2-TXT
           MOVE WS-R-QTY TO WS-QTY-TXT
           MOVE SPACES TO WS-OUT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-R-DATE) ";"
               FUNCTION TRIM(WS-R-PARTNO) ";"
               FUNCTION TRIM(WS-R-CLASS) ";"
               FUNCTION TRIM(WS-SIGNED-TXT) ";"
               FUNCTION TRIM(WS-QTY-TXT) ";"
               FUNCTION TRIM(WS-SIGNED2-TXT) ";"
               FUNCTION TRIM(WS-R-RESULT) ";"
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-OUT-REC
           WRITE CC-HISTORY-LINE FROM WS-OUT-REC
           CLOSE CC-HISTORY-FILE.

       WRITE-RECOUNT-LIST.
           MOVE "NACHZAEHLLISTE (DIFFERENZ AUSSERHALB TOLERANZ)"
               TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO K
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT
               IF CC-RECOUNT(CC-IDX) = "J"
                   ADD 1 TO K
                   MOVE CC-ONHAND(CC-IDX) TO WS-SIGNED-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING CC-PARTNO(CC-IDX)
                       " | KLASSE: " CC-CLASS(CC-IDX)
                       " | BESTAND LAUT SYSTEM: " WS-SIGNED-DISP
                       " | *** NACHZAEHLEN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF K = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE.

      *    Next count sheet: recounts first and on top of the
      *    quota, then per class the oldest due parts up to the
      *    daily quota. The sheet carries no system quantity - the
      *    count is taken blind.
       SELECT-COUNT-SHEET.
           OPEN OUTPUT SHEET-FILE
           MOVE "PARTNO;CLASS;COUNTQTY;COUNTDATE;LOCATION"
               TO SHEET-LINE
           WRITE SHEET-LINE
           MOVE "ZAEHLLISTE (COUNT_SHEET.CSV)" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT
               IF CC-RECOUNT(CC-IDX) = "J"
                   MOVE CC-CLASS(CC-IDX) TO WS-R-CLASS
                   PERFORM FIND-CLASS-IDX
                   ADD 1 TO CL-RECOUNTS(CL-IDX)
                   PERFORM ADD-SHEET-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
               COMPUTE CL-QUOTA(CL-IDX) =
                   (CL-PARTS(CL-IDX) + CL-SPREAD(CL-IDX) - 1)
                   / CL-SPREAD(CL-IDX)
               MOVE 1 TO WS-PICK-IDX
               PERFORM UNTIL CL-SHEET(CL-IDX)
                       >= CL-QUOTA(CL-IDX) + CL-RECOUNTS(CL-IDX)
                       OR WS-PICK-IDX = 0
                   PERFORM PICK-OLDEST-DUE
                   IF WS-PICK-IDX > 0
                       MOVE WS-PICK-IDX TO CC-IDX
                       PERFORM ADD-SHEET-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SHEET-FILE
           IF WS-SHEET-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
               MOVE CL-SHEET(CL-IDX) TO WS-COUNT-DISP
               MOVE CL-QUOTA(CL-IDX) TO WS-COUNT2-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "KLASSE " CL-CODE(CL-IDX)
                   " | AUF DER LISTE: " WS-COUNT-DISP
                   " | TAGESQUOTE: " WS-COUNT2-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE.

      *    Oldest due part of class CL-IDX not yet on the sheet;
      *    never counted sorts before everything else.
       PICK-OLDEST-DUE.
           MOVE 0 TO WS-PICK-IDX
           MOVE 99999999 TO WS-PICK-LAST
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > CC-COUNT
               IF CC-CLASS(I) = CL-CODE(CL-IDX)
                   AND CC-ON-SHEET(I) = "N"
                   AND CC-LASTCOUNT(I) < WS-PICK-LAST
                   MOVE 0 TO WS-DUE-DAYS
                   IF CC-LASTCOUNT(I) > 0
                       COMPUTE WS-DUE-DAYS = WS-TODAY-DAYNO
                           - FUNCTION INTEGER-OF-DATE(
                               CC-LASTCOUNT(I))
                   END-IF
                   IF CC-LASTCOUNT(I) = 0
                       OR WS-DUE-DAYS >= CL-INTERVAL(CL-IDX)
                       MOVE I TO WS-PICK-IDX
                       MOVE CC-LASTCOUNT(I) TO WS-PICK-LAST
                   END-IF
               END-IF
           END-PERFORM.

       ADD-SHEET-LINE.
           MOVE "J" TO CC-ON-SHEET(CC-IDX)
           ADD 1 TO WS-SHEET-COUNT
           ADD 1 TO CL-SHEET(CL-IDX)
           MOVE SPACES TO SHEET-LINE
           STRING FUNCTION TRIM(CC-PARTNO(CC-IDX)) ";"
               CC-CLASS(CC-IDX) ";;;"
               DELIMITED BY SIZE INTO SHEET-LINE
           WRITE SHEET-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF CC-RECOUNT(CC-IDX) = "J"
               STRING CC-PARTNO(CC-IDX)
                   " | KLASSE: " CC-CLASS(CC-IDX)
                   " | NACHZAEHLUNG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
           IF CC-LASTCOUNT(CC-IDX) = 0
               STRING CC-PARTNO(CC-IDX)
                   " | KLASSE: " CC-CLASS(CC-IDX)
                   " | LETZTE ZAEHLUNG: KEINE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING CC-PARTNO(CC-IDX)
                   " | KLASSE: " CC-CLASS(CC-IDX)
                   " | LETZTE ZAEHLUNG: " CC-LASTCOUNT(CC-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           END-IF
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE.

      *    First counts of the last twelve months by class and
      *    month; rejected lines and recounts are left out.
       LOAD-ACCURACY-HISTORY.
           COMPUTE WS-CUR-MONTH-INDEX =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
           PERFORM VARYING AC-SLOT FROM 1 BY 1 UNTIL AC-SLOT > 12
               COMPUTE WS-MONTH-INDEX =
                   WS-CUR-MONTH-INDEX - 12 + AC-SLOT
               COMPUTE WS-MI-YEAR = WS-MONTH-INDEX / 12
               COMPUTE WS-MI-MONTH =
                   WS-MONTH-INDEX - WS-MI-YEAR * 12 + 1
               COMPUTE AC-PERIOD(AC-SLOT) =
                   WS-MI-YEAR * 100 + WS-MI-MONTH
               PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
                   MOVE 0 TO AC-COUNTED(AC-SLOT, CL-IDX)
                   MOVE 0 TO AC-HITS(AC-SLOT, CL-IDX)
               END-PERFORM
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT CC-HISTORY-FILE
           IF WS-CCHIST-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CC-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO > 1
                               PERFORM APPLY-ACCURACY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CC-HISTORY-FILE
           END-IF.

       APPLY-ACCURACY-LINE.
           MOVE SPACES TO WS-HS-DATE
           MOVE SPACES TO WS-HS-CLASS
           MOVE SPACES TO WS-HS-RESULT
           UNSTRING CC-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-HS-RUNID WS-HS-DATE WS-HS-PARTNO
                    WS-HS-CLASS WS-HS-ONHAND-TXT WS-HS-COUNT-TXT
                    WS-HS-DIFF-TXT WS-HS-RESULT
           END-UNSTRING
           MOVE 0 TO AC-SLOT
           IF WS-HS-DATE IS NUMERIC
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > 12 OR AC-SLOT > 0
                   IF AC-PERIOD(I) = WS-HS-DATE(1:6)
                       MOVE I TO AC-SLOT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-HS-CLASS TO WS-R-CLASS
           PERFORM FIND-CLASS-IDX
           IF AC-SLOT > 0 AND CL-IDX > 0
               IF WS-HS-RESULT = "TREFFER"
                   OR WS-HS-RESULT = "KORREKTUR"
                   ADD 1 TO AC-COUNTED(AC-SLOT, CL-IDX)
                   ADD 1 TO AC-HITS(AC-SLOT, CL-IDX)
               END-IF
               IF WS-HS-RESULT = "NACHZAEHLUNG"
                   ADD 1 TO AC-COUNTED(AC-SLOT, CL-IDX)
               END-IF
           END-IF.

       WRITE-ACCURACY-TREND.
           MOVE "ZAEHLGENAUIGKEIT JE KLASSE (TREFFER / ZAEHLUNGEN)"
               TO WS-REPORT-LINE
           WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING AC-SLOT FROM 1 BY 1 UNTIL AC-SLOT > 12
               MOVE SPACES TO WS-ACC-CELLS
               MOVE 0 TO WS-ACC-COUNTED
               MOVE 0 TO WS-ACC-HITS
               PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 3
                   ADD AC-COUNTED(AC-SLOT, CL-IDX) TO WS-ACC-COUNTED
                   ADD AC-HITS(AC-SLOT, CL-IDX) TO WS-ACC-HITS
                   PERFORM BUILD-ACCURACY-CELL
                   MOVE SPACES TO WS-OUT-REC
                   STRING FUNCTION TRIM(WS-ACC-CELLS TRAILING)
                       " | " CL-CODE(CL-IDX) ": "
                       WS-ACC-CELL
                       DELIMITED BY SIZE INTO WS-OUT-REC
                   MOVE WS-OUT-REC TO WS-ACC-CELLS
               END-PERFORM
               MOVE SPACES TO WS-ACC-CELL
               IF WS-ACC-COUNTED = 0
                   MOVE "-" TO WS-ACC-CELL
               ELSE
                   COMPUTE WS-ACC-PCT ROUNDED =
                       WS-ACC-HITS * 100 / WS-ACC-COUNTED
                   MOVE WS-ACC-PCT TO WS-ACC-DISP
                   MOVE WS-ACC-HITS TO WS-COUNT-DISP
                   MOVE WS-ACC-COUNTED TO WS-COUNT2-DISP
                   STRING FUNCTION TRIM(WS-COUNT-DISP) "/"
                       FUNCTION TRIM(WS-COUNT2-DISP) " "
                       FUNCTION TRIM(WS-ACC-DISP) "%"
                       DELIMITED BY SIZE INTO WS-ACC-CELL
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING AC-PERIOD(AC-SLOT)
                   FUNCTION TRIM(WS-ACC-CELLS TRAILING)
                   " | GESAMT: " WS-ACC-CELL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CC-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM.

       BUILD-ACCURACY-CELL.
           MOVE SPACES TO WS-ACC-CELL
           IF AC-COUNTED(AC-SLOT, CL-IDX) = 0
               MOVE "-" TO WS-ACC-CELL
           ELSE
               COMPUTE WS-ACC-PCT ROUNDED =
                   AC-HITS(AC-SLOT, CL-IDX) * 100
                   / AC-COUNTED(AC-SLOT, CL-IDX)
               MOVE WS-ACC-PCT TO WS-ACC-DISP
               MOVE AC-HITS(AC-SLOT, CL-IDX) TO WS-COUNT-DISP
               MOVE AC-COUNTED(AC-SLOT, CL-IDX) TO WS-COUNT2-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) "/"
                   FUNCTION TRIM(WS-COUNT2-DISP) " "
                   FUNCTION TRIM(WS-ACC-DISP) "%"
                   DELIMITED BY SIZE INTO WS-ACC-CELL
           END-IF.

       FIND-CLASS-IDX.
           MOVE 0 TO CL-IDX
           EVALUATE WS-R-CLASS
               WHEN "A"
                   MOVE 1 TO CL-IDX
               WHEN "B"
                   MOVE 2 TO CL-IDX
               WHEN "C"
                   MOVE 3 TO CL-IDX
           END-EVALUATE.

       FIND-CC-ROW.
           MOVE 0 TO CC-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CC-COUNT OR CC-IDX > 0
               MOVE FUNCTION TRIM(CC-PARTNO(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-R-PARTNO) TO WS-KEY2
               IF WS-KEY1 = WS-KEY2 AND WS-KEY2 NOT = SPACES
                   MOVE I TO CC-IDX
               END-IF
           END-PERFORM.

       FIND-LOC-ROW.
           MOVE 0 TO IL-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > INVLOC-COUNT OR IL-IDX > 0
               IF IL-PARTNO(I) = WS-FIND-PARTNO
                   AND IL-LOCATION(I) = WS-FIND-LOC
                   MOVE I TO IL-IDX
               END-IF
           END-PERFORM.

      *    Leaves IL-IDX at 0 when the table is full; the caller
      *    decides whether that stops the run.
       ADD-LOC-ROW.
           MOVE 0 TO IL-IDX
           IF INVLOC-COUNT < 60000
               ADD 1 TO INVLOC-COUNT
               MOVE INVLOC-COUNT TO IL-IDX
               MOVE WS-FIND-PARTNO TO IL-PARTNO(IL-IDX)
               MOVE WS-FIND-LOC TO IL-LOCATION(IL-IDX)
               MOVE 0 TO IL-QTY(IL-IDX)
           END-IF.

       FIND-PART-IDX.
           MOVE 0 TO PART-IDX
           MOVE 1 TO WS-BS-LO
           MOVE PART-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR PART-IDX > 0
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               IF T-PARTNO(WS-BS-MID) = WS-FIND-PARTNO
                   MOVE WS-BS-MID TO PART-IDX
               ELSE
                   IF T-PARTNO(WS-BS-MID) < WS-FIND-PARTNO
                       COMPUTE WS-BS-LO = WS-BS-MID + 1
                   ELSE
                       COMPUTE WS-BS-HI = WS-BS-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

      *    The location master is small and optional: without it
      *    only LAGER is a valid location, as in STOCKPOST.
       LOAD-LOCATIONS.
           MOVE 1 TO LOC-COUNT
           MOVE WS-DEFAULT-LOC TO LOC-CODE(1)
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "LOCATIONS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT LOCATION-FILE
           IF WS-LOC-STATUS NOT = "00"
               DISPLAY "HINWEIS: LOCATIONS.CSV NICHT VORHANDEN - "
                   "NUR LAGERORT LAGER"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOCATION-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF LOCATION-LINE(1:7) = "TRAILER"
                               MOVE LOCATION-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(LOCATION-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-LOCATION-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCATION-FILE
           END-IF.

       APPLY-LOCATION-LINE.
           MOVE SPACES TO WS-CHECK-LOC
           MOVE SPACES TO WS-LC-DESC
           UNSTRING LOCATION-LINE
               DELIMITED BY ";"
               INTO WS-CHECK-LOC WS-LC-DESC
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CHECK-LOC) TO WS-CHECK-LOC
           MOVE SPACES TO WS-LOC-ERROR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOC-COUNT
               IF LOC-CODE(I) = WS-CHECK-LOC
                   MOVE "DOPPELT" TO WS-LOC-ERROR
               END-IF
           END-PERFORM
           IF WS-CHECK-LOC = SPACES OR WS-LOC-ERROR NOT = SPACES
               CONTINUE
           ELSE
           IF LOC-COUNT >= 50
               DISPLAY "WARNUNG: LOC-TABLE VOLL (50) - "
                   FUNCTION TRIM(WS-CHECK-LOC) " IGNORIERT"
               MOVE "RC-W-0102" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE "LOC-TABLE VOLL (50)" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD 1 TO LOC-COUNT
               MOVE WS-CHECK-LOC TO LOC-CODE(LOC-COUNT)
           END-IF
           END-IF.

      *    Sets WS-LOC-ERROR for a location STOCKPOST would not book
      *    the adjustment to: not in locations.csv, or the recovery
      *    cage, whose content REFURB owns.
       CHECK-LOCATION.
           MOVE SPACES TO WS-LOC-ERROR
           IF WS-CHECK-LOC = WS-CAGE-LOC
               MOVE "KAEFIG NUR UEBER REFURB" TO WS-LOC-ERROR
           ELSE
               MOVE "LAGERORT UNBEKANNT" TO WS-LOC-ERROR
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOC-COUNT
                   IF LOC-CODE(I) = WS-CHECK-LOC
                       MOVE SPACES TO WS-LOC-ERROR
                   END-IF
               END-PERFORM
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

      *    The trailer is regenerated from what is actually in the
      *    table - by construction count and checksum always match
      *    the rows written.
       REWRITE-CC-MASTER.
           OPEN OUTPUT CC-MASTER-FILE
           WRITE CC-MASTER-LINE FROM CC-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > CC-COUNT
               MOVE CC-USAGE-QTY(CC-IDX) TO WS-QTY-TXT
               MOVE CC-UNITCOST(CC-IDX) TO WS-COST-TXT
               MOVE CC-USAGE-VALUE(CC-IDX) TO WS-VALUE-TXT
               MOVE SPACES TO WS-VAL-LINE
               IF CC-LASTCOUNT(CC-IDX) = 0
                   STRING FUNCTION TRIM(CC-PARTNO(CC-IDX)) ";"
                       CC-CLASS(CC-IDX) ";"
                       FUNCTION TRIM(WS-QTY-TXT) ";"
                       FUNCTION TRIM(WS-COST-TXT) ";"
                       FUNCTION TRIM(WS-VALUE-TXT) ";;"
                       CC-RECOUNT(CC-IDX)
                       DELIMITED BY SIZE INTO WS-VAL-LINE
               ELSE
                   STRING FUNCTION TRIM(CC-PARTNO(CC-IDX)) ";"
                       CC-CLASS(CC-IDX) ";"
                       FUNCTION TRIM(WS-QTY-TXT) ";"
                       FUNCTION TRIM(WS-COST-TXT) ";"
                       FUNCTION TRIM(WS-VALUE-TXT) ";"
                       CC-LASTCOUNT(CC-IDX) ";"
                       CC-RECOUNT(CC-IDX)
                       DELIMITED BY SIZE INTO WS-VAL-LINE
               END-IF
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
                   TO WS-VAL-CHECKSUM
               WRITE CC-MASTER-LINE FROM WS-VAL-LINE
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE CC-MASTER-LINE FROM WS-VAL-TRAILER
           CLOSE CC-MASTER-FILE.

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
           ADD HIST-READ-COUNT TO WS-TOTAL-READ
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "CYCCOUNT;" WS-TOTAL-READ
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
               "CYCCOUNT;"
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
