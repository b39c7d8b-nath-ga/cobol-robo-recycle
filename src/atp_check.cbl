       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPCHECK.

      *    Available-to-promise: takes every open customer order in
      *    cust_orders.csv (status F or P, cancelled X skipped) in
      *    REQPERIOD sequence, order number within the period, and
      *    finds the first month from the requested one on in which
      *    the order can be built - material AND hours. SCHEDGEN
      *    rolls firm orders into schedule.csv whether they can be
      *    built or not; this run says so up front instead of MATREQ
      *    showing an order period in the past weeks later.
      *
      *    Material: projected stock per part and month, built from
      *    inventory.csv (ONHANDQTY less SAFETYSTOCK) and
      *    reusable_stock.csv in the first month plus the open
      *    balance of every non-CLOSED line in open_orders.csv in its
      *    DUEDATE month (overdue lines count in the first month).
      *    The order quantity is exploded through bom_val.csv with
      *    the SCRAPPCT allowance, the same way MATREQ does it; MAKE
      *    sub-assemblies are exploded further and load their own
      *    work centers, BUY assemblies are not opened. A month is
      *    good for a part when the cumulative projected stock less
      *    everything already promised stays at or above the need
      *    in that month and in every later month - a later promise
      *    must never eat stock an earlier one already counted on.
      *
      *    Capacity: the whole order is built in the promised month;
      *    each work center it touches (work_centers.csv hours per
      *    unit) must still have the hours free in wc_capacity.csv.
      *    Before any order is checked, the builds already in
      *    schedule.csv that are NOT firm customer orders (forecast,
      *    stock builds) are booked against material and hours in
      *    their own month - those are committed plans, the orders
      *    being promised take what is left.
      *
      *    The planning horizon starts in the month of COSTDATE
      *    (batch_parms.csv, JJJJMMTT, blank = today - the same date
      *    that picks the BOM effectivity window) and runs ATPHORIZON
      *    months (default 24, at most 48). An order requested for a
      *    month already gone is checked from the first month and is
      *    late by definition.
      *
      *    Output: atp_promise.csv, one row per checked order with
      *    the promised period (000000 = not promisable inside the
      *    horizon) and the constraint that held it back, and
      *    atp_backlog_report.txt listing every order that cannot be
      *    met on the requested date with the limiting part or work
      *    center named. The promise file is an extract like
      *    robot_cost_extract.csv - header, no trailer.

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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT REUSE-FILE
               ASSIGN TO "..\data\reusable_stock.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REUSE-STATUS.
           SELECT OPEN-ORDERS-FILE
               ASSIGN TO "..\data\open_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO "..\data\schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT WORK-CENTERS-FILE
               ASSIGN TO "..\data\work_centers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKCTR-STATUS.
           SELECT WC-CAPACITY-FILE
               ASSIGN TO "..\data\wc_capacity.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO "..\data\cust_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT PROMISE-FILE
               ASSIGN TO "..\data\atp_promise.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKLOG-REPORT-FILE
               ASSIGN TO "..\data\atp_backlog_report.txt"
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

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  REUSE-FILE.
       01  REUSE-LINE              PIC X(80).

       FD  OPEN-ORDERS-FILE.
       01  OPEN-ORDERS-LINE        PIC X(200).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE           PIC X(200).

       FD  WORK-CENTERS-FILE.
       01  WORK-CENTERS-LINE       PIC X(200).

       FD  WC-CAPACITY-FILE.
       01  WC-CAPACITY-LINE        PIC X(200).

       FD  ORDERS-FILE.
       01  ORDERS-LINE             PIC X(200).

       FD  PROMISE-FILE.
       01  PROMISE-LINE            PIC X(200).

       FD  BACKLOG-REPORT-FILE.
       01  BACKLOG-REPORT-LINE     PIC X(300).

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
       01  WS-KEY1                 PIC X(10).
       01  WS-KEY2                 PIC X(10).

       77  WS-PARTSIDX-STATUS      PIC X(2) VALUE "00".
       77  WS-ROBOTSIDX-STATUS     PIC X(2) VALUE "00".
       77  WS-BOM-STATUS           PIC X(2) VALUE "00".
       77  WS-INVENTORY-STATUS     PIC X(2) VALUE "00".
       77  WS-REUSE-STATUS         PIC X(2) VALUE "00".
       77  WS-OPENORD-STATUS       PIC X(2) VALUE "00".
       77  WS-SCHEDULE-STATUS      PIC X(2) VALUE "00".
       77  WS-WORKCTR-STATUS       PIC X(2) VALUE "00".
       77  WS-CAPACITY-STATUS      PIC X(2) VALUE "00".
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
      *      RC-W-0103 ZIRKULAERE STUECKLISTE
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
      *      RC-W-0126 AUFTRAG NICHT ZUM WUNSCHTERMIN ZUSAGBAR
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 PFLICHTDATEI FEHLT
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
       77  WS-HORIZON              PIC 9(2) VALUE 24.

      *    Planning months: consecutive YYYYMM from the COSTDATE
      *    month. A period is turned into its table index by month
      *    arithmetic (year * 12 + month), no search needed.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 48 TIMES.
              10 T-PERIOD          PIC 9(6).
       77  PI                      PIC 9(2) VALUE 0.
       77  PERIOD-IDX              PIC 9(2) VALUE 0.
       77  WS-PERIOD-PAST          PIC X VALUE "N".
       01  WS-PERIOD               PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PER-YEAR          PIC 9(4).
           05 WS-PER-MONTH         PIC 9(2).
       77  WS-START-MONTHS         PIC 9(6) VALUE 0.
       77  WS-MONTHS               PIC 9(6) VALUE 0.

      *    Part master with the projected supply arriving per month
      *    (first month: stock less safety plus the recycling cage)
      *    and the quantity already promised per month.
       01  PART-TABLE.
           05 PART-ENTRY OCCURS 5000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-SCRAPPCT        PIC 9(3)V99.
              10 T-SUPPLY OCCURS 48 TIMES
                                   PIC S9(9) VALUE 0.
              10 T-USED OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
       77  PART-COUNT              PIC 9(5) VALUE 0.
       77  PART-IDX                PIC 9(5) VALUE 0.

       01  ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 200 TIMES.
              10 T-ROBOTNO         PIC X(10).
              10 T-R-MAKEBUY       PIC X(1).
       77  ROBOT-COUNT             PIC 9(3) VALUE 0.
       77  ROBOT-IDX               PIC 9(3) VALUE 0.
       77  WS-BS-LO                PIC 9(5) VALUE 0.
       77  WS-BS-HI                PIC 9(5) VALUE 0.
       77  WS-BS-MID               PIC 9(5) VALUE 0.

       01  BOM-TABLE.
           05 BOM-ENTRY OCCURS 2000 TIMES.
              10 T-BOM-ROBOTNO     PIC X(10).
              10 T-BOM-PARTNO      PIC X(10).
              10 T-BOM-QTY         PIC 9(5).
       77  BOM-COUNT               PIC 9(5) VALUE 0.
       77  BI                      PIC 9(5) VALUE 0.
       01  WS-BOM-ROBOTNO          PIC X(10).
       01  WS-BOM-PARTNO           PIC X(10).
       01  WS-BOM-QTY-TXT          PIC X(20).
       01  WS-BOM-QTY              PIC 9(5).
       01  WS-BOM-EFFFROM-TXT      PIC X(20).
       01  WS-BOM-EFFTO-TXT        PIC X(20).
       01  WS-BOM-EFFFROM          PIC 9(8).
       01  WS-BOM-EFFTO            PIC 9(8).

       01  WS-INV-PARTNO           PIC X(10).
       01  WS-INV-ONHAND-TXT       PIC X(20).
       01  WS-INV-ONORDER-TXT      PIC X(20).
       01  WS-INV-SAFETY-TXT       PIC X(20).
       01  WS-RU-PARTNO            PIC X(10).
       01  WS-RU-CONDITION         PIC X(10).
       01  WS-RU-QTY-TXT           PIC X(20).
       01  WS-OO-PONUMBER          PIC X(19).
       01  WS-OO-PARTNO            PIC X(10).
       01  WS-OO-SUPPCODE          PIC X(6).
       01  WS-OO-ORDERQTY-TXT      PIC X(20).
       01  WS-OO-RECQTY-TXT        PIC X(20).
       01  WS-OO-UNITCOST-TXT      PIC X(20).
       01  WS-OO-ORDERDATE-TXT     PIC X(20).
       01  WS-OO-DUEDATE-TXT       PIC X(20).
       01  WS-OO-STATUS            PIC X(6).
       01  WS-OO-DUEDATE           PIC 9(8).
       01  WS-SUPPLY-QTY           PIC S9(9).

       01  SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 600 TIMES.
              10 T-SCH-ROBOTNO     PIC X(10).
              10 T-SCH-PERIOD      PIC 9(6).
              10 T-SCH-QTY         PIC 9(7).
       77  SCHED-COUNT             PIC 9(4) VALUE 0.
       77  SI                      PIC 9(4) VALUE 0.
       01  WS-SCH-ROBOTNO          PIC X(10).
       01  WS-SCH-PERIOD-TXT       PIC X(20).
       01  WS-SCH-QTY-TXT          PIC X(20).
       01  WS-BASE-QTY             PIC S9(9).
       77  WS-BASE-COUNT           PIC 9(4) VALUE 0.

      *    Same work-center tables as CAPPLAN, with the hours
      *    already booked per planning month.
       01  WC-TABLE.
           05 WC-ENTRY OCCURS 50 TIMES.
              10 T-WC-NAME         PIC X(12).
              10 T-WC-AVAIL        PIC 9(7)V99.
              10 T-WC-USED OCCURS 48 TIMES
                                   PIC 9(9)V99 VALUE 0.
       77  WC-COUNT                PIC 9(2) VALUE 0.
       77  WC-IDX                  PIC 9(2) VALUE 0.
       77  WK                      PIC 9(2) VALUE 0.
       01  WS-WC-NAME              PIC X(12).
       01  WS-WC-AVAIL-TXT         PIC X(20).

       01  STDHRS-TABLE.
           05 SH-ENTRY OCCURS 500 TIMES.
              10 SH-ROBOT-IDX      PIC 9(3).
              10 SH-WC-IDX         PIC 9(2).
              10 SH-HOURS          PIC 9(5)V99.
       77  STDHRS-COUNT            PIC 9(3) VALUE 0.
       77  SH                      PIC 9(3) VALUE 0.
       01  WS-SH-ROBOTNO           PIC X(10).
       01  WS-SH-WCNAME            PIC X(12).
       01  WS-SH-HOURS-TXT         PIC X(20).

      *    Open customer orders, kept in REQPERIOD / ORDERNO
      *    sequence as they are loaded, with the promise result.
       01  ORDER-TABLE.
           05 CO-ENTRY OCCURS 5000 TIMES.
              10 CO-ORDERNO        PIC X(10).
              10 CO-CUSTOMER       PIC X(30).
              10 CO-ROBOTNO        PIC X(10).
              10 CO-QTY            PIC 9(7).
              10 CO-REQPERIOD      PIC 9(6).
              10 CO-STATUS         PIC X(1).
              10 CO-PROM-PERIOD    PIC 9(6).
              10 CO-ATP-STATUS     PIC X(5).
              10 CO-LIMIT-TYPE     PIC X(12).
              10 CO-LIMIT-KEY      PIC X(12).
       77  ORDER-COUNT             PIC 9(4) VALUE 0.
       77  OI                      PIC 9(4) VALUE 0.
       77  OJ                      PIC 9(4) VALUE 0.
       77  WS-INSERT-DONE          PIC X VALUE "N".
       01  WS-CO-ORDERNO           PIC X(10).
       01  WS-CO-CUSTOMER          PIC X(30).
       01  WS-CO-ROBOTNO           PIC X(10).
       01  WS-CO-QTY-TXT           PIC X(20).
       01  WS-CO-PERIOD-TXT        PIC X(20).
       01  WS-CO-STATUS            PIC X(1).
       01  WS-CO-QTY               PIC 9(7).
       01  WS-CO-PERIOD            PIC 9(6).
       01  WS-CO-SORTKEY           PIC X(16).
       01  WS-TB-SORTKEY           PIC X(16).

      *    Explosion work area: a stack of assemblies still to be
      *    opened, and the part quantities and work-center hours the
      *    exploded quantity needs in total.
       01  EXPLODE-STACK.
           05 XS-ENTRY OCCURS 500 TIMES.
              10 XS-ROBOT-IDX      PIC 9(3).
              10 XS-QTY            PIC 9(9).
              10 XS-LEVEL          PIC 9(2).
       77  XS-COUNT                PIC 9(3) VALUE 0.
       01  WS-X-ROBOT-IDX          PIC 9(3).
       01  WS-X-QTY                PIC 9(9).
       01  WS-X-LEVEL              PIC 9(2).
       01  WS-X-CHILD-QTY          PIC 9(9).
       01  NEED-PART-TABLE.
           05 NP-ENTRY OCCURS 500 TIMES.
              10 NP-PART-IDX       PIC 9(5).
              10 NP-QTY            PIC 9(9).
       77  NEED-PART-COUNT         PIC 9(3) VALUE 0.
       77  NI                      PIC 9(3) VALUE 0.
       01  NEED-WC-TABLE.
           05 NW-HOURS OCCURS 50 TIMES
                                   PIC 9(9)V99.
       01  WS-NEED-QTY             PIC 9(9).
       01  WS-NEED-HOURS           PIC 9(9)V99.

       77  WS-REQ-IDX              PIC 9(2) VALUE 0.
       77  WS-CAND                 PIC 9(2) VALUE 0.
       77  WS-PROM-IDX             PIC 9(2) VALUE 0.
       77  WS-FEASIBLE             PIC X VALUE "Y".
       77  WS-REQ-CHECKED          PIC X VALUE "N".
       01  WS-CUM-QTY              PIC S9(11).
       01  WS-FREE-HOURS           PIC S9(9)V99.
       01  WS-LIMIT-TYPE           PIC X(12).
       01  WS-LIMIT-KEY            PIC X(12).

       77  WS-CHECKED-COUNT        PIC 9(5) VALUE 0.
       77  WS-ONTIME-COUNT         PIC 9(5) VALUE 0.
       77  WS-LATE-COUNT           PIC 9(5) VALUE 0.
       77  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
       77  WS-HORIZON-COUNT        PIC 9(5) VALUE 0.

       01  WS-OUT-LINE             PIC X(200).
       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-QTY-TXT              PIC Z(6)9.
       01  WS-COUNT-DISP           PIC ZZZZ9.
       01  WS-LIMIT-TEXT           PIC X(40).

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
           PERFORM LOAD-PARTS
           PERFORM LOAD-ROBOTS
           PERFORM LOAD-BOM
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-REUSABLE-STOCK
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-WC-CAPACITY
           PERFORM LOAD-WORK-CENTERS
           PERFORM LOAD-CUST-ORDERS
           PERFORM LOAD-SCHEDULE
           PERFORM BOOK-SCHEDULED-BUILDS
           PERFORM PROMISE-ORDERS
           PERFORM WRITE-PROMISE-FILE
           PERFORM WRITE-BACKLOG-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "LAUF BEENDET - AUFTRAEGE: " WS-CHECKED-COUNT
               " VERSPAETET: " WS-LATE-COUNT
               " NICHT ZUSAGBAR: " WS-OPEN-COUNT
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
           IF WS-PARM-KEY = "ATPHORIZON"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-HORIZON
           END-IF.

      *    The horizon is capped at the 48 months every planning
      *    table in the suite is sized for.
       SETUP-PERIODS.
           IF WS-HORIZON = 0 OR WS-HORIZON > 48
               DISPLAY "HINWEIS: ATPHORIZON " WS-HORIZON
                   " UNGUELTIG - 24 MONATE"
               MOVE 24 TO WS-HORIZON
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

      *    WS-PERIOD -> PERIOD-IDX. A month before the horizon maps
      *    to the first month with WS-PERIOD-PAST set; a month after
      *    it (or no valid month at all) gives 0.
       FIND-PERIOD-IDX.
           MOVE 0 TO PERIOD-IDX
           MOVE "N" TO WS-PERIOD-PAST
           IF WS-PER-MONTH >= 1 AND WS-PER-MONTH <= 12
               COMPUTE WS-MONTHS =
                   WS-PER-YEAR * 12 + WS-PER-MONTH - 1
               IF WS-MONTHS < WS-START-MONTHS
                   MOVE 1 TO PERIOD-IDX
                   MOVE "Y" TO WS-PERIOD-PAST
               ELSE
                   IF WS-MONTHS - WS-START-MONTHS < WS-HORIZON
                       COMPUTE PERIOD-IDX =
                           WS-MONTHS - WS-START-MONTHS + 1
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
      *    A truncated part table would promise orders against parts
      *    it never saw - overflow is a hard stop.
                       IF PART-COUNT >= 5000
                           DISPLAY "ABBRUCH: PART-TABLE VOLL "
                               "(5000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "PART-TABLE VOLL (5000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO PART-COUNT
                           MOVE IXP-PARTNO TO T-PARTNO(PART-COUNT)
                           MOVE IXP-SCRAPPCT
                               TO T-SCRAPPCT(PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTS-IDX-FILE.

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
                           DISPLAY "ABBRUCH: ROBOT-TABLE VOLL "
                               "(200) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "ROBOT-TABLE VOLL (200)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO ROBOT-COUNT
                           MOVE IXR-ROBOTNO
                               TO T-ROBOTNO(ROBOT-COUNT)
                           MOVE IXR-MAKEBUY
                               TO T-R-MAKEBUY(ROBOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROBOTS-IDX-FILE.

      *    Effective BOM rows only - the window is picked by
      *    COSTDATE, the same convention as CAPPLAN and MATREQ.
       LOAD-BOM.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "BOM_VAL.CSV" TO WS-TRAILER-FILE
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               DISPLAY "ABBRUCH: BOM_VAL.CSV NICHT LESBAR "
                   "(STATUS " WS-BOM-STATUS ") - EDITCHECK AUSFUEHREN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "BOM_VAL.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
                           DISPLAY "ABBRUCH: BOM-TABLE VOLL "
                               "(2000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "BOM-TABLE VOLL (2000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(BOM-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM PARSE-BOM
                           IF WS-BOM-EFFFROM <= WS-COST-DATE
                               AND WS-BOM-EFFTO >= WS-COST-DATE
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

      *    Stock on hand above safety stock is free for promising in
      *    the first month. ONORDERQTY is not used - the open-order
      *    file says WHEN that quantity arrives.
       LOAD-INVENTORY.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "INVENTORY.CSV" TO WS-TRAILER-FILE
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "ABBRUCH: INVENTORY.CSV NICHT LESBAR "
                   "(STATUS " WS-INVENTORY-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "INVENTORY.CSV NICHT LESBAR" TO WS-LOG-TEXT
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
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF INVENTORY-LINE(1:7) = "TRAILER"
                           MOVE INVENTORY-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(INVENTORY-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-INVENTORY-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTORY-FILE.

       APPLY-INVENTORY-LINE.
           MOVE SPACES TO WS-INV-ONHAND-TXT
           MOVE SPACES TO WS-INV-ONORDER-TXT
           MOVE SPACES TO WS-INV-SAFETY-TXT
           UNSTRING INVENTORY-LINE
               DELIMITED BY ";"
               INTO WS-INV-PARTNO WS-INV-ONHAND-TXT
                    WS-INV-ONORDER-TXT WS-INV-SAFETY-TXT
           END-UNSTRING
           MOVE WS-INV-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               MOVE 0 TO WS-SUPPLY-QTY
               IF WS-INV-ONHAND-TXT NOT = SPACES
                   COMPUTE WS-SUPPLY-QTY =
                       FUNCTION NUMVAL(WS-INV-ONHAND-TXT)
               END-IF
               IF WS-INV-SAFETY-TXT NOT = SPACES
                   COMPUTE WS-SUPPLY-QTY = WS-SUPPLY-QTY
                       - FUNCTION NUMVAL(WS-INV-SAFETY-TXT)
               END-IF
               ADD WS-SUPPLY-QTY TO T-SUPPLY(PART-IDX, 1)
           ELSE
               DISPLAY "WARNUNG: INVENTUR-ZEILE NICHT "
                   "VERARBEITET -> " WS-INV-PARTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "INVENTUR-ZEILE NICHT VERARBEITET "
                   WS-INV-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Recovered parts in the recycling cage count as stock the
      *    same way MATREQ nets them. No file yet simply means no
      *    recoveries have been processed.
       LOAD-REUSABLE-STOCK.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "REUSABLE_STOCK.CSV" TO WS-TRAILER-FILE
           OPEN INPUT REUSE-FILE
           IF WS-REUSE-STATUS NOT = "00"
               DISPLAY "HINWEIS: REUSABLE_STOCK.CSV NICHT VORHANDEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ REUSE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF REUSE-LINE(1:7) = "TRAILER"
                               MOVE REUSE-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO WS-TOTAL-READ
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(REUSE-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-REUSE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REUSE-FILE
           END-IF.

       APPLY-REUSE-LINE.
           MOVE SPACES TO WS-RU-QTY-TXT
           UNSTRING REUSE-LINE
               DELIMITED BY ";"
               INTO WS-RU-PARTNO WS-RU-CONDITION WS-RU-QTY-TXT
           END-UNSTRING
           MOVE WS-RU-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               IF WS-RU-QTY-TXT NOT = SPACES
                   COMPUTE T-SUPPLY(PART-IDX, 1) =
                       T-SUPPLY(PART-IDX, 1)
                       + FUNCTION NUMVAL(WS-RU-QTY-TXT)
               END-IF
           ELSE
               DISPLAY "WARNUNG: REUSE-ZEILE NICHT "
                   "VERARBEITET -> " WS-RU-PARTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "REUSE-ZEILE NICHT VERARBEITET "
                   WS-RU-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Open purchase-order balances arrive in their DUEDATE
      *    month; an overdue line is assumed on the dock in the
      *    first month, a line due after the horizon does not count.
      *    No open-order file yet means nothing is on order.
       LOAD-OPEN-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "OPEN_ORDERS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT OPEN-ORDERS-FILE
           IF WS-OPENORD-STATUS NOT = "00"
               DISPLAY "HINWEIS: OPEN_ORDERS.CSV NICHT VORHANDEN - "
                   "KEINE OFFENEN BESTELLUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPEN-ORDERS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF OPEN-ORDERS-LINE(1:7) = "TRAILER"
                               MOVE OPEN-ORDERS-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO WS-TOTAL-READ
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(OPEN-ORDERS-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-OPEN-ORDER-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDERS-FILE
           END-IF.

       APPLY-OPEN-ORDER-LINE.
           MOVE SPACES TO WS-OO-ORDERQTY-TXT
           MOVE SPACES TO WS-OO-RECQTY-TXT
           MOVE SPACES TO WS-OO-DUEDATE-TXT
           MOVE SPACES TO WS-OO-STATUS
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-OO-PONUMBER WS-OO-PARTNO WS-OO-SUPPCODE
                    WS-OO-ORDERQTY-TXT WS-OO-RECQTY-TXT
                    WS-OO-UNITCOST-TXT WS-OO-ORDERDATE-TXT
                    WS-OO-DUEDATE-TXT WS-OO-STATUS
           END-UNSTRING
           IF WS-OO-STATUS NOT = "CLOSED"
               COMPUTE WS-SUPPLY-QTY =
                   FUNCTION NUMVAL(WS-OO-ORDERQTY-TXT)
                   - FUNCTION NUMVAL(WS-OO-RECQTY-TXT)
               MOVE FUNCTION NUMVAL(WS-OO-DUEDATE-TXT)
                   TO WS-OO-DUEDATE
               MOVE WS-OO-DUEDATE(1:6) TO WS-PERIOD
               PERFORM FIND-PERIOD-IDX
               MOVE WS-OO-PARTNO TO WS-BOM-PARTNO
               PERFORM FIND-PART-IDX
               IF PART-IDX > 0
                   IF WS-SUPPLY-QTY > 0 AND PERIOD-IDX > 0
                       ADD WS-SUPPLY-QTY
                           TO T-SUPPLY(PART-IDX, PERIOD-IDX)
                   END-IF
               ELSE
                   DISPLAY "WARNUNG: BESTELL-ZEILE NICHT "
                       "VERARBEITET -> " WS-OO-PONUMBER
                   MOVE "RC-W-0106" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "BESTELL-ZEILE NICHT VERARBEITET "
                       WS-OO-PONUMBER " / " WS-OO-PARTNO
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       LOAD-WC-CAPACITY.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "WC_CAPACITY.CSV" TO WS-TRAILER-FILE
           OPEN INPUT WC-CAPACITY-FILE
           IF WS-CAPACITY-STATUS NOT = "00"
               DISPLAY "HINWEIS: WC_CAPACITY.CSV NICHT VORHANDEN - "
                   "VERFUEGBARE STUNDEN = 0"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ WC-CAPACITY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF WC-CAPACITY-LINE(1:7) = "TRAILER"
                               MOVE WC-CAPACITY-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO WS-TOTAL-READ
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(WC-CAPACITY-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-WC-CAPACITY-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WC-CAPACITY-FILE
           END-IF.

       APPLY-WC-CAPACITY-LINE.
           MOVE SPACES TO WS-WC-NAME
           MOVE SPACES TO WS-WC-AVAIL-TXT
           UNSTRING WC-CAPACITY-LINE
               DELIMITED BY ";"
               INTO WS-WC-NAME WS-WC-AVAIL-TXT
           END-UNSTRING
           PERFORM FIND-OR-ADD-WORK-CENTER
           IF WC-IDX > 0 AND WS-WC-AVAIL-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WC-AVAIL-TXT)
                   TO T-WC-AVAIL(WC-IDX)
           END-IF.

       FIND-OR-ADD-WORK-CENTER.
           MOVE 0 TO WC-IDX
           PERFORM VARYING WK FROM 1 BY 1
                   UNTIL WK > WC-COUNT OR WC-IDX > 0
               IF T-WC-NAME(WK) = WS-WC-NAME
                   MOVE WK TO WC-IDX
               END-IF
           END-PERFORM
           IF WC-IDX = 0
               IF WC-COUNT >= 50
                   DISPLAY "KAPAZITAET ERSCHOEPFT - WC-TABLE "
                       "VOLL (50)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "WC-TABLE VOLL (50)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO WC-COUNT
                   MOVE WC-COUNT TO WC-IDX
                   MOVE WS-WC-NAME TO T-WC-NAME(WC-IDX)
                   MOVE 0 TO T-WC-AVAIL(WC-IDX)
               END-IF
           END-IF.

       LOAD-WORK-CENTERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "WORK_CENTERS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT WORK-CENTERS-FILE
           IF WS-WORKCTR-STATUS NOT = "00"
               DISPLAY "ABBRUCH: WORK_CENTERS.CSV NICHT LESBAR "
                   "(STATUS " WS-WORKCTR-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "WORK_CENTERS.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ WORK-CENTERS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF WORK-CENTERS-LINE(1:7) = "TRAILER"
                           MOVE WORK-CENTERS-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(WORK-CENTERS-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-WORK-CENTER-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-CENTERS-FILE.

       APPLY-WORK-CENTER-LINE.
           MOVE SPACES TO WS-SH-ROBOTNO
           MOVE SPACES TO WS-SH-WCNAME
           MOVE SPACES TO WS-SH-HOURS-TXT
           UNSTRING WORK-CENTERS-LINE
               DELIMITED BY ";"
               INTO WS-SH-ROBOTNO WS-SH-WCNAME WS-SH-HOURS-TXT
           END-UNSTRING
           MOVE WS-SH-ROBOTNO TO WS-BOM-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF ROBOT-IDX = 0
               DISPLAY "WARNUNG: ARBEITSPLATZ-ZEILE NICHT "
                   "VERARBEITET -> " WS-SH-ROBOTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "ARBEITSPLATZ-ZEILE NICHT VERARBEITET "
                   WS-SH-ROBOTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE WS-SH-WCNAME TO WS-WC-NAME
               PERFORM FIND-OR-ADD-WORK-CENTER
               IF WC-IDX > 0
                   IF STDHRS-COUNT >= 500
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "STDHRS-TABLE VOLL (500)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "STDHRS-TABLE VOLL (500)"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   ELSE
                       ADD 1 TO STDHRS-COUNT
                       MOVE ROBOT-IDX
                           TO SH-ROBOT-IDX(STDHRS-COUNT)
                       MOVE WC-IDX TO SH-WC-IDX(STDHRS-COUNT)
                       MOVE FUNCTION NUMVAL(WS-SH-HOURS-TXT)
                           TO SH-HOURS(STDHRS-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Open orders are inserted into the table in promising
      *    sequence - REQPERIOD first, order number within it - so
      *    an earlier request always gets first call on stock and
      *    hours.
       LOAD-CUST-ORDERS.
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
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF ORDERS-LINE(1:7) = "TRAILER"
                           MOVE ORDERS-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD 1 TO WS-TOTAL-READ
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(ORDERS-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-ORDER-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS-FILE.

       APPLY-ORDER-LINE.
           MOVE SPACES TO WS-CO-STATUS
           UNSTRING ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-CO-ORDERNO WS-CO-CUSTOMER WS-CO-ROBOTNO
                    WS-CO-QTY-TXT WS-CO-PERIOD-TXT WS-CO-STATUS
           END-UNSTRING
           IF WS-CO-STATUS = "F" OR WS-CO-STATUS = "P"
               IF ORDER-COUNT >= 5000
                   DISPLAY "ABBRUCH: ORDER-TABLE VOLL "
                       "(5000) - LAUF ANGEHALTEN"
                   MOVE "RC-E-0210" TO WS-LOG-CODE
                   MOVE "SEVERE" TO WS-LOG-SEVERITY
                   MOVE "ORDER-TABLE VOLL (5000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-CO-QTY-TXT) TO WS-CO-QTY
               MOVE FUNCTION NUMVAL(WS-CO-PERIOD-TXT)
                   TO WS-CO-PERIOD
               MOVE SPACES TO WS-CO-SORTKEY
               STRING WS-CO-PERIOD WS-CO-ORDERNO
                   DELIMITED BY SIZE INTO WS-CO-SORTKEY
               ADD 1 TO ORDER-COUNT
               MOVE ORDER-COUNT TO OJ
               MOVE "N" TO WS-INSERT-DONE
               PERFORM UNTIL OJ = 1 OR WS-INSERT-DONE = "Y"
                   MOVE SPACES TO WS-TB-SORTKEY
                   STRING CO-REQPERIOD(OJ - 1) CO-ORDERNO(OJ - 1)
                       DELIMITED BY SIZE INTO WS-TB-SORTKEY
                   IF WS-TB-SORTKEY > WS-CO-SORTKEY
                       MOVE CO-ENTRY(OJ - 1) TO CO-ENTRY(OJ)
                       SUBTRACT 1 FROM OJ
                   ELSE
                       MOVE "Y" TO WS-INSERT-DONE
                   END-IF
               END-PERFORM
               MOVE WS-CO-ORDERNO TO CO-ORDERNO(OJ)
               MOVE WS-CO-CUSTOMER TO CO-CUSTOMER(OJ)
               MOVE WS-CO-ROBOTNO TO CO-ROBOTNO(OJ)
               MOVE WS-CO-QTY TO CO-QTY(OJ)
               MOVE WS-CO-PERIOD TO CO-REQPERIOD(OJ)
               MOVE WS-CO-STATUS TO CO-STATUS(OJ)
               MOVE 0 TO CO-PROM-PERIOD(OJ)
               MOVE SPACES TO CO-ATP-STATUS(OJ)
               MOVE SPACES TO CO-LIMIT-TYPE(OJ)
               MOVE SPACES TO CO-LIMIT-KEY(OJ)
           END-IF.

       LOAD-SCHEDULE.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "SCHEDULE.CSV" TO WS-TRAILER-FILE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "HINWEIS: SCHEDULE.CSV NICHT VORHANDEN - "
                   "KEINE EINGEPLANTEN FERTIGUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF SCHEDULE-LINE(1:7) = "TRAILER"
                               MOVE SCHEDULE-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF SCHED-COUNT >= 600
                               DISPLAY "ABBRUCH: SCHEDULE-TABLE "
                                   "VOLL (600) - LAUF ANGEHALTEN"
                               MOVE "RC-E-0210" TO WS-LOG-CODE
                               MOVE "SEVERE" TO WS-LOG-SEVERITY
                               MOVE "SCHEDULE-TABLE VOLL (600)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD 1 TO WS-TOTAL-READ
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(SCHEDULE-LINE))
                                   TO WS-RAW-CHECKSUM
                               UNSTRING SCHEDULE-LINE
                                   DELIMITED BY ";"
                                   INTO WS-SCH-ROBOTNO
                                        WS-SCH-PERIOD-TXT
                                        WS-SCH-QTY-TXT
                               END-UNSTRING
                               ADD 1 TO SCHED-COUNT
                               MOVE WS-SCH-ROBOTNO
                                   TO T-SCH-ROBOTNO(SCHED-COUNT)
                               MOVE FUNCTION NUMVAL(
                                   WS-SCH-PERIOD-TXT)
                                   TO T-SCH-PERIOD(SCHED-COUNT)
                               MOVE FUNCTION NUMVAL(WS-SCH-QTY-TXT)
                                   TO T-SCH-QTY(SCHED-COUNT)
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      *    schedule.csv holds the firm orders SCHEDGEN rolled in plus
      *    forecast and stock builds. Only the part of each line
      *    that is NOT a firm order for the same robot and month is
      *    booked here - the firm orders are promised one by one
      *    below and must not be counted twice. Builds in a month
      *    already gone are taken as done (they are in the stock).
       BOOK-SCHEDULED-BUILDS.
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SCHED-COUNT
               MOVE T-SCH-QTY(SI) TO WS-BASE-QTY
               PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-COUNT
                   IF CO-STATUS(OI) = "F"
                       AND CO-ROBOTNO(OI) = T-SCH-ROBOTNO(SI)
                       AND CO-REQPERIOD(OI) = T-SCH-PERIOD(SI)
                       SUBTRACT CO-QTY(OI) FROM WS-BASE-QTY
                   END-IF
               END-PERFORM
               MOVE T-SCH-PERIOD(SI) TO WS-PERIOD
               PERFORM FIND-PERIOD-IDX
               IF WS-BASE-QTY > 0 AND PERIOD-IDX > 0
                   AND WS-PERIOD-PAST = "N"
                   MOVE T-SCH-ROBOTNO(SI) TO WS-BOM-ROBOTNO
                   PERFORM FIND-ROBOT-IDX
                   IF ROBOT-IDX > 0
                       MOVE PERIOD-IDX TO WS-CAND
                       MOVE WS-BASE-QTY TO WS-X-QTY
                       PERFORM EXPLODE-QTY
                       PERFORM COMMIT-NEED
                       ADD 1 TO WS-BASE-COUNT
                   ELSE
                       DISPLAY "WARNUNG: PLAN-ZEILE NICHT "
                           "VERARBEITET -> " T-SCH-ROBOTNO(SI)
                           " / " T-SCH-PERIOD(SI)
                       MOVE "RC-W-0106" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING "PLAN-ZEILE NICHT VERARBEITET "
                           T-SCH-ROBOTNO(SI) " / " T-SCH-PERIOD(SI)
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               END-IF
           END-PERFORM.

       PROMISE-ORDERS.
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-COUNT
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM PROMISE-ONE-ORDER
               IF CO-ATP-STATUS(OI) = "SPAET"
                   OR CO-ATP-STATUS(OI) = "OFFEN"
                   PERFORM BUILD-LIMIT-TEXT
                   MOVE "RC-W-0126" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "AUFTRAG NICHT ZUM WUNSCHTERMIN ZUSAGBAR "
                       FUNCTION TRIM(CO-ORDERNO(OI)) " - "
                       FUNCTION TRIM(WS-LIMIT-TEXT)
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-PERFORM.

      *    Month by month from the requested one: the first month
      *    that passes both the material and the capacity check is
      *    the promise, and the order's need is booked there. The
      *    constraint that failed in the REQUESTED month is what
      *    the backlog report names.
       PROMISE-ONE-ORDER.
           MOVE CO-ROBOTNO(OI) TO WS-BOM-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           MOVE CO-REQPERIOD(OI) TO WS-PERIOD
           PERFORM FIND-PERIOD-IDX
           IF ROBOT-IDX = 0
               MOVE "OFFEN" TO CO-ATP-STATUS(OI)
               MOVE "ROBOTER" TO CO-LIMIT-TYPE(OI)
               MOVE CO-ROBOTNO(OI) TO CO-LIMIT-KEY(OI)
               ADD 1 TO WS-OPEN-COUNT
           ELSE
           IF PERIOD-IDX = 0
               MOVE "HORIZ" TO CO-ATP-STATUS(OI)
               MOVE "HORIZONT" TO CO-LIMIT-TYPE(OI)
               ADD 1 TO WS-HORIZON-COUNT
           ELSE
               MOVE PERIOD-IDX TO WS-REQ-IDX
               MOVE CO-QTY(OI) TO WS-X-QTY
               PERFORM EXPLODE-QTY
               MOVE 0 TO WS-PROM-IDX
               MOVE "N" TO WS-REQ-CHECKED
               PERFORM VARYING WS-CAND FROM WS-REQ-IDX BY 1
                       UNTIL WS-CAND > WS-HORIZON
                          OR WS-PROM-IDX > 0
                   PERFORM CHECK-CANDIDATE-PERIOD
                   IF WS-REQ-CHECKED = "N"
                       MOVE "Y" TO WS-REQ-CHECKED
                       MOVE WS-LIMIT-TYPE TO CO-LIMIT-TYPE(OI)
                       MOVE WS-LIMIT-KEY TO CO-LIMIT-KEY(OI)
                   END-IF
                   IF WS-FEASIBLE = "Y"
                       MOVE WS-CAND TO WS-PROM-IDX
                   END-IF
               END-PERFORM
               IF WS-PROM-IDX > 0
                   MOVE WS-PROM-IDX TO WS-CAND
                   PERFORM COMMIT-NEED
                   MOVE T-PERIOD(WS-PROM-IDX)
                       TO CO-PROM-PERIOD(OI)
                   IF WS-PROM-IDX = WS-REQ-IDX
                       AND WS-PERIOD-PAST = "N"
                       MOVE "OK" TO CO-ATP-STATUS(OI)
                       ADD 1 TO WS-ONTIME-COUNT
                   ELSE
                       MOVE "SPAET" TO CO-ATP-STATUS(OI)
                       ADD 1 TO WS-LATE-COUNT
                       IF CO-LIMIT-TYPE(OI) = SPACES
                           MOVE "TERMIN" TO CO-LIMIT-TYPE(OI)
                       END-IF
                   END-IF
               ELSE
                   MOVE "OFFEN" TO CO-ATP-STATUS(OI)
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF
           END-IF.

      *    Explodes WS-X-QTY of assembly ROBOT-IDX into the total
      *    part quantities (with the SCRAPPCT allowance) and the
      *    work-center hours it takes, MAKE sub-assemblies opened
      *    level by level off a stack. The level cap catches a
      *    circular BOM the editor let through.
       EXPLODE-QTY.
           MOVE 0 TO NEED-PART-COUNT
           PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > 50
               MOVE 0 TO NW-HOURS(WK)
           END-PERFORM
           MOVE 1 TO XS-COUNT
           MOVE ROBOT-IDX TO XS-ROBOT-IDX(1)
           MOVE WS-X-QTY TO XS-QTY(1)
           MOVE 1 TO XS-LEVEL(1)
           PERFORM UNTIL XS-COUNT = 0
               MOVE XS-ROBOT-IDX(XS-COUNT) TO WS-X-ROBOT-IDX
               MOVE XS-QTY(XS-COUNT) TO WS-X-QTY
               MOVE XS-LEVEL(XS-COUNT) TO WS-X-LEVEL
               SUBTRACT 1 FROM XS-COUNT
               PERFORM EXPLODE-ONE-ASSEMBLY
           END-PERFORM.

       EXPLODE-ONE-ASSEMBLY.
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > STDHRS-COUNT
               IF SH-ROBOT-IDX(SH) = WS-X-ROBOT-IDX
                   COMPUTE WS-NEED-HOURS ROUNDED =
                       WS-X-QTY * SH-HOURS(SH)
                   ADD WS-NEED-HOURS TO NW-HOURS(SH-WC-IDX(SH))
               END-IF
           END-PERFORM
           PERFORM VARYING BI FROM 1 BY 1 UNTIL BI > BOM-COUNT
               MOVE FUNCTION TRIM(T-BOM-ROBOTNO(BI)) TO WS-KEY1
               MOVE FUNCTION TRIM(T-ROBOTNO(WS-X-ROBOT-IDX))
                   TO WS-KEY2
               IF WS-KEY1 = WS-KEY2
                   COMPUTE WS-X-CHILD-QTY =
                       WS-X-QTY * T-BOM-QTY(BI)
                   PERFORM EXPLODE-BOM-LINE
               END-IF
           END-PERFORM.

       EXPLODE-BOM-LINE.
           MOVE T-BOM-PARTNO(BI) TO WS-BOM-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF ROBOT-IDX > 0 AND T-R-MAKEBUY(ROBOT-IDX) NOT = "B"
               IF WS-X-LEVEL >= 20 OR XS-COUNT >= 500
                   DISPLAY "WARNUNG: ZIRKULAERE ODER UNAUFLOESBARE "
                       "STUECKLISTE -> " T-BOM-PARTNO(BI)
                   MOVE "RC-W-0103" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "ZIRKULAERE ODER UNAUFLOESBARE "
                       "STUECKLISTE " T-BOM-PARTNO(BI)
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO XS-COUNT
                   MOVE ROBOT-IDX TO XS-ROBOT-IDX(XS-COUNT)
                   MOVE WS-X-CHILD-QTY TO XS-QTY(XS-COUNT)
                   COMPUTE XS-LEVEL(XS-COUNT) = WS-X-LEVEL + 1
               END-IF
           ELSE
               MOVE T-BOM-PARTNO(BI) TO WS-BOM-PARTNO
               PERFORM FIND-PART-IDX
               IF PART-IDX > 0
                   COMPUTE WS-NEED-QTY ROUNDED =
                       WS-X-CHILD-QTY
                       * (100 + T-SCRAPPCT(PART-IDX)) / 100
                   PERFORM ADD-PART-NEED
               ELSE
                   DISPLAY "WARNUNG: STUECKLISTEN-ZEILE NICHT "
                       "VERARBEITET -> " T-BOM-ROBOTNO(BI)
                       " / " T-BOM-PARTNO(BI)
                   MOVE "RC-W-0106" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "STUECKLISTEN-ZEILE NICHT VERARBEITET "
                       T-BOM-ROBOTNO(BI) " / " T-BOM-PARTNO(BI)
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       ADD-PART-NEED.
           MOVE 0 TO NI
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > NEED-PART-COUNT OR NI > 0
               IF NP-PART-IDX(J) = PART-IDX
                   MOVE J TO NI
               END-IF
           END-PERFORM
           IF NI = 0
               IF NEED-PART-COUNT >= 500
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "NEED-PART-TABLE VOLL (500)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "NEED-PART-TABLE VOLL (500)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO NEED-PART-COUNT
                   MOVE NEED-PART-COUNT TO NI
                   MOVE PART-IDX TO NP-PART-IDX(NI)
                   MOVE 0 TO NP-QTY(NI)
               END-IF
           END-IF
           IF NI > 0
               ADD WS-NEED-QTY TO NP-QTY(NI)
           END-IF.

      *    Material first, then hours - WS-LIMIT-TYPE/-KEY name the
      *    first constraint that does not hold in month WS-CAND.
       CHECK-CANDIDATE-PERIOD.
           MOVE "Y" TO WS-FEASIBLE
           MOVE SPACES TO WS-LIMIT-TYPE
           MOVE SPACES TO WS-LIMIT-KEY
           PERFORM VARYING NI FROM 1 BY 1
                   UNTIL NI > NEED-PART-COUNT OR WS-FEASIBLE = "N"
               PERFORM CHECK-PART-AVAILABLE
           END-PERFORM
           PERFORM VARYING WK FROM 1 BY 1
                   UNTIL WK > WC-COUNT OR WS-FEASIBLE = "N"
               IF NW-HOURS(WK) > 0
                   COMPUTE WS-FREE-HOURS =
                       T-WC-AVAIL(WK) - T-WC-USED(WK, WS-CAND)
                   IF WS-FREE-HOURS < NW-HOURS(WK)
                       MOVE "N" TO WS-FEASIBLE
                       MOVE "ARBEITSPLATZ" TO WS-LIMIT-TYPE
                       MOVE T-WC-NAME(WK) TO WS-LIMIT-KEY
                   END-IF
               END-IF
           END-PERFORM.

      *    Cumulative projected stock less everything promised so
      *    far must cover the need in the candidate month and in
      *    every month after it.
       CHECK-PART-AVAILABLE.
           MOVE NP-PART-IDX(NI) TO PART-IDX
           MOVE 0 TO WS-CUM-QTY
           PERFORM VARYING PI FROM 1 BY 1
                   UNTIL PI > WS-HORIZON OR WS-FEASIBLE = "N"
               COMPUTE WS-CUM-QTY = WS-CUM-QTY
                   + T-SUPPLY(PART-IDX, PI) - T-USED(PART-IDX, PI)
               IF PI >= WS-CAND AND WS-CUM-QTY < NP-QTY(NI)
                   MOVE "N" TO WS-FEASIBLE
                   MOVE "TEIL" TO WS-LIMIT-TYPE
                   MOVE T-PARTNO(PART-IDX) TO WS-LIMIT-KEY
               END-IF
           END-PERFORM.

       COMMIT-NEED.
           PERFORM VARYING NI FROM 1 BY 1 UNTIL NI > NEED-PART-COUNT
               ADD NP-QTY(NI) TO T-USED(NP-PART-IDX(NI), WS-CAND)
           END-PERFORM
           PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
               ADD NW-HOURS(WK) TO T-WC-USED(WK, WS-CAND)
           END-PERFORM.

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

       BUILD-LIMIT-TEXT.
           MOVE SPACES TO WS-LIMIT-TEXT
           EVALUATE CO-LIMIT-TYPE(OI)
               WHEN "TEIL"
                   STRING "ENGPASS TEIL "
                       FUNCTION TRIM(CO-LIMIT-KEY(OI))
                       DELIMITED BY SIZE INTO WS-LIMIT-TEXT
               WHEN "ARBEITSPLATZ"
                   STRING "ENGPASS ARBEITSPLATZ "
                       FUNCTION TRIM(CO-LIMIT-KEY(OI))
                       DELIMITED BY SIZE INTO WS-LIMIT-TEXT
               WHEN "TERMIN"
                   MOVE "WUNSCHTERMIN VERSTRICHEN" TO WS-LIMIT-TEXT
               WHEN "ROBOTER"
                   STRING "ROBOTER UNBEKANNT "
                       FUNCTION TRIM(CO-LIMIT-KEY(OI))
                       DELIMITED BY SIZE INTO WS-LIMIT-TEXT
               WHEN "HORIZONT"
                   MOVE "AUSSERHALB PLANUNGSHORIZONT"
                       TO WS-LIMIT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-PROMISE-FILE.
           OPEN OUTPUT PROMISE-FILE
           MOVE SPACES TO WS-OUT-LINE
           STRING "ORDERNO;CUSTOMER;ROBOTNO;QTY;REQPERIOD;"
               "PROMPERIOD;ATPSTATUS;LIMITTYPE;LIMITKEY;RUNID"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           WRITE PROMISE-LINE FROM WS-OUT-LINE
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-COUNT
               MOVE CO-QTY(OI) TO WS-QTY-TXT
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(CO-ORDERNO(OI)) ";"
                   FUNCTION TRIM(CO-CUSTOMER(OI)) ";"
                   FUNCTION TRIM(CO-ROBOTNO(OI)) ";"
                   FUNCTION TRIM(WS-QTY-TXT) ";"
                   CO-REQPERIOD(OI) ";"
                   CO-PROM-PERIOD(OI) ";"
                   FUNCTION TRIM(CO-ATP-STATUS(OI)) ";"
                   FUNCTION TRIM(CO-LIMIT-TYPE(OI)) ";"
                   FUNCTION TRIM(CO-LIMIT-KEY(OI)) ";"
                   FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               WRITE PROMISE-LINE FROM WS-OUT-LINE
           END-PERFORM
           CLOSE PROMISE-FILE.

       WRITE-BACKLOG-REPORT.
           OPEN OUTPUT BACKLOG-REPORT-FILE
           MOVE "AUFTRAGSRUECKSTAND - LIEFERZUSAGE (ATP)"
               TO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLANUNG AB PERIODE " T-PERIOD(1)
               " BIS " T-PERIOD(WS-HORIZON)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE

           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-COUNT
               IF CO-ATP-STATUS(OI) NOT = "OK"
                   PERFORM WRITE-BACKLOG-LINE
               END-IF
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GEPRUEFTE AUFTRAEGE:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ONTIME-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TERMINGERECHT ZUSAGBAR:      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SPAETER ZUSAGBAR:            " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NICHT ZUSAGBAR:              " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-HORIZON-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUSSERHALB HORIZONT:         " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-BASE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VORAB GEBUCHTE PLANZEILEN:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE BACKLOG-REPORT-FILE.

       WRITE-BACKLOG-LINE.
           PERFORM BUILD-LIMIT-TEXT
           MOVE CO-QTY(OI) TO WS-QTY-TXT
           MOVE SPACES TO WS-REPORT-LINE
           IF CO-PROM-PERIOD(OI) > 0
               STRING "AUFTRAG " CO-ORDERNO(OI)
                   " | " CO-CUSTOMER(OI)
                   " | " CO-ROBOTNO(OI)
                   " | MENGE " WS-QTY-TXT
                   " | WUNSCH " CO-REQPERIOD(OI)
                   " | ZUSAGE " CO-PROM-PERIOD(OI)
                   " | " WS-LIMIT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "AUFTRAG " CO-ORDERNO(OI)
                   " | " CO-CUSTOMER(OI)
                   " | " CO-ROBOTNO(OI)
                   " | MENGE " WS-QTY-TXT
                   " | WUNSCH " CO-REQPERIOD(OI)
                   " | KEINE ZUSAGE"
                   " | " WS-LIMIT-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE BACKLOG-REPORT-LINE FROM WS-REPORT-LINE.

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
           STRING "ATPCHECK;" WS-TOTAL-READ
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
               "ATPCHECK;"
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
