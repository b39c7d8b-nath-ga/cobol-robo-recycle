       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKORD.

      *    Production work orders: releases one numbered work order
      *    per ROBOTNO and period of schedule.csv into the work-order
      *    master work_orders.csv, each with its component pick list
      *    exploded from bom_val.csv (effectivity as of the first day
      *    of the build period) plus the SCRAPPCT allowance of the
      *    part master. STOCKPOST accepts issues and returns only
      *    against a released work order, so every part drawn from
      *    stores belongs to one build job instead of to a whole
      *    month of one robot.
      *
      *    Release horizon: every schedule line up to the current
      *    month plus WOHORIZON months (batch_parms, default 1) that
      *    has no work order yet; bought-in robots (MAKEBUY B) get
      *    none. Pick lists are appended to wo_picklist.csv.
      *
      *    wo_trans.csv layout: line 1 is a header
      *    (ACTION;WONO;QTY;DATE;HOURS;FIRSTSERIAL) and is skipped:
      *      C;<WONO>;<COMPLQTY>;<JJJJMMTT>;<HOURS>;<FIRSTSERIAL>
      *    closes a released work order with the completed quantity
      *    and the actual labour hours; a blank DATE means today.
      *    The finished units are numbered on from FIRSTSERIAL
      *    (SN26001, 40 units -> SN26001 ... SN26040) and written
      *    to fleet_register.csv with status BUILT, the same row
      *    FLEETREG's B transaction creates. A robot that is itself
      *    a component in bom_val.csv (sub-assembly) gets no serials.
      *    Completed quantity zero closes a job that will not be
      *    built. Every transaction, applied or rejected, lands in
      *    wo_audit.csv with before- and after-image of the work
      *    order.
      *
      *    Each work order closed in the run gets its own block on
      *    work_order_report.txt: actual material (posted I issues
      *    net of U returns in stock_audit.csv referenced to the
      *    work order) against the standard for the completed
      *    quantity, in units and in money, and actual hours against
      *    work_centers.csv standard hours. The money is valued at
      *    the frozen standard (COSTROLL, standard_costs.csv) of the
      *    newest fiscal year up to the year of the job's period,
      *    like USAGEVAR - a price keyed in purchasing does not move
      *    the variance of a finished job. Before the first standard
      *    is released, and for a part the set does not carry, the
      *    as-of price of COSTDATE is used (RC-W-0134); the block
      *    header names the basis.

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
           SELECT SCHEDULE-FILE
               ASSIGN TO "..\data\schedule.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT WC-FILE
               ASSIGN TO "..\data\work_centers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-STATUS.
           SELECT WO-FILE
               ASSIGN TO "..\data\work_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT FLEET-FILE
               ASSIGN TO "..\data\fleet_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "..\data\wo_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT STOCK-AUDIT-FILE
               ASSIGN TO "..\data\stock_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKAUDIT-STATUS.
           SELECT PICK-FILE
               ASSIGN TO "..\data\wo_picklist.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "..\data\wo_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WO-REPORT-FILE
               ASSIGN TO "..\data\work_order_report.txt"
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

       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE           PIC X(200).

       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  WC-FILE.
       01  WC-LINE                 PIC X(200).

       FD  WO-FILE.
       01  WO-LINE                 PIC X(200).

       FD  FLEET-FILE.
       01  FLEET-LINE              PIC X(200).

       FD  TRANS-FILE.
       01  TRANS-LINE              PIC X(250).

       FD  STOCK-AUDIT-FILE.
       01  STOCK-AUDIT-LINE        PIC X(250).

       FD  PICK-FILE.
       01  PICK-LINE               PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(500).

       FD  WO-REPORT-FILE.
       01  WO-REPORT-LINE          PIC X(300).

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
       77  WS-KEY1                 PIC X(10).
       77  WS-KEY2                 PIC X(10).

       77  WS-PARTSIDX-STATUS      PIC X(2) VALUE "00".
       77  WS-ROBOTSIDX-STATUS     PIC X(2) VALUE "00".
       77  WS-BOM-STATUS           PIC X(2) VALUE "00".
       77  WS-SCHEDULE-STATUS      PIC X(2) VALUE "00".
       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-WC-STATUS            PIC X(2) VALUE "00".
       77  WS-WO-STATUS            PIC X(2) VALUE "00".
       77  WS-FLEET-STATUS         PIC X(2) VALUE "00".
       77  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       77  WS-STOCKAUDIT-STATUS    PIC X(2) VALUE "00".
       77  WS-PICK-STATUS          PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
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
       01  WS-TRAILER-FILE         PIC X(20).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-W-0134 TEIL OHNE STANDARDKOSTEN
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
       01  WS-WO-HORIZON           PIC 9(3) VALUE 1.
       01  WS-RELEASE-LIMIT        PIC 9(6) VALUE 0.
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-LIMIT-YEAR           PIC 9(4).
       01  WS-LIMIT-MONTH          PIC 9(2).

       01  PART-TABLE.
           05 PART-ENTRY OCCURS 1000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-UNITCOST        PIC 9(9)V99.
              10 T-PRICE-FROM      PIC 9(8) VALUE 0.
              10 T-SCRAPPCT        PIC 9(3)V99.
              10 T-STDCOST         PIC 9(9)V99 VALUE 0.
              10 T-STD-FLAG        PIC X(1) VALUE "N".
       77  PART-COUNT              PIC 9(4) VALUE 0.
       77  PART-IDX                PIC 9(4) VALUE 0.
       01  WS-FIND-PARTNO          PIC X(10).

       77  PRICE-COUNT             PIC 9(5) VALUE 0.
       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-FROM             PIC 9(8).
       01  WS-PRC-COST             PIC 9(9)V99.

      *    Frozen standard cost set, see LOAD-STANDARD-COSTS. The
      *    set is loaded for the fiscal year of the job being
      *    reported and reloaded only when that year changes.
       77  WS-STDCOST-STATUS       PIC X(2) VALUE "00".
       77  STD-ROW-COUNT           PIC 9(6) VALUE 0.
       77  STD-APPLIED-COUNT       PIC 9(4) VALUE 0.
       77  WS-STDCOST-CHECKSUM     PIC 9(9) VALUE 0.
       01  WS-STD-TARGET-YEAR      PIC 9(4) VALUE 0.
       01  WS-STD-LOADED-YEAR      PIC 9(4) VALUE 0.
       01  WS-STD-SET-YEAR         PIC 9(4) VALUE 0.
       01  WS-STD-ROW-YEAR         PIC 9(4) VALUE 0.
       01  WS-STD-YEAR-TXT         PIC X(20).
       01  WS-STD-TYPE             PIC X(1).
       01  WS-STD-ITEMNO           PIC X(10).
       01  WS-STD-MAT-TXT          PIC X(20).
       01  WS-STD-LAB-TXT          PIC X(20).
       01  WS-STD-OVH-TXT          PIC X(20).
       01  WS-STD-COST-TXT         PIC X(20).
       01  WS-STD-MISSING          PIC 9(4) VALUE 0.
       01  WS-STD-BASIS            PIC X(40) VALUE SPACES.
       01  WS-VAL-PRICE            PIC 9(9)V99.
       77  WS-STD-FIRST-LOAD       PIC X VALUE "N".

       01  ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 200 TIMES.
              10 T-ROBOTNO         PIC X(10).
              10 T-R-MAKEBUY       PIC X(1).
              10 T-R-STDHOURS      PIC 9(5)V99 VALUE 0.
              10 T-R-SUBASSY       PIC X(1) VALUE "N".
       77  ROBOT-COUNT             PIC 9(3) VALUE 0.
       77  ROBOT-IDX               PIC 9(3) VALUE 0.
       01  WS-FIND-ROBOTNO         PIC X(10).

      *    All BOM lines with their effectivity range: a work order
      *    explodes the design valid on the first day of its build
      *    period, not the design of today.
       01  BOM-TABLE.
           05 BOM-ENTRY OCCURS 2000 TIMES.
              10 T-BOM-ROBOTNO     PIC X(10).
              10 T-BOM-PARTNO      PIC X(10).
              10 T-BOM-QTY         PIC 9(5).
              10 T-BOM-EFFFROM     PIC 9(8).
              10 T-BOM-EFFTO       PIC 9(8).
       77  BOM-COUNT               PIC 9(4) VALUE 0.
       77  BI                      PIC 9(4) VALUE 0.
       01  WS-BOM-ROBOTNO          PIC X(10).
       01  WS-BOM-PARTNO           PIC X(10).
       01  WS-BOM-QTY-TXT          PIC X(20).
       01  WS-BOM-EFFFROM-TXT      PIC X(20).
       01  WS-BOM-EFFTO-TXT        PIC X(20).
       01  WS-EXPLODE-DATE         PIC 9(8).

       01  WS-WC-ROBOTNO           PIC X(10).
       01  WS-WC-NAME              PIC X(20).
       01  WS-WC-HOURS-TXT         PIC X(20).

      *    Work-order master:
      *      WONO;ROBOTNO;PERIOD;ORDERQTY;STATUS;RELDATE;COMPLQTY;
      *      CLOSEDATE;ACTHOURS;FIRSTSERIAL
      *    STATUS is RELEASED or CLOSED. The master is rewritten
      *    whole, so a truncated load is a hard stop.
       01  WO-HEADER               PIC X(200).
       01  WO-TABLE.
           05 WO-ENTRY OCCURS 5000 TIMES.
              10 WO-NO             PIC X(10).
              10 WO-ROBOTNO        PIC X(10).
              10 WO-PERIOD         PIC 9(6).
              10 WO-ORDERQTY       PIC 9(7).
              10 WO-STATUS         PIC X(10).
              10 WO-RELDATE        PIC X(8).
              10 WO-COMPLQTY       PIC 9(7).
              10 WO-CLOSEDATE      PIC X(8).
              10 WO-ACTHOURS       PIC 9(7)V99.
              10 WO-FIRSTSERIAL    PIC X(10).
              10 WO-NEW-FLAG       PIC X(1).
              10 WO-CLOSED-FLAG    PIC X(1).
       77  WO-COUNT                PIC 9(5) VALUE 0.
       77  WO-IDX                  PIC 9(5) VALUE 0.
       77  WS-WO-SEQ-MAX           PIC 9(6) VALUE 0.
       01  WS-WO-SEQ               PIC 9(6).
       01  WS-WO-NO                PIC X(10).
       01  WS-WO-PERIOD-TXT        PIC X(20).
       01  WS-WO-ORDERQTY-TXT      PIC X(20).
       01  WS-WO-COMPLQTY-TXT      PIC X(20).
       01  WS-WO-HOURS-TXT         PIC X(20).
       77  WS-RELEASED-COUNT       PIC 9(5) VALUE 0.
       77  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.

       01  WS-SCH-ROBOTNO          PIC X(10).
       01  WS-SCH-PERIOD-TXT       PIC X(20).
       01  WS-SCH-QTY-TXT          PIC X(20).
       01  WS-SCH-PERIOD           PIC 9(6).
       01  WS-SCH-QTY              PIC 9(7).

       01  FLEET-HEADER            PIC X(200).
       01  FLEET-ROW-TABLE.
           05 FL-ENTRY OCCURS 5000 TIMES.
              10 FL-SERIAL         PIC X(10).
              10 FL-ROBOTNO        PIC X(10).
              10 FL-BUILDDATE      PIC X(8).
              10 FL-SHIPDATE       PIC X(8).
              10 FL-CUSTOMER       PIC X(30).
              10 FL-DECOMDATE      PIC X(8).
              10 FL-STATUS         PIC X(14).
       77  FLEET-ROW-COUNT         PIC 9(4) VALUE 0.
       77  FLEET-IDX               PIC 9(4) VALUE 0.
       77  WS-FLEET-CHANGED        PIC X VALUE "N".

      *    Serial numbering: the trailing digits of FIRSTSERIAL are
      *    the running number, the rest is kept as prefix; the
      *    number keeps its width (SN26099 + 1 -> SN26100, SN99 + 1
      *    overflows and is rejected).
       01  WS-SER-TEXT             PIC X(10).
       77  WS-SER-LEN              PIC 9(2) VALUE 0.
       77  WS-SER-POS              PIC 9(2) VALUE 0.
       77  WS-SER-DIGITS           PIC 9(2) VALUE 0.
       01  WS-SER-BASE             PIC 9(9).
       01  WS-SER-NUM              PIC 9(9).
       01  WS-SER-MAX              PIC 9(10).
       01  WS-SER-NEW              PIC X(10).
       77  WS-SER-K                PIC 9(7) VALUE 0.
       77  WS-SER-ERROR            PIC X VALUE "N".

       01  WS-T-ACTION             PIC X(1).
       01  WS-T-WONO               PIC X(10).
       01  WS-T-QTY-TXT            PIC X(20).
       01  WS-T-DATE               PIC X(8).
       01  WS-T-DATE-N REDEFINES WS-T-DATE.
           05 WS-T-YEAR            PIC 9(4).
           05 WS-T-MONTH           PIC 9(2).
           05 WS-T-DAY             PIC 9(2).
       01  WS-T-HOURS-TXT          PIC X(20).
       01  WS-T-SERIAL             PIC X(10).
       01  WS-T-QTY                PIC S9(7).
       01  WS-T-HOURS              PIC S9(7)V99.

       77  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(50).
       01  WS-BEFORE-IMAGE         PIC X(200).
       01  WS-AFTER-IMAGE          PIC X(200).
       01  WS-AUDIT-REC            PIC X(500).

       77  WS-VAL-COUNT            PIC 9(6) VALUE 0.
       77  WS-VAL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-VAL-TRAILER          PIC X(80).
       01  WS-VAL-COUNT-TXT        PIC Z(5)9.
       01  WS-VAL-SUM-TXT          PIC Z(8)9.
       01  WS-VAL-LINE             PIC X(200).
       01  WS-QTY-TXT              PIC Z(6)9.
       01  WS-QTY2-TXT             PIC Z(6)9.
       01  WS-HOURS-TXT            PIC Z(6)9.99.
       01  WS-HOURS2-TXT           PIC Z(6)9.99.

      *    Net actual draw per closed work order and part: posted
      *    issues add, posted returns subtract.
       01  ACTUAL-TABLE.
           05 AC-ENTRY OCCURS 2000 TIMES.
              10 AC-WO-IDX         PIC 9(5).
              10 AC-PARTNO         PIC X(10).
              10 AC-QTY            PIC S9(9).
              10 AC-USED           PIC X(1).
       77  ACTUAL-COUNT            PIC 9(4) VALUE 0.
       77  ACTUAL-IDX              PIC 9(4) VALUE 0.
       77  WS-ACTUAL-TRUNC         PIC X VALUE "N".

       01  WS-AU-RUNID             PIC X(15).
       01  WS-AU-DATE-TXT          PIC X(20).
       01  WS-AU-TIME-TXT          PIC X(20).
       01  WS-AU-TRANSDATE-TXT     PIC X(20).
       01  WS-AU-TYPE              PIC X(1).
       01  WS-AU-PARTNO            PIC X(10).
       01  WS-AU-QTY-TXT           PIC X(20).
       01  WS-AU-REFERENCE         PIC X(30).
       01  WS-AU-STATUS            PIC X(20).
       01  WS-AU-QTY               PIC S9(9).

       01  WS-BOM-EXT-QTY          PIC 9(9).
       01  WS-PICK-HUNDREDTHS      PIC 9(13).
       01  WS-PICK-QTY             PIC 9(9).
       01  WS-STD-QTY              PIC 9(9).
       01  WS-ACT-QTY              PIC S9(9).
       01  WS-VAR-QTY              PIC S9(9).
       01  WS-VAR-VALUE            PIC S9(11)V99.
       01  WS-WO-VAR-VALUE         PIC S9(11)V99.
       01  WS-STD-HOURS            PIC 9(7)V99.
       01  WS-VAR-HOURS            PIC S9(7)V99.
       77  WS-PICK-LINES           PIC 9(5) VALUE 0.
       01  WS-PICK-REC             PIC X(200).
       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-STD-DISP             PIC ZZZZZZZZ9.
       01  WS-ACT-DISP             PIC ---------9.
       01  WS-VAR-DISP             PIC ---------9.
       01  WS-VAL-DISP             PIC ----------9.99.
       01  WS-HRS-DISP             PIC ------9.99.
       01  WS-SCRAP-DISP           PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "ARBEITSAUFTRAEGE GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           PERFORM LOAD-ROBOTS
           PERFORM LOAD-BOM
           PERFORM LOAD-WORK-CENTERS
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-FLEET-MASTER
           OPEN OUTPUT WO-REPORT-FILE
           MOVE "ARBEITSAUFTRAEGE - FREIGABE UND ABSCHLUSS"
               TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | FREIGABE BIS PERIODE: " WS-RELEASE-LIMIT
               " | PREISSTAND: " WS-COST-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM PROCESS-TRANSACTIONS
           PERFORM RELEASE-WORK-ORDERS
           PERFORM LOAD-ACTUAL-ISSUES
           PERFORM WRITE-CLOSED-VARIANCES
           CLOSE WO-REPORT-FILE
           PERFORM REWRITE-WO-MASTER
           IF WS-FLEET-CHANGED = "J"
               PERFORM REWRITE-FLEET-MASTER
           END-IF
           IF (WS-REJECT-COUNT > 0 OR WS-WARN-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ARBEITSAUFTRAEGE BEENDET - FREIGEGEBEN: "
               WS-RELEASED-COUNT " ABGESCHLOSSEN: " WS-CLOSED-COUNT
               " ABGELEHNT: " WS-REJECT-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           DISPLAY "WORKORD: FREIGEGEBEN " WS-RELEASED-COUNT
               " ABGESCHLOSSEN " WS-CLOSED-COUNT
               " ABGELEHNT " WS-REJECT-COUNT
           GOBACK.

      *    COSTDATE is the as-of price the variance falls back to
      *    where no standard exists, as in CALCCOSTS and USAGEVAR;
      *    WOHORIZON is how many months past the current one are
      *    released ahead.
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
           END-IF
           COMPUTE WS-MONTH-INDEX =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
               + WS-WO-HORIZON
           COMPUTE WS-LIMIT-YEAR = WS-MONTH-INDEX / 12
           COMPUTE WS-LIMIT-MONTH =
               WS-MONTH-INDEX - WS-LIMIT-YEAR * 12 + 1
           COMPUTE WS-RELEASE-LIMIT =
               WS-LIMIT-YEAR * 100 + WS-LIMIT-MONTH.

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
           IF WS-PARM-KEY = "WOHORIZON"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-WO-HORIZON
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
                           MOVE IXP-SCRAPPCT
                               TO T-SCRAPPCT(PART-COUNT)
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

      *    Valuation at the frozen standard, as in USAGEVAR: the
      *    newest set COSTROLL released in standard_costs.csv for a
      *    fiscal year up to the job's year gives the price of every
      *    part it carries. Before the first release the as-of price
      *    stays, as it does for a part added to the master after
      *    the roll (counted, RC-W-0134).
       LOAD-STANDARD-COSTS.
           IF WS-STD-LOADED-YEAR = 0
               MOVE "J" TO WS-STD-FIRST-LOAD
           ELSE
               MOVE "N" TO WS-STD-FIRST-LOAD
           END-IF
           MOVE WS-STD-TARGET-YEAR TO WS-STD-LOADED-YEAR
           MOVE 0 TO WS-STD-SET-YEAR
           MOVE 0 TO STD-ROW-COUNT
           MOVE 0 TO WS-STDCOST-CHECKSUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               MOVE "N" TO T-STD-FLAG(I)
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT STD-COST-FILE
           IF WS-STDCOST-STATUS = "00"
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
                               PERFORM VALIDATE-STDCOST-TRAILER
                           ELSE
                               ADD 1 TO STD-ROW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(STD-COST-LINE))
                                   TO WS-STDCOST-CHECKSUM
                               PERFORM PARSE-STANDARD-LINE
                               IF WS-STD-ROW-YEAR
                                       <= WS-STD-TARGET-YEAR
                                   AND WS-STD-ROW-YEAR
                                       > WS-STD-SET-YEAR
                                   MOVE WS-STD-ROW-YEAR
                                       TO WS-STD-SET-YEAR
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STD-COST-FILE
               IF WS-STD-FIRST-LOAD = "J"
                   ADD STD-ROW-COUNT TO WS-TOTAL-READ
               END-IF
           END-IF
           IF WS-STD-SET-YEAR = 0
               DISPLAY "HINWEIS: KEIN STANDARDKOSTENSATZ FUER "
                   WS-STD-TARGET-YEAR " - BEWERTUNG ZUM TAGESPREIS"
               MOVE SPACES TO WS-STD-BASIS
               STRING "TAGESPREIS " WS-COST-DATE " (KEIN STANDARD)"
                   DELIMITED BY SIZE INTO WS-STD-BASIS
           ELSE
               MOVE SPACES TO WS-STD-BASIS
               STRING "STANDARD " WS-STD-SET-YEAR
                   DELIMITED BY SIZE INTO WS-STD-BASIS
               PERFORM APPLY-STANDARD-SET
           END-IF.

       VALIDATE-STDCOST-TRAILER.
           UNSTRING STD-COST-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = STD-ROW-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-STDCOST-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME STANDARD_COSTS.CSV "
                   "FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME STANDARD_COSTS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       PARSE-STANDARD-LINE.
           MOVE SPACES TO WS-STD-YEAR-TXT
           MOVE SPACES TO WS-STD-TYPE
           MOVE SPACES TO WS-STD-ITEMNO
           MOVE SPACES TO WS-STD-COST-TXT
           UNSTRING STD-COST-LINE
               DELIMITED BY ";"
               INTO WS-STD-YEAR-TXT WS-STD-TYPE WS-STD-ITEMNO
                    WS-STD-MAT-TXT WS-STD-LAB-TXT WS-STD-OVH-TXT
                    WS-STD-COST-TXT
           END-UNSTRING
           MOVE 0 TO WS-STD-ROW-YEAR
           IF WS-STD-YEAR-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-STD-YEAR-TXT)
                   TO WS-STD-ROW-YEAR
           END-IF.

       APPLY-STANDARD-SET.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO STD-APPLIED-COUNT
           OPEN INPUT STD-COST-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ STD-COST-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO > 1
                           AND STD-COST-LINE(1:7) NOT = "TRAILER"
                           PERFORM PARSE-STANDARD-LINE
                           IF WS-STD-ROW-YEAR = WS-STD-SET-YEAR
                               AND WS-STD-TYPE = "P"
                               PERFORM APPLY-STANDARD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STD-COST-FILE
           IF STD-APPLIED-COUNT < PART-COUNT
               COMPUTE WS-STD-MISSING =
                   PART-COUNT - STD-APPLIED-COUNT
               DISPLAY "WARNUNG: " WS-STD-MISSING
                   " TEILE OHNE STANDARD " WS-STD-SET-YEAR
                   " - BEWERTUNG ZUM TAGESPREIS"
               MOVE "RC-W-0134" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-STD-MISSING " TEILE OHNE STANDARD "
                   WS-STD-SET-YEAR " - BEWERTUNG ZUM TAGESPREIS"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       APPLY-STANDARD-LINE.
           MOVE WS-STD-ITEMNO TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               IF T-STD-FLAG(PART-IDX) = "N"
                   ADD 1 TO STD-APPLIED-COUNT
               END-IF
               MOVE FUNCTION NUMVAL(WS-STD-COST-TXT)
                   TO T-STDCOST(PART-IDX)
               MOVE "J" TO T-STD-FLAG(PART-IDX)
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
                           ADD 1 TO WS-TOTAL-READ
                           MOVE IXR-ROBOTNO
                               TO T-ROBOTNO(ROBOT-COUNT)
                           MOVE IXR-MAKEBUY
                               TO T-R-MAKEBUY(ROBOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROBOTS-IDX-FILE.

      *    A robot that appears as a component of another robot is
      *    a sub-assembly: it is built on its own work order but
      *    goes into stores, not into the fleet register.
       LOAD-BOM.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "BOM_VAL.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               DISPLAY "ABBRUCH: BOM_VAL.CSV NICHT VORHANDEN - "
                   "EDITCHECK AUSFUEHREN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "BOM_VAL.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
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
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF BOM-LINE(1:7) = "TRAILER"
                           MOVE BOM-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
      *    A pick list missing components is worse than none -
      *    the job would be released short. Hard stop.
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
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(BOM-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-BOM-LINE
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

       STORE-BOM-LINE.
           MOVE SPACES TO WS-BOM-ROBOTNO
           MOVE SPACES TO WS-BOM-PARTNO
           MOVE SPACES TO WS-BOM-QTY-TXT
           MOVE SPACES TO WS-BOM-EFFFROM-TXT
           MOVE SPACES TO WS-BOM-EFFTO-TXT
           UNSTRING BOM-LINE
               DELIMITED BY ";"
               INTO WS-BOM-ROBOTNO WS-BOM-PARTNO WS-BOM-QTY-TXT
                    WS-BOM-EFFFROM-TXT WS-BOM-EFFTO-TXT
           END-UNSTRING
           ADD 1 TO BOM-COUNT
           MOVE WS-BOM-ROBOTNO TO T-BOM-ROBOTNO(BOM-COUNT)
           MOVE WS-BOM-PARTNO TO T-BOM-PARTNO(BOM-COUNT)
           MOVE FUNCTION NUMVAL(WS-BOM-QTY-TXT)
               TO T-BOM-QTY(BOM-COUNT)
           MOVE 0 TO T-BOM-EFFFROM(BOM-COUNT)
           MOVE 99999999 TO T-BOM-EFFTO(BOM-COUNT)
           IF WS-BOM-EFFFROM-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BOM-EFFFROM-TXT)
                   TO T-BOM-EFFFROM(BOM-COUNT)
           END-IF
           IF WS-BOM-EFFTO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BOM-EFFTO-TXT)
                   TO T-BOM-EFFTO(BOM-COUNT)
           END-IF
           MOVE WS-BOM-PARTNO TO WS-FIND-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF ROBOT-IDX > 0
               MOVE "J" TO T-R-SUBASSY(ROBOT-IDX)
           END-IF.

      *    Standard hours per unit: the sum over every work center
      *    the robot passes through.
       LOAD-WORK-CENTERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "WORK_CENTERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT WC-FILE
           IF WS-WC-STATUS NOT = "00"
               DISPLAY "HINWEIS: WORK_CENTERS.CSV NICHT VORHANDEN - "
                   "KEINE SOLLSTUNDEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ WC-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF WC-LINE(1:7) = "TRAILER"
                               MOVE WC-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(WC-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-WORK-CENTER-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WC-FILE
           END-IF.

       APPLY-WORK-CENTER-LINE.
           MOVE SPACES TO WS-WC-ROBOTNO
           MOVE SPACES TO WS-WC-NAME
           MOVE SPACES TO WS-WC-HOURS-TXT
           UNSTRING WC-LINE
               DELIMITED BY ";"
               INTO WS-WC-ROBOTNO WS-WC-NAME WS-WC-HOURS-TXT
           END-UNSTRING
           MOVE WS-WC-ROBOTNO TO WS-FIND-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF ROBOT-IDX > 0 AND WS-WC-HOURS-TXT NOT = SPACES
               COMPUTE T-R-STDHOURS(ROBOT-IDX) =
                   T-R-STDHOURS(ROBOT-IDX)
                   + FUNCTION NUMVAL(WS-WC-HOURS-TXT)
           END-IF.

      *    The master does not exist before the first release - an
      *    empty book is then written at the end of the run.
       LOAD-WORK-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "WORK_ORDERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE SPACES TO WO-HEADER
           STRING "WONO;ROBOTNO;PERIOD;ORDERQTY;STATUS;RELDATE;"
               "COMPLQTY;CLOSEDATE;ACTHOURS;FIRSTSERIAL"
               DELIMITED BY SIZE INTO WO-HEADER
           OPEN INPUT WO-FILE
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "HINWEIS: WORK_ORDERS.CSV NICHT VORHANDEN - "
                   "NEUER AUFTRAGSBESTAND"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ WO-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF WO-LINE(1:7) = "TRAILER"
                               MOVE WO-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF WO-COUNT >= 5000
                               DISPLAY "ABBRUCH: WO-TABLE VOLL "
                                   "(5000) - LAUF ANGEHALTEN"
                               MOVE "RC-E-0210" TO WS-LOG-CODE
                               MOVE "SEVERE" TO WS-LOG-SEVERITY
                               MOVE "WO-TABLE VOLL (5000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(WO-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM STORE-WO-ROW
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WO-FILE
           END-IF.

       STORE-WO-ROW.
           ADD 1 TO WO-COUNT
           MOVE SPACES TO WO-NO(WO-COUNT)
           MOVE SPACES TO WO-ROBOTNO(WO-COUNT)
           MOVE SPACES TO WS-WO-PERIOD-TXT
           MOVE SPACES TO WS-WO-ORDERQTY-TXT
           MOVE SPACES TO WO-STATUS(WO-COUNT)
           MOVE SPACES TO WO-RELDATE(WO-COUNT)
           MOVE SPACES TO WS-WO-COMPLQTY-TXT
           MOVE SPACES TO WO-CLOSEDATE(WO-COUNT)
           MOVE SPACES TO WS-WO-HOURS-TXT
           MOVE SPACES TO WO-FIRSTSERIAL(WO-COUNT)
           UNSTRING WO-LINE
               DELIMITED BY ";"
               INTO WO-NO(WO-COUNT) WO-ROBOTNO(WO-COUNT)
                    WS-WO-PERIOD-TXT WS-WO-ORDERQTY-TXT
                    WO-STATUS(WO-COUNT) WO-RELDATE(WO-COUNT)
                    WS-WO-COMPLQTY-TXT WO-CLOSEDATE(WO-COUNT)
                    WS-WO-HOURS-TXT WO-FIRSTSERIAL(WO-COUNT)
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-WO-PERIOD-TXT)
               TO WO-PERIOD(WO-COUNT)
           MOVE FUNCTION NUMVAL(WS-WO-ORDERQTY-TXT)
               TO WO-ORDERQTY(WO-COUNT)
           MOVE 0 TO WO-COMPLQTY(WO-COUNT)
           IF WS-WO-COMPLQTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WO-COMPLQTY-TXT)
                   TO WO-COMPLQTY(WO-COUNT)
           END-IF
           MOVE 0 TO WO-ACTHOURS(WO-COUNT)
           IF WS-WO-HOURS-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WO-HOURS-TXT)
                   TO WO-ACTHOURS(WO-COUNT)
           END-IF
           MOVE "N" TO WO-NEW-FLAG(WO-COUNT)
           MOVE "N" TO WO-CLOSED-FLAG(WO-COUNT)
           IF WO-NO(WO-COUNT)(3:6) IS NUMERIC
               MOVE WO-NO(WO-COUNT)(3:6) TO WS-WO-SEQ
               IF WS-WO-SEQ > WS-WO-SEQ-MAX
                   MOVE WS-WO-SEQ TO WS-WO-SEQ-MAX
               END-IF
           END-IF.

      *    The register takes the finished serials of every closed
      *    job; without it no close-out can be posted.
       LOAD-FLEET-MASTER.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "FLEET_REGISTER.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               DISPLAY "ABBRUCH: FLEET_REGISTER.CSV NICHT "
                   "VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "FLEET_REGISTER.CSV NICHT VORHANDEN"
                   TO WS-LOG-TEXT
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
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           MOVE FLEET-LINE TO FLEET-HEADER
                       ELSE
                       IF FLEET-LINE(1:7) = "TRAILER"
                           MOVE FLEET-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
      *    The register is rewritten when serials are added - a
      *    truncated load would drop every unit past the cap.
                       IF FLEET-ROW-COUNT >= 5000
                           DISPLAY "ABBRUCH: FLEET-ROW-TABLE "
                               "VOLL (5000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "FLEET-ROW-TABLE VOLL (5000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(FLEET-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-FLEET-ROW
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLEET-FILE.

       STORE-FLEET-ROW.
           ADD 1 TO FLEET-ROW-COUNT
           MOVE SPACES TO FL-SERIAL(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-ROBOTNO(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-BUILDDATE(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-SHIPDATE(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-CUSTOMER(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-DECOMDATE(FLEET-ROW-COUNT)
           MOVE SPACES TO FL-STATUS(FLEET-ROW-COUNT)
           UNSTRING FLEET-LINE
               DELIMITED BY ";"
               INTO FL-SERIAL(FLEET-ROW-COUNT)
                    FL-ROBOTNO(FLEET-ROW-COUNT)
                    FL-BUILDDATE(FLEET-ROW-COUNT)
                    FL-SHIPDATE(FLEET-ROW-COUNT)
                    FL-CUSTOMER(FLEET-ROW-COUNT)
                    FL-DECOMDATE(FLEET-ROW-COUNT)
                    FL-STATUS(FLEET-ROW-COUNT)
           END-UNSTRING.

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

       PROCESS-TRANSACTIONS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               DISPLAY "HINWEIS: WO_TRANS.CSV NICHT VORHANDEN "
                   "- KEINE RUECKMELDUNGEN"
           ELSE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: WO_TRANS.CSV NICHT LESBAR "
                   "(STATUS " WS-TRANS-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "WO_TRANS.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR TRANS-LINE = SPACES
                               CONTINUE
                           ELSE
                               PERFORM APPLY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           END-IF.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-T-ACTION
           MOVE SPACES TO WS-T-WONO
           MOVE SPACES TO WS-T-QTY-TXT
           MOVE SPACES TO WS-T-DATE
           MOVE SPACES TO WS-T-HOURS-TXT
           MOVE SPACES TO WS-T-SERIAL
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING TRANS-LINE
               DELIMITED BY ";"
               INTO WS-T-ACTION WS-T-WONO WS-T-QTY-TXT
                    WS-T-DATE WS-T-HOURS-TXT WS-T-SERIAL
           END-UNSTRING
           IF WS-T-DATE = SPACES
               MOVE WS-TODAY TO WS-T-DATE
           END-IF
           MOVE 0 TO WS-T-QTY
           IF WS-T-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-QTY-TXT) TO WS-T-QTY
           END-IF
           MOVE 0 TO WS-T-HOURS
           IF WS-T-HOURS-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-HOURS-TXT) TO WS-T-HOURS
           END-IF
           MOVE WS-T-WONO TO WS-WO-NO
           PERFORM FIND-WO-ROW
           IF WO-IDX > 0
               PERFORM BUILD-WO-ROW-IMAGE
               MOVE WS-VAL-LINE TO WS-BEFORE-IMAGE
           END-IF
           EVALUATE WS-T-ACTION
               WHEN "C"
                   PERFORM APPLY-CLOSE-TRANSACTION
               WHEN OTHER
                   MOVE "AKTION UNBEKANNT" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

      *    Checks in the order the shop floor would be asked: which
      *    job, is it still open, when, how many, which units.
       APPLY-CLOSE-TRANSACTION.
           IF WO-IDX = 0
               MOVE "SCHLUESSEL NICHT GEFUNDEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WO-STATUS(WO-IDX) NOT = "RELEASED"
               MOVE "AUFTRAG NICHT OFFEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-DATE IS NOT NUMERIC
               OR WS-T-MONTH < 1 OR WS-T-MONTH > 12
               OR WS-T-DAY < 1 OR WS-T-DAY > 31
               MOVE "DATUM KEIN DATUM (JJJJMMTT)"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-DATE > WS-TODAY
               MOVE "DATUM IN DER ZUKUNFT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-QTY < 0 OR WS-T-HOURS < 0
               MOVE "MENGE ODER STUNDEN NEGATIV"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-QTY > WO-ORDERQTY(WO-IDX)
               MOVE "MENGE GROESSER AUFTRAGSMENGE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM CHECK-CLOSE-SERIALS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    Serials only for finished robots: a sub-assembly or a
      *    job closed with nothing completed carries none.
       CHECK-CLOSE-SERIALS.
           MOVE WO-ROBOTNO(WO-IDX) TO WS-FIND-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF WS-T-QTY = 0
               OR (ROBOT-IDX > 0 AND T-R-SUBASSY(ROBOT-IDX) = "J")
               MOVE SPACES TO WS-T-SERIAL
               PERFORM POST-CLOSE
           ELSE
           IF WS-T-SERIAL = SPACES
               MOVE "SERIALNO FEHLT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM CHECK-SERIAL-RANGE
               IF WS-SER-ERROR = "N"
                   PERFORM ADD-FLEET-SERIALS
                   PERFORM POST-CLOSE
               ELSE
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF
           END-IF.

      *    Every serial of the range must be new to the register
      *    and the range must fit the width of the running number.
       CHECK-SERIAL-RANGE.
           MOVE "N" TO WS-SER-ERROR
           MOVE WS-T-SERIAL TO WS-SER-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SER-TEXT))
               TO WS-SER-LEN
           MOVE WS-SER-LEN TO WS-SER-POS
           PERFORM UNTIL WS-SER-POS = 0
                   OR WS-SER-TEXT(WS-SER-POS:1) IS NOT NUMERIC
               SUBTRACT 1 FROM WS-SER-POS
           END-PERFORM
           COMPUTE WS-SER-DIGITS = WS-SER-LEN - WS-SER-POS
           ADD 1 TO WS-SER-POS
           IF WS-SER-DIGITS = 0 OR WS-SER-DIGITS > 9
               MOVE "J" TO WS-SER-ERROR
               MOVE "SERIALNO OHNE LAUFENDE NUMMER"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-SER-TEXT(WS-SER-POS:WS-SER-DIGITS)
                   TO WS-SER-BASE
               COMPUTE WS-SER-MAX = 10 ** WS-SER-DIGITS
               IF WS-SER-BASE + WS-T-QTY > WS-SER-MAX
                   MOVE "J" TO WS-SER-ERROR
                   MOVE "SERIALNO-BEREICH UEBERLAUFEN"
                       TO WS-REJECT-REASON
               ELSE
               IF FLEET-ROW-COUNT + WS-T-QTY > 5000
                   MOVE "J" TO WS-SER-ERROR
                   MOVE "TABELLE VOLL (5000)" TO WS-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-SER-K FROM 0 BY 1
                           UNTIL WS-SER-K >= WS-T-QTY
                              OR WS-SER-ERROR = "J"
                       PERFORM BUILD-SERIAL
                       PERFORM FIND-FLEET-ROW
                       IF FLEET-IDX > 0
                           MOVE "J" TO WS-SER-ERROR
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "DUPLICATE KEY "
                               FUNCTION TRIM(WS-SER-NEW)
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-IF.

       BUILD-SERIAL.
           COMPUTE WS-SER-NUM = WS-SER-BASE + WS-SER-K
           MOVE SPACES TO WS-SER-NEW
           IF WS-SER-POS > 1
               STRING WS-SER-TEXT(1:WS-SER-POS - 1)
                   WS-SER-NUM(10 - WS-SER-DIGITS:WS-SER-DIGITS)
                   DELIMITED BY SIZE INTO WS-SER-NEW
           ELSE
               MOVE WS-SER-NUM(10 - WS-SER-DIGITS:WS-SER-DIGITS)
                   TO WS-SER-NEW
           END-IF.

       ADD-FLEET-SERIALS.
           PERFORM VARYING WS-SER-K FROM 0 BY 1
                   UNTIL WS-SER-K >= WS-T-QTY
               PERFORM BUILD-SERIAL
               ADD 1 TO FLEET-ROW-COUNT
               MOVE WS-SER-NEW TO FL-SERIAL(FLEET-ROW-COUNT)
               MOVE WO-ROBOTNO(WO-IDX) TO FL-ROBOTNO(FLEET-ROW-COUNT)
               MOVE WS-T-DATE TO FL-BUILDDATE(FLEET-ROW-COUNT)
               MOVE SPACES TO FL-SHIPDATE(FLEET-ROW-COUNT)
               MOVE SPACES TO FL-CUSTOMER(FLEET-ROW-COUNT)
               MOVE SPACES TO FL-DECOMDATE(FLEET-ROW-COUNT)
               MOVE "BUILT" TO FL-STATUS(FLEET-ROW-COUNT)
           END-PERFORM
           MOVE "J" TO WS-FLEET-CHANGED.

       POST-CLOSE.
           MOVE "CLOSED" TO WO-STATUS(WO-IDX)
           MOVE WS-T-QTY TO WO-COMPLQTY(WO-IDX)
           MOVE WS-T-DATE TO WO-CLOSEDATE(WO-IDX)
           MOVE WS-T-HOURS TO WO-ACTHOURS(WO-IDX)
           MOVE WS-T-SERIAL TO WO-FIRSTSERIAL(WO-IDX)
           MOVE "J" TO WO-CLOSED-FLAG(WO-IDX)
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM BUILD-WO-ROW-IMAGE
           MOVE WS-VAL-LINE TO WS-AFTER-IMAGE
           PERFORM RECORD-APPLIED.

      *    One work order per ROBOTNO and period: a schedule line
      *    that already has one (open or closed) is not released
      *    again, whatever its quantity has since become - a
      *    changed quantity on a released job is the planner's
      *    call, so it is listed but left alone.
       RELEASE-WORK-ORDERS.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "FREIGEGEBENE ARBEITSAUFTRAEGE - KOMMISSIONIERLISTEN"
               TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "SCHEDULE.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ABBRUCH: SCHEDULE.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "SCHEDULE.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF SCHEDULE-LINE(1:7) = "TRAILER"
                           MOVE SCHEDULE-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(SCHEDULE-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM APPLY-SCHEDULE-LINE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-RELEASED-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       APPLY-SCHEDULE-LINE.
           MOVE SPACES TO WS-SCH-ROBOTNO
           MOVE SPACES TO WS-SCH-PERIOD-TXT
           MOVE SPACES TO WS-SCH-QTY-TXT
           UNSTRING SCHEDULE-LINE
               DELIMITED BY ";"
               INTO WS-SCH-ROBOTNO WS-SCH-PERIOD-TXT WS-SCH-QTY-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-SCH-PERIOD-TXT) TO WS-SCH-PERIOD
           MOVE FUNCTION NUMVAL(WS-SCH-QTY-TXT) TO WS-SCH-QTY
           IF WS-SCH-PERIOD <= WS-RELEASE-LIMIT AND WS-SCH-QTY > 0
               MOVE WS-SCH-ROBOTNO TO WS-FIND-ROBOTNO
               PERFORM FIND-ROBOT-IDX
               IF ROBOT-IDX = 0
                   DISPLAY "WARNUNG: PLAN-ZEILE NICHT "
                       "VERARBEITET -> " WS-SCH-ROBOTNO
                   MOVE "RC-W-0106" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "PLAN-ZEILE NICHT VERARBEITET "
                       WS-SCH-ROBOTNO
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
               IF T-R-MAKEBUY(ROBOT-IDX) NOT = "B"
                   PERFORM FIND-WO-FOR-SCHEDULE
                   IF WO-IDX = 0
                       PERFORM RELEASE-ONE-WORK-ORDER
                   END-IF
               END-IF
               END-IF
           END-IF.

       FIND-WO-FOR-SCHEDULE.
           MOVE 0 TO WO-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WO-COUNT OR WO-IDX > 0
               IF WO-ROBOTNO(I) = WS-SCH-ROBOTNO
                   AND WO-PERIOD(I) = WS-SCH-PERIOD
                   MOVE I TO WO-IDX
               END-IF
           END-PERFORM.

       RELEASE-ONE-WORK-ORDER.
           IF WO-COUNT >= 5000
               DISPLAY "ABBRUCH: WO-TABLE VOLL (5000) - LAUF "
                   "ANGEHALTEN"
               MOVE "RC-E-0210" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "WO-TABLE VOLL (5000)" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WO-COUNT
           ADD 1 TO WS-WO-SEQ-MAX
           MOVE WS-WO-SEQ-MAX TO WS-WO-SEQ
           MOVE SPACES TO WO-NO(WO-COUNT)
           STRING "WO" WS-WO-SEQ DELIMITED BY SIZE
               INTO WO-NO(WO-COUNT)
           MOVE WS-SCH-ROBOTNO TO WO-ROBOTNO(WO-COUNT)
           MOVE WS-SCH-PERIOD TO WO-PERIOD(WO-COUNT)
           MOVE WS-SCH-QTY TO WO-ORDERQTY(WO-COUNT)
           MOVE "RELEASED" TO WO-STATUS(WO-COUNT)
           MOVE WS-TODAY TO WO-RELDATE(WO-COUNT)
           MOVE 0 TO WO-COMPLQTY(WO-COUNT)
           MOVE SPACES TO WO-CLOSEDATE(WO-COUNT)
           MOVE 0 TO WO-ACTHOURS(WO-COUNT)
           MOVE SPACES TO WO-FIRSTSERIAL(WO-COUNT)
           MOVE "J" TO WO-NEW-FLAG(WO-COUNT)
           MOVE "N" TO WO-CLOSED-FLAG(WO-COUNT)
           MOVE WO-COUNT TO WO-IDX
           ADD 1 TO WS-RELEASED-COUNT
           MOVE "R" TO WS-T-ACTION
           MOVE WO-NO(WO-IDX) TO WS-T-WONO
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM BUILD-WO-ROW-IMAGE
           MOVE WS-VAL-LINE TO WS-AFTER-IMAGE
           MOVE "FREIGEGEBEN" TO WS-REJECT-REASON
           PERFORM WRITE-AUDIT-RECORD
           MOVE WO-ORDERQTY(WO-IDX) TO WS-QTY-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WO-NO(WO-IDX) " | " WO-ROBOTNO(WO-IDX)
               " | PERIODE: " WO-PERIOD(WO-IDX)
               " | MENGE: " WS-QTY-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM WRITE-PICK-LIST.

      *    Pick quantity = BOM quantity x order quantity plus the
      *    scrap allowance, rounded up to whole pieces - a pick list
      *    that is short by a fraction is short by a piece.
       WRITE-PICK-LIST.
           COMPUTE WS-EXPLODE-DATE = WO-PERIOD(WO-IDX) * 100 + 1
           MOVE 0 TO WS-PICK-LINES
           PERFORM VARYING BI FROM 1 BY 1 UNTIL BI > BOM-COUNT
               IF T-BOM-ROBOTNO(BI) = WO-ROBOTNO(WO-IDX)
                   AND T-BOM-EFFFROM(BI) <= WS-EXPLODE-DATE
                   AND T-BOM-EFFTO(BI) >= WS-EXPLODE-DATE
                   PERFORM WRITE-PICK-LINE
               END-IF
           END-PERFORM
           IF WS-PICK-LINES = 0
               MOVE "    KEINE STUECKLISTE ZUM PERIODENBEGINN ***"
                   TO WS-REPORT-LINE
               WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "AUFTRAG OHNE STUECKLISTE "
                   WO-NO(WO-IDX) " " WO-ROBOTNO(WO-IDX)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-PICK-LINE.
           ADD 1 TO WS-PICK-LINES
           MOVE T-BOM-PARTNO(BI) TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           COMPUTE WS-BOM-EXT-QTY =
               T-BOM-QTY(BI) * WO-ORDERQTY(WO-IDX)
           MOVE 0 TO WS-SCRAP-DISP
           IF PART-IDX > 0
               MOVE T-SCRAPPCT(PART-IDX) TO WS-SCRAP-DISP
               COMPUTE WS-PICK-HUNDREDTHS =
                   WS-BOM-EXT-QTY
                   * (10000 + T-SCRAPPCT(PART-IDX) * 100)
               COMPUTE WS-PICK-QTY =
                   (WS-PICK-HUNDREDTHS + 9999) / 10000
           ELSE
               MOVE WS-BOM-EXT-QTY TO WS-PICK-QTY
           END-IF
           MOVE WS-BOM-EXT-QTY TO WS-QTY-TXT
           MOVE WS-PICK-QTY TO WS-QTY2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " T-BOM-PARTNO(BI)
               " | STUECKLISTE: " WS-QTY-TXT
               " | AUSSCHUSS %: " WS-SCRAP-DISP
               " | ENTNAHME: " WS-QTY2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-PICK-REC
           STRING FUNCTION TRIM(WO-NO(WO-IDX)) ";"
               FUNCTION TRIM(WO-ROBOTNO(WO-IDX)) ";"
               WO-PERIOD(WO-IDX) ";"
               FUNCTION TRIM(T-BOM-PARTNO(BI)) ";"
               FUNCTION TRIM(WS-QTY-TXT) ";"
               FUNCTION TRIM(WS-SCRAP-DISP) ";"
               FUNCTION TRIM(WS-QTY2-TXT) ";"
               FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-PICK-REC
           OPEN EXTEND PICK-FILE
           IF WS-PICK-STATUS = "35"
               OPEN OUTPUT PICK-FILE
               MOVE SPACES TO PICK-LINE
               STRING "WONO;ROBOTNO;PERIOD;PARTNO;STDQTY;SCRAPPCT;"
                   "PICKQTY;RUNID"
                   DELIMITED BY SIZE INTO PICK-LINE
               WRITE PICK-LINE
           END-IF
           WRITE PICK-LINE FROM WS-PICK-REC
           CLOSE PICK-FILE.

      *    Posted movements only (STATUS ANGEWANDT) of type I and U
      *    whose REFERENCE is a work order closed in this run - the
      *    whole life of the job, not one calendar month.
       LOAD-ACTUAL-ISSUES.
           IF WS-CLOSED-COUNT > 0
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO LINE-NO
               OPEN INPUT STOCK-AUDIT-FILE
               IF WS-STOCKAUDIT-STATUS NOT = "00"
                   DISPLAY "HINWEIS: STOCK_AUDIT.CSV NICHT "
                       "VORHANDEN - KEINE IST-ENTNAHMEN"
               ELSE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ STOCK-AUDIT-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO LINE-NO
                               ADD 1 TO WS-TOTAL-READ
                               IF LINE-NO > 1
                                   PERFORM APPLY-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STOCK-AUDIT-FILE
               END-IF
           END-IF.

       APPLY-AUDIT-LINE.
           MOVE SPACES TO WS-AU-RUNID
           MOVE SPACES TO WS-AU-DATE-TXT
           MOVE SPACES TO WS-AU-TIME-TXT
           MOVE SPACES TO WS-AU-TRANSDATE-TXT
           MOVE SPACES TO WS-AU-TYPE
           MOVE SPACES TO WS-AU-PARTNO
           MOVE SPACES TO WS-AU-QTY-TXT
           MOVE SPACES TO WS-AU-REFERENCE
           MOVE SPACES TO WS-AU-STATUS
           UNSTRING STOCK-AUDIT-LINE
               DELIMITED BY ";"
               INTO WS-AU-RUNID WS-AU-DATE-TXT WS-AU-TIME-TXT
                    WS-AU-TRANSDATE-TXT WS-AU-TYPE WS-AU-PARTNO
                    WS-AU-QTY-TXT WS-AU-REFERENCE WS-AU-STATUS
           END-UNSTRING
           IF WS-AU-STATUS(1:9) = "ANGEWANDT"
               AND (WS-AU-TYPE = "I" OR WS-AU-TYPE = "U")
               MOVE WS-AU-REFERENCE(1:10) TO WS-WO-NO
               PERFORM FIND-WO-ROW
               IF WO-IDX > 0
                   IF WO-CLOSED-FLAG(WO-IDX) = "J"
                       MOVE FUNCTION NUMVAL(WS-AU-QTY-TXT)
                           TO WS-AU-QTY
                       PERFORM ADD-ACTUAL-USAGE
                   END-IF
               END-IF
           END-IF.

       ADD-ACTUAL-USAGE.
           MOVE 0 TO ACTUAL-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > ACTUAL-COUNT OR ACTUAL-IDX > 0
               IF AC-WO-IDX(J) = WO-IDX
                   AND AC-PARTNO(J) = WS-AU-PARTNO
                   MOVE J TO ACTUAL-IDX
               END-IF
           END-PERFORM
           IF ACTUAL-IDX = 0
               IF ACTUAL-COUNT >= 2000
                   IF WS-ACTUAL-TRUNC = "N"
                       MOVE "J" TO WS-ACTUAL-TRUNC
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "ACTUAL-TABLE VOLL (2000)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "ACTUAL-TABLE VOLL (2000)"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   ADD 1 TO ACTUAL-COUNT
                   MOVE WO-IDX TO AC-WO-IDX(ACTUAL-COUNT)
                   MOVE WS-AU-PARTNO TO AC-PARTNO(ACTUAL-COUNT)
                   MOVE 0 TO AC-QTY(ACTUAL-COUNT)
                   MOVE "N" TO AC-USED(ACTUAL-COUNT)
                   MOVE ACTUAL-COUNT TO ACTUAL-IDX
               END-IF
           END-IF
           IF ACTUAL-IDX > 0
               IF WS-AU-TYPE = "I"
                   ADD WS-AU-QTY TO AC-QTY(ACTUAL-IDX)
               ELSE
                   SUBTRACT WS-AU-QTY FROM AC-QTY(ACTUAL-IDX)
               END-IF
           END-IF.

       WRITE-CLOSED-VARIANCES.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ABGESCHLOSSENE ARBEITSAUFTRAEGE - SOLL/IST"
               TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-CLOSED-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > WO-COUNT
               IF WO-CLOSED-FLAG(WO-IDX) = "J"
                   PERFORM WRITE-WO-VARIANCE
               END-IF
           END-PERFORM.

      *    One block per job. The standard is the BOM of the build
      *    period for the COMPLETED quantity plus the scrap
      *    allowance - material drawn for units that were never
      *    finished and not returned shows as over-consumption,
      *    which is what it is.
       WRITE-WO-VARIANCE.
           COMPUTE WS-STD-TARGET-YEAR = WO-PERIOD(WO-IDX) / 100
           IF WS-STD-TARGET-YEAR NOT = WS-STD-LOADED-YEAR
               PERFORM LOAD-STANDARD-COSTS
           END-IF
           MOVE ALL "=" TO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WO-ORDERQTY(WO-IDX) TO WS-QTY-TXT
           MOVE WO-COMPLQTY(WO-IDX) TO WS-QTY2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARBEITSAUFTRAG " WO-NO(WO-IDX)
               " | " WO-ROBOTNO(WO-IDX)
               " | PERIODE: " WO-PERIOD(WO-IDX)
               " | AUFTRAG: " WS-QTY-TXT
               " | FERTIG: " WS-QTY2-TXT
               " | ABSCHLUSS: " WO-CLOSEDATE(WO-IDX)
               " | BEWERTUNG: " FUNCTION TRIM(WS-STD-BASIS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-WO-VAR-VALUE
           COMPUTE WS-EXPLODE-DATE = WO-PERIOD(WO-IDX) * 100 + 1
           PERFORM VARYING BI FROM 1 BY 1 UNTIL BI > BOM-COUNT
               IF T-BOM-ROBOTNO(BI) = WO-ROBOTNO(WO-IDX)
                   AND T-BOM-EFFFROM(BI) <= WS-EXPLODE-DATE
                   AND T-BOM-EFFTO(BI) >= WS-EXPLODE-DATE
                   MOVE T-BOM-PARTNO(BI) TO WS-FIND-PARTNO
                   PERFORM FIND-PART-IDX
                   COMPUTE WS-STD-QTY = T-BOM-QTY(BI)
                       * WO-COMPLQTY(WO-IDX)
                   IF PART-IDX > 0
                       COMPUTE WS-STD-QTY ROUNDED = T-BOM-QTY(BI)
                           * WO-COMPLQTY(WO-IDX)
                           * (100 + T-SCRAPPCT(PART-IDX)) / 100
                   END-IF
                   MOVE 0 TO WS-ACT-QTY
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > ACTUAL-COUNT
                       IF AC-WO-IDX(J) = WO-IDX
                           AND AC-PARTNO(J) = T-BOM-PARTNO(BI)
                           AND AC-USED(J) = "N"
                           MOVE AC-QTY(J) TO WS-ACT-QTY
                           MOVE "J" TO AC-USED(J)
                       END-IF
                   END-PERFORM
                   PERFORM WRITE-PART-VARIANCE-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-STD-QTY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ACTUAL-COUNT
               IF AC-WO-IDX(J) = WO-IDX AND AC-USED(J) = "N"
                   MOVE "J" TO AC-USED(J)
                   MOVE AC-PARTNO(J) TO WS-FIND-PARTNO
                   PERFORM FIND-PART-IDX
                   MOVE AC-QTY(J) TO WS-ACT-QTY
                   PERFORM WRITE-PART-VARIANCE-LINE
               END-IF
           END-PERFORM
           MOVE WS-WO-VAR-VALUE TO WS-VAL-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    MATERIALABWEICHUNG GESAMT: EUR " WS-VAL-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-STD-HOURS
           MOVE WO-ROBOTNO(WO-IDX) TO WS-FIND-ROBOTNO
           PERFORM FIND-ROBOT-IDX
           IF ROBOT-IDX > 0
               COMPUTE WS-STD-HOURS =
                   T-R-STDHOURS(ROBOT-IDX) * WO-COMPLQTY(WO-IDX)
           END-IF
           COMPUTE WS-VAR-HOURS = WO-ACTHOURS(WO-IDX) - WS-STD-HOURS
           MOVE WS-STD-HOURS TO WS-HOURS-TXT
           MOVE WO-ACTHOURS(WO-IDX) TO WS-HOURS2-TXT
           MOVE WS-VAR-HOURS TO WS-HRS-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-VAR-HOURS > 0
               STRING "    STUNDEN | SOLL: " WS-HOURS-TXT
                   " | IST: " WS-HOURS2-TXT
                   " | ABWEICHUNG: " WS-HRS-DISP " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "    STUNDEN | SOLL: " WS-HOURS-TXT
                   " | IST: " WS-HOURS2-TXT
                   " | ABWEICHUNG: " WS-HRS-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE.

      *    Part without BOM standard in this job: standard zero,
      *    the whole net draw is variance. A positive variance is
      *    over-consumption.
       WRITE-PART-VARIANCE-LINE.
           COMPUTE WS-VAR-QTY = WS-ACT-QTY - WS-STD-QTY
           MOVE 0 TO WS-VAR-VALUE
           IF PART-IDX > 0
               MOVE T-UNITCOST(PART-IDX) TO WS-VAL-PRICE
               IF T-STD-FLAG(PART-IDX) = "J"
                   MOVE T-STDCOST(PART-IDX) TO WS-VAL-PRICE
               END-IF
               COMPUTE WS-VAR-VALUE ROUNDED =
                   WS-VAR-QTY * WS-VAL-PRICE
           END-IF
           ADD WS-VAR-VALUE TO WS-WO-VAR-VALUE
           MOVE WS-STD-QTY TO WS-STD-DISP
           MOVE WS-ACT-QTY TO WS-ACT-DISP
           MOVE WS-VAR-QTY TO WS-VAR-DISP
           MOVE WS-VAR-VALUE TO WS-VAL-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-VAR-QTY = 0
               STRING "    " WS-FIND-PARTNO
                   " | SOLL: " WS-STD-DISP
                   " | IST: " WS-ACT-DISP
                   " | ABWEICHUNG: " WS-VAR-DISP
                   " | WERT: EUR " WS-VAL-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "    " WS-FIND-PARTNO
                   " | SOLL: " WS-STD-DISP
                   " | IST: " WS-ACT-DISP
                   " | ABWEICHUNG: " WS-VAR-DISP
                   " | WERT: EUR " WS-VAL-DISP
                   " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WO-REPORT-LINE FROM WS-REPORT-LINE.

       FIND-WO-ROW.
           MOVE 0 TO WO-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WO-COUNT OR WO-IDX > 0
               MOVE FUNCTION TRIM(WO-NO(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-WO-NO) TO WS-KEY2
               IF WS-KEY1 = WS-KEY2 AND WS-KEY2 NOT = SPACES
                   MOVE I TO WO-IDX
               END-IF
           END-PERFORM.

       FIND-FLEET-ROW.
           MOVE 0 TO FLEET-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FLEET-ROW-COUNT OR FLEET-IDX > 0
               MOVE FUNCTION TRIM(FL-SERIAL(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-SER-NEW)   TO WS-KEY2
               IF WS-KEY1 = WS-KEY2
                   MOVE I TO FLEET-IDX
               END-IF
           END-PERFORM.

       FIND-ROBOT-IDX.
           MOVE 0 TO ROBOT-IDX
           MOVE 1 TO WS-BS-LO
           MOVE ROBOT-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR ROBOT-IDX > 0
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               IF T-ROBOTNO(WS-BS-MID) = WS-FIND-ROBOTNO
                   MOVE WS-BS-MID TO ROBOT-IDX
               ELSE
                   IF T-ROBOTNO(WS-BS-MID) < WS-FIND-ROBOTNO
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

       BUILD-WO-ROW-IMAGE.
           MOVE WO-ORDERQTY(WO-IDX) TO WS-QTY-TXT
           MOVE WO-COMPLQTY(WO-IDX) TO WS-QTY2-TXT
           MOVE WO-ACTHOURS(WO-IDX) TO WS-HOURS-TXT
           MOVE SPACES TO WS-VAL-LINE
           STRING FUNCTION TRIM(WO-NO(WO-IDX)) ";"
               FUNCTION TRIM(WO-ROBOTNO(WO-IDX)) ";"
               WO-PERIOD(WO-IDX) ";"
               FUNCTION TRIM(WS-QTY-TXT) ";"
               FUNCTION TRIM(WO-STATUS(WO-IDX)) ";"
               FUNCTION TRIM(WO-RELDATE(WO-IDX)) ";"
               FUNCTION TRIM(WS-QTY2-TXT) ";"
               FUNCTION TRIM(WO-CLOSEDATE(WO-IDX)) ";"
               FUNCTION TRIM(WS-HOURS-TXT) ";"
               FUNCTION TRIM(WO-FIRSTSERIAL(WO-IDX))
               DELIMITED BY SIZE INTO WS-VAL-LINE.

       BUILD-FLEET-ROW-IMAGE.
           MOVE SPACES TO WS-VAL-LINE
           STRING FUNCTION TRIM(FL-SERIAL(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-ROBOTNO(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-BUILDDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-SHIPDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-CUSTOMER(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-DECOMDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-STATUS(FLEET-IDX))
               DELIMITED BY SIZE INTO WS-VAL-LINE.

       RECORD-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "ANGEWANDT" TO WS-REJECT-REASON
           PERFORM WRITE-AUDIT-RECORD.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "TRANSAKTION ABGELEHNT (ZEILE " LINE-NO
               "): " WS-T-ACTION " " WS-T-WONO
               " - " WS-REJECT-REASON
           MOVE "RC-W-0111" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "TRANSAKTION ABGELEHNT ZEILE " LINE-NO " "
               FUNCTION TRIM(WS-T-ACTION) " "
               FUNCTION TRIM(WS-T-WONO) " - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE "RUNID;DATE;TIME;ACTION;WONO;STATUS;BEFORE;AFTER"
                   TO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
           MOVE SPACES TO WS-AUDIT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-T-ACTION) ";"
               FUNCTION TRIM(WS-T-WONO) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-BEFORE-IMAGE) ";"
               FUNCTION TRIM(WS-AFTER-IMAGE)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE AUDIT-LINE FROM WS-AUDIT-REC
           CLOSE AUDIT-FILE.

      *    The trailer is regenerated from what is actually in the
      *    table - by construction count and checksum always match
      *    the rows written.
       REWRITE-WO-MASTER.
           OPEN OUTPUT WO-FILE
           WRITE WO-LINE FROM WO-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING WO-IDX FROM 1 BY 1 UNTIL WO-IDX > WO-COUNT
               PERFORM BUILD-WO-ROW-IMAGE
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
                   TO WS-VAL-CHECKSUM
               WRITE WO-LINE FROM WS-VAL-LINE
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE WO-LINE FROM WS-VAL-TRAILER
           CLOSE WO-FILE.

       REWRITE-FLEET-MASTER.
           OPEN OUTPUT FLEET-FILE
           WRITE FLEET-LINE FROM FLEET-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-ROW-COUNT
               PERFORM BUILD-FLEET-ROW-IMAGE
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
                   TO WS-VAL-CHECKSUM
               WRITE FLEET-LINE FROM WS-VAL-LINE
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE FLEET-LINE FROM WS-VAL-TRAILER
           CLOSE FLEET-FILE.

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
           STRING "WORKORD;" WS-TOTAL-READ
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
               "WORKORD;"
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
