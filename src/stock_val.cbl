       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.

      *    Month-end inventory roll-forward and valuation: proves
      *    that inventory.csv is what the posted movements say it
      *    should be. Per part the month is rebuilt from the
      *    STOCKPOST audit trail stock_audit.csv (applied rows only,
      *    by posting date):
      *      ANFANG + R (receipts) - I (issues) + U (returns)
      *             +/- A (adjustments) = ENDE
      *    ANFANG is the book closing of the previous month from
      *    stock_valuation_history.csv; for a part without one it is
      *    taken from the audit trail (AFTER of the last posting
      *    before the month, else BEFORE of the first posting from
      *    the month on), and a part that never moved starts at its
      *    on-hand quantity. Movements posted after the month end
      *    (the monthly step runs after the first day's STOCKPOST)
      *    are added back before ENDE is compared with ONHANDQTY;
      *    every part whose difference is not zero is listed, as are
      *    breaks in the audit chain (a posting whose BEFORE is not
      *    the previous posting's AFTER - the file was changed
      *    outside STOCKPOST in between).
      *
      *    The book stock at month end (ONHANDQTY less the later
      *    postings) is valued at the frozen standard of the
      *    month's fiscal year (COSTROLL, standard_costs.csv), so a
      *    price keyed in purchasing does not move the book value;
      *    the revaluation at a new standard comes from COSTROLL.
      *    Before the first release, and for a part the set does not
      *    carry, the standard in effect on the last day of the
      *    month is used - parts.idx UNITCOST overridden by the
      *    latest part_prices.csv row on or before that day, as in
      *    CALCCOSTS. The recovered parts in the reusable cage
      *    (reusable_stock.csv) are not in ONHANDQTY; their
      *    quantity and value are shown in a column of their own and
      *    are not part of the warehouse value.
      *
      *    Outputs: stock_valuation_report.txt; one row per part
      *    appended to stock_valuation_history.csv
      *      PERIOD;PARTNO;OPENING;RECEIPTS;ISSUES;RETURNS;ADJUST;
      *      CLOSING;BOOKQTY;DIFF;CAGEQTY;UNITCOST;STOCKVALUE;
      *      CAGEVALUE;RUNID
      *    (next month's ANFANG, and the source GLEXTRACT posts the
      *    inventory balance from); control totals STOCKVALUE,
      *    CAGEVALUE and NOTROLLED in run_totals.csv.
      *    The month is VALMONTH (batch_parms, JJJJMM); blank means
      *    the calendar month before the run date.

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
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "..\data\stock_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REUSE-FILE
               ASSIGN TO "..\data\reusable_stock.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REUSE-STATUS.
           SELECT VAL-HISTORY-FILE
               ASSIGN TO "..\data\stock_valuation_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALHIST-STATUS.
           SELECT RUN-TOTALS-FILE
               ASSIGN TO "..\data\run_totals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOT-STATUS.
           SELECT VAL-REPORT-FILE
               ASSIGN TO "..\data\stock_valuation_report.txt"
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

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(250).

       FD  REUSE-FILE.
       01  REUSE-LINE              PIC X(100).

       FD  VAL-HISTORY-FILE.
       01  VAL-HISTORY-LINE        PIC X(250).

       FD  RUN-TOTALS-FILE.
       01  RUN-TOTALS-LINE         PIC X(80).

       FD  VAL-REPORT-FILE.
       01  VAL-REPORT-LINE         PIC X(300).

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
       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-INVENTORY-STATUS     PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       77  WS-REUSE-STATUS         PIC X(2) VALUE "00".
       77  WS-VALHIST-STATUS       PIC X(2) VALUE "00".
       77  WS-RUNTOT-STATUS        PIC X(2) VALUE "00".
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
      *      RC-W-0129 BESTAND NICHT FORTGESCHRIEBEN
      *      RC-W-0134 TEIL OHNE STANDARDKOSTEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 EINGABEDATEI FEHLT
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

       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-VAL-MONTH            PIC 9(6) VALUE 0.
       01  WS-VAL-MONTH-R REDEFINES WS-VAL-MONTH.
           05 WS-VAL-YEAR          PIC 9(4).
           05 WS-VAL-MON           PIC 9(2).
       01  WS-PREV-MONTH           PIC 9(6) VALUE 0.
       01  WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
           05 WS-PREV-YEAR         PIC 9(4).
           05 WS-PREV-MON          PIC 9(2).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-NEXT-START           PIC 9(8).
       01  WS-NEXT-START-R REDEFINES WS-NEXT-START.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MON          PIC 9(2).
           05 WS-NEXT-DAY          PIC 9(2).
       01  WS-DAYNO                PIC 9(8).

       01  PART-TABLE.
           05 PART-ENTRY OCCURS 1000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-UNITCOST        PIC 9(9)V99.
              10 T-PRICE-FROM      PIC 9(8) VALUE 0.
       77  PART-COUNT              PIC 9(4) VALUE 0.
       77  PART-IDX                PIC 9(4) VALUE 0.
       01  WS-FIND-PARTNO          PIC X(10).

       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-FROM             PIC 9(8).
       01  WS-PRC-COST             PIC 9(9)V99.

      *    Frozen standard cost set, see LOAD-STANDARD-COSTS.
       77  WS-STDCOST-STATUS       PIC X(2) VALUE "00".
       77  STD-ROW-COUNT           PIC 9(6) VALUE 0.
       77  STD-APPLIED-COUNT       PIC 9(4) VALUE 0.
       77  STD-PART-IDX            PIC 9(4) VALUE 0.
       77  WS-STDCOST-CHECKSUM     PIC 9(9) VALUE 0.
       01  WS-STD-TARGET-YEAR      PIC 9(4) VALUE 0.
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

      *    One entry per part: every row of inventory.csv, plus any
      *    part the audit trail or last month's closing still knows.
       01  ROLL-TABLE.
           05 RT-ENTRY OCCURS 1000 TIMES.
              10 RT-PARTNO         PIC X(10).
              10 RT-IN-INV         PIC X(1).
              10 RT-ONHAND         PIC S9(9).
              10 RT-OPEN           PIC S9(9).
              10 RT-OPEN-SRC       PIC X(1).
              10 RT-HAS-PREV       PIC X(1).
              10 RT-PREV-CLOSE     PIC S9(9).
              10 RT-HAS-PRE        PIC X(1).
              10 RT-PRE-AFTER      PIC S9(9).
              10 RT-HAS-FIRST      PIC X(1).
              10 RT-FIRST-BEFORE   PIC S9(9).
              10 RT-HAS-LAST       PIC X(1).
              10 RT-LAST-AFTER     PIC S9(9).
              10 RT-BREAKS         PIC 9(5).
              10 RT-REC            PIC 9(9).
              10 RT-ISS            PIC 9(9).
              10 RT-RET            PIC 9(9).
              10 RT-ADJ            PIC S9(9).
              10 RT-LATER          PIC S9(9).
              10 RT-CLOSE          PIC S9(9).
              10 RT-BOOK           PIC S9(9).
              10 RT-DIFF           PIC S9(9).
              10 RT-CAGE           PIC 9(9).
              10 RT-UNITCOST       PIC 9(9)V99.
              10 RT-NO-COST        PIC X(1).
              10 RT-NOT-ROLLED     PIC X(1).
              10 RT-VALUE          PIC S9(13)V99.
              10 RT-CAGE-VALUE     PIC S9(13)V99.
       77  RT-COUNT                PIC 9(4) VALUE 0.
       77  RT-IDX                  PIC 9(4) VALUE 0.
       77  WS-TRUNC-ROLL           PIC X VALUE "N".

       01  WS-INV-PARTNO           PIC X(10).
       01  WS-INV-ONHAND-TXT       PIC X(20).

       01  WS-AU-RUNID             PIC X(15).
       01  WS-AU-DATE-TXT          PIC X(20).
       01  WS-AU-TIME-TXT          PIC X(20).
       01  WS-AU-TRANSDATE-TXT     PIC X(20).
       01  WS-AU-TYPE              PIC X(1).
       01  WS-AU-PARTNO            PIC X(10).
       01  WS-AU-QTY-TXT           PIC X(20).
       01  WS-AU-REFERENCE         PIC X(20).
       01  WS-AU-STATUS            PIC X(40).
       01  WS-AU-BEFORE-TXT        PIC X(20).
       01  WS-AU-AFTER-TXT         PIC X(20).
       01  WS-AU-DATE              PIC 9(8).
       01  WS-AU-QTY               PIC S9(9).
       01  WS-AU-BEFORE            PIC S9(9).
       01  WS-AU-AFTER             PIC S9(9).
       01  WS-AU-DELTA             PIC S9(9).
       77  WS-AUDIT-ROWS           PIC 9(7) VALUE 0.

       01  WS-RU-PARTNO            PIC X(10).
       01  WS-RU-CONDITION         PIC X(10).
       01  WS-RU-QTY-TXT           PIC X(20).

       01  WS-VH-PERIOD-TXT        PIC X(20).
       01  WS-VH-PARTNO            PIC X(10).
       01  WS-VH-OPEN-TXT          PIC X(20).
       01  WS-VH-REC-TXT           PIC X(20).
       01  WS-VH-ISS-TXT           PIC X(20).
       01  WS-VH-RET-TXT           PIC X(20).
       01  WS-VH-ADJ-TXT           PIC X(20).
       01  WS-VH-CLOSE-TXT         PIC X(20).
       01  WS-VH-BOOK-TXT          PIC X(20).
       01  WS-VH-REST              PIC X(120).
       01  WS-VH-RUNID             PIC X(15).
       01  WS-VH-PERIOD            PIC 9(6).
       01  WS-CUR-PREV-RUN         PIC X(15) VALUE SPACES.

       01  WS-TOT-VALUE            PIC S9(13)V99 VALUE 0.
       01  WS-TOT-CAGE-VALUE       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OPEN             PIC S9(11) VALUE 0.
       01  WS-TOT-REC              PIC S9(11) VALUE 0.
       01  WS-TOT-ISS              PIC S9(11) VALUE 0.
       01  WS-TOT-RET              PIC S9(11) VALUE 0.
       01  WS-TOT-ADJ              PIC S9(11) VALUE 0.
       01  WS-TOT-CLOSE            PIC S9(11) VALUE 0.
       01  WS-TOT-BOOK             PIC S9(11) VALUE 0.
       01  WS-TOT-CAGE             PIC S9(11) VALUE 0.
       77  WS-NOTROLLED-COUNT      PIC 9(5) VALUE 0.
       77  WS-BREAK-PARTS          PIC 9(5) VALUE 0.
       77  WS-NOCOST-COUNT         PIC 9(5) VALUE 0.

       01  WS-VH-REC               PIC X(250).
       01  WS-OPEN-TXT             PIC -(8)9.
       01  WS-REC-TXT              PIC Z(8)9.
       01  WS-ISS-TXT              PIC Z(8)9.
       01  WS-RET-TXT              PIC Z(8)9.
       01  WS-ADJ-TXT              PIC -(8)9.
       01  WS-CLOSE-TXT            PIC -(8)9.
       01  WS-BOOK-TXT             PIC -(8)9.
       01  WS-DIFF-TXT             PIC -(8)9.
       01  WS-CAGE-TXT             PIC Z(8)9.
       01  WS-COST-TXT             PIC Z(8)9.99.
       01  WS-VALUE-TXT            PIC -(12)9.99.
       01  WS-CAGEVAL-TXT          PIC -(12)9.99.
       01  WS-RUNTOT-LINE          PIC X(80).
       01  WS-RUNTOT-CNT-TXT       PIC Z(5)9.

       01  WS-QTY-DISP             PIC -(8)9.
       01  WS-QTY-DISP2            PIC -(8)9.
       01  WS-QTY-DISP3            PIC -(8)9.
       01  WS-QTY-DISP4            PIC -(8)9.
       01  WS-QTY-DISP5            PIC -(8)9.
       01  WS-QTY-DISP6            PIC -(8)9.
       01  WS-QTY-DISP7            PIC -(8)9.
       01  WS-QTY-DISP8            PIC -(8)9.
       01  WS-COST-DISP            PIC Z(6)9.99.
       01  WS-AMOUNT-DISP          PIC -(11)9.99.
       01  WS-AMOUNT-DISP2         PIC -(11)9.99.
       01  WS-COUNT-DISP           PIC Z(5)9.
       01  WS-FLAG                 PIC X(3).
       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "BESTANDSFORTSCHREIBUNG GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM SETUP-VALUATION-MONTH
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           COMPUTE WS-STD-TARGET-YEAR = WS-MONTH-END / 10000
           PERFORM LOAD-STANDARD-COSTS
           ADD STD-ROW-COUNT TO WS-TOTAL-READ
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-PREVIOUS-CLOSING
           PERFORM LOAD-STOCK-AUDIT
           PERFORM LOAD-REUSABLE-STOCK
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               PERFORM ROLL-FORWARD-PART
           END-PERFORM
           PERFORM WRITE-VALUATION-HISTORY
           PERFORM WRITE-RUN-TOTALS
           PERFORM WRITE-VALUATION-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE WS-TOT-VALUE TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-LOG-TEXT
           STRING "BESTANDSFORTSCHREIBUNG BEENDET - TEILE: "
               RT-COUNT " NICHT FORTGESCHRIEBEN: "
               WS-NOTROLLED-COUNT " WERT EUR: "
               FUNCTION TRIM(WS-AMOUNT-DISP)
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
           IF WS-PARM-KEY = "VALMONTH"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-VAL-MONTH
           END-IF.

      *    Month boundaries: first day, last day (the day before the
      *    first of the next month) and the previous month, whose
      *    closing is this month's opening.
       SETUP-VALUATION-MONTH.
           IF WS-VAL-MON < 1 OR WS-VAL-MON > 12
               IF WS-VAL-MONTH NOT = 0
                   DISPLAY "HINWEIS: VALMONTH " WS-VAL-MONTH
                       " UNGUELTIG - VORMONAT WIRD VERWENDET"
               END-IF
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-VAL-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-VAL-MON
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-VAL-YEAR
                   COMPUTE WS-VAL-MON = WS-TODAY-MONTH - 1
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-VAL-MONTH * 100 + 1
           IF WS-VAL-MON = 12
               COMPUTE WS-NEXT-YEAR = WS-VAL-YEAR + 1
               MOVE 1 TO WS-NEXT-MON
           ELSE
               MOVE WS-VAL-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MON = WS-VAL-MON + 1
           END-IF
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-DAYNO)
           IF WS-VAL-MON = 1
               COMPUTE WS-PREV-YEAR = WS-VAL-YEAR - 1
               MOVE 12 TO WS-PREV-MON
           ELSE
               MOVE WS-VAL-YEAR TO WS-PREV-YEAR
               COMPUTE WS-PREV-MON = WS-VAL-MON - 1
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

      *    Same date-effective price resolution as CALCCOSTS, as of
      *    the last day of the month: of all price rows with EFFFROM
      *    on or before it the latest wins; a part without one keeps
      *    its list price.
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
               IF WS-PRC-FROM <= WS-MONTH-END
                   AND WS-PRC-FROM >= T-PRICE-FROM(PART-IDX)
                   MOVE WS-PRC-COST TO T-UNITCOST(PART-IDX)
                   MOVE WS-PRC-FROM TO T-PRICE-FROM(PART-IDX)
               END-IF
           END-IF.

      *    Valuation at the frozen standard: the newest set COSTROLL
      *    released in standard_costs.csv for a fiscal year up to
      *    the one valued replaces the as-of price of every part it
      *    carries. Before the first release the as-of price stays,
      *    as it does for a part added to the master after the roll
      *    (counted, RC-W-0134).
       LOAD-STANDARD-COSTS.
           MOVE 0 TO WS-STD-SET-YEAR
           MOVE 0 TO STD-ROW-COUNT
           MOVE 0 TO WS-STDCOST-CHECKSUM
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
           END-IF
           IF WS-STD-SET-YEAR = 0
               DISPLAY "HINWEIS: KEIN STANDARDKOSTENSATZ FUER "
                   WS-STD-TARGET-YEAR " - BEWERTUNG ZUM TAGESPREIS"
               MOVE "TAGESPREIS (KEIN STANDARD)" TO WS-STD-BASIS
           ELSE
               MOVE SPACES TO WS-STD-BASIS
               STRING "STANDARD " WS-STD-SET-YEAR
                   DELIMITED BY SIZE INTO WS-STD-BASIS
               PERFORM APPLY-STANDARD-SET
           END-IF.

       VALIDATE-STDCOST-TRAILER.
           MOVE "STANDARD_COSTS.CSV" TO WS-TRAILER-FILE
           MOVE STD-COST-LINE TO WS-RAW-LINE
           MOVE STD-ROW-COUNT TO WS-RAW-COUNT
           MOVE WS-STDCOST-CHECKSUM TO WS-RAW-CHECKSUM
           PERFORM VALIDATE-RAW-TRAILER.

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
           MOVE 0 TO STD-PART-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PART-COUNT OR STD-PART-IDX > 0
               IF T-PARTNO(I) = WS-STD-ITEMNO
                   MOVE I TO STD-PART-IDX
               END-IF
           END-PERFORM
           IF STD-PART-IDX > 0
               MOVE FUNCTION NUMVAL(WS-STD-COST-TXT)
                   TO T-UNITCOST(STD-PART-IDX)
               ADD 1 TO STD-APPLIED-COUNT
           END-IF.

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
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(INVENTORY-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-INVENTORY-ROW
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
           MOVE WS-INV-PARTNO TO WS-FIND-PARTNO
           PERFORM FIND-ROLL-IDX
           IF RT-IDX > 0
               MOVE "J" TO RT-IN-INV(RT-IDX)
               IF WS-INV-ONHAND-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-INV-ONHAND-TXT)
                       TO RT-ONHAND(RT-IDX)
               END-IF
           END-IF.

      *    Entry of WS-FIND-PARTNO in the roll-forward table, added
      *    if the part is not there yet (RT-IDX 0 when the table is
      *    full - the report then says it is incomplete).
       FIND-ROLL-IDX.
           MOVE 0 TO RT-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RT-COUNT OR RT-IDX > 0
               IF RT-PARTNO(I) = WS-FIND-PARTNO
                   MOVE I TO RT-IDX
               END-IF
           END-PERFORM
           IF RT-IDX = 0
               IF RT-COUNT >= 1000
                   IF WS-TRUNC-ROLL = "N"
                       MOVE "J" TO WS-TRUNC-ROLL
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "ROLL-TABLE VOLL (1000)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "ROLL-TABLE VOLL (1000)" TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   ADD 1 TO RT-COUNT
                   MOVE RT-COUNT TO RT-IDX
                   INITIALIZE RT-ENTRY(RT-IDX)
                   MOVE WS-FIND-PARTNO TO RT-PARTNO(RT-IDX)
                   MOVE "N" TO RT-IN-INV(RT-IDX)
                   MOVE "N" TO RT-HAS-PREV(RT-IDX)
                   MOVE "N" TO RT-HAS-PRE(RT-IDX)
                   MOVE "N" TO RT-HAS-FIRST(RT-IDX)
                   MOVE "N" TO RT-HAS-LAST(RT-IDX)
                   MOVE "N" TO RT-NO-COST(RT-IDX)
               END-IF
           END-IF.

      *    Book closing of the previous month from this program's
      *    own history, latest run of that month only (a rerun
      *    supersedes). Missing before the first month-end.
       LOAD-PREVIOUS-CLOSING.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT VAL-HISTORY-FILE
           IF WS-VALHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: STOCK_VALUATION_HISTORY.CSV NICHT "
                   "VORHANDEN - ANFANGSBESTAND AUS BEWEGUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ VAL-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-VAL-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAL-HISTORY-FILE
           END-IF.

       APPLY-VAL-HISTORY-ROW.
           MOVE SPACES TO WS-VH-PARTNO
           MOVE SPACES TO WS-VH-BOOK-TXT
           MOVE SPACES TO WS-VH-RUNID
           UNSTRING VAL-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-VH-PERIOD-TXT WS-VH-PARTNO WS-VH-OPEN-TXT
                    WS-VH-REC-TXT WS-VH-ISS-TXT WS-VH-RET-TXT
                    WS-VH-ADJ-TXT WS-VH-CLOSE-TXT WS-VH-BOOK-TXT
                    WS-VH-REST WS-VH-REST WS-VH-REST WS-VH-REST
                    WS-VH-REST WS-VH-RUNID
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-VH-PERIOD-TXT) TO WS-VH-PERIOD
           IF WS-VH-PERIOD = WS-PREV-MONTH
               IF WS-VH-RUNID NOT = WS-CUR-PREV-RUN
                   MOVE WS-VH-RUNID TO WS-CUR-PREV-RUN
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > RT-COUNT
                       MOVE "N" TO RT-HAS-PREV(J)
                       MOVE 0 TO RT-PREV-CLOSE(J)
                   END-PERFORM
               END-IF
               MOVE WS-VH-PARTNO TO WS-FIND-PARTNO
               PERFORM FIND-ROLL-IDX
               IF RT-IDX > 0
                   MOVE "J" TO RT-HAS-PREV(RT-IDX)
                   MOVE FUNCTION NUMVAL(WS-VH-BOOK-TXT)
                       TO RT-PREV-CLOSE(RT-IDX)
               END-IF
           END-IF.

      *    The audit trail in posting order. Only applied rows moved
      *    stock; rejected ones are skipped.
       LOAD-STOCK-AUDIT.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "HINWEIS: STOCK_AUDIT.CSV NICHT VORHANDEN - "
                   "KEINE BEWEGUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       APPLY-AUDIT-ROW.
           MOVE SPACES TO WS-AU-DATE-TXT
           MOVE SPACES TO WS-AU-TYPE
           MOVE SPACES TO WS-AU-PARTNO
           MOVE SPACES TO WS-AU-QTY-TXT
           MOVE SPACES TO WS-AU-STATUS
           MOVE SPACES TO WS-AU-BEFORE-TXT
           MOVE SPACES TO WS-AU-AFTER-TXT
           UNSTRING AUDIT-LINE
               DELIMITED BY ";"
               INTO WS-AU-RUNID WS-AU-DATE-TXT WS-AU-TIME-TXT
                    WS-AU-TRANSDATE-TXT WS-AU-TYPE WS-AU-PARTNO
                    WS-AU-QTY-TXT WS-AU-REFERENCE WS-AU-STATUS
                    WS-AU-BEFORE-TXT WS-AU-AFTER-TXT
           END-UNSTRING
           IF WS-AU-STATUS = "ANGEWANDT"
               ADD 1 TO WS-AUDIT-ROWS
               MOVE FUNCTION NUMVAL(WS-AU-DATE-TXT) TO WS-AU-DATE
               MOVE FUNCTION NUMVAL(WS-AU-QTY-TXT) TO WS-AU-QTY
               MOVE FUNCTION NUMVAL(WS-AU-BEFORE-TXT) TO WS-AU-BEFORE
               MOVE FUNCTION NUMVAL(WS-AU-AFTER-TXT) TO WS-AU-AFTER
               MOVE WS-AU-PARTNO TO WS-FIND-PARTNO
               PERFORM FIND-ROLL-IDX
               IF RT-IDX > 0
                   PERFORM BOOK-AUDIT-ROW
               END-IF
           END-IF.

      *    A T transfer only moves stock between locations; the
      *    part total does not change, so it books nothing here.
       BOOK-AUDIT-ROW.
           IF WS-AU-TYPE = "I"
               COMPUTE WS-AU-DELTA = 0 - WS-AU-QTY
           ELSE
           IF WS-AU-TYPE = "T"
               MOVE 0 TO WS-AU-DELTA
           ELSE
               MOVE WS-AU-QTY TO WS-AU-DELTA
           END-IF
           END-IF
           IF RT-HAS-LAST(RT-IDX) = "J"
               AND WS-AU-DATE >= WS-MONTH-START
               AND WS-AU-BEFORE NOT = RT-LAST-AFTER(RT-IDX)
               ADD 1 TO RT-BREAKS(RT-IDX)
           END-IF
           MOVE "J" TO RT-HAS-LAST(RT-IDX)
           MOVE WS-AU-AFTER TO RT-LAST-AFTER(RT-IDX)
           IF WS-AU-DATE < WS-MONTH-START
               MOVE "J" TO RT-HAS-PRE(RT-IDX)
               MOVE WS-AU-AFTER TO RT-PRE-AFTER(RT-IDX)
           ELSE
               IF RT-HAS-FIRST(RT-IDX) = "N"
                   MOVE "J" TO RT-HAS-FIRST(RT-IDX)
                   MOVE WS-AU-BEFORE TO RT-FIRST-BEFORE(RT-IDX)
               END-IF
               IF WS-AU-DATE > WS-MONTH-END
                   ADD WS-AU-DELTA TO RT-LATER(RT-IDX)
               ELSE
                   EVALUATE WS-AU-TYPE
                       WHEN "R"
                           ADD WS-AU-QTY TO RT-REC(RT-IDX)
                       WHEN "I"
                           ADD WS-AU-QTY TO RT-ISS(RT-IDX)
                       WHEN "U"
                           ADD WS-AU-QTY TO RT-RET(RT-IDX)
                       WHEN "T"
                           CONTINUE
                       WHEN OTHER
                           ADD WS-AU-QTY TO RT-ADJ(RT-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

      *    The cage is optional: no file, no recovered parts.
       LOAD-REUSABLE-STOCK.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "REUSABLE_STOCK.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
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
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF REUSE-LINE(1:7) = "TRAILER"
                               MOVE REUSE-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(REUSE-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-REUSE-ROW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REUSE-FILE
           END-IF.

       APPLY-REUSE-ROW.
           MOVE SPACES TO WS-RU-PARTNO
           MOVE SPACES TO WS-RU-QTY-TXT
           UNSTRING REUSE-LINE
               DELIMITED BY ";"
               INTO WS-RU-PARTNO WS-RU-CONDITION WS-RU-QTY-TXT
           END-UNSTRING
           MOVE WS-RU-PARTNO TO WS-FIND-PARTNO
           PERFORM FIND-ROLL-IDX
           IF RT-IDX > 0
               ADD FUNCTION NUMVAL(WS-RU-QTY-TXT) TO RT-CAGE(RT-IDX)
           END-IF.

      *    Opening, closing, book stock at month end and the
      *    difference, then the value at the month-end standard.
       ROLL-FORWARD-PART.
           EVALUATE TRUE
               WHEN RT-HAS-PREV(RT-IDX) = "J"
                   MOVE RT-PREV-CLOSE(RT-IDX) TO RT-OPEN(RT-IDX)
                   MOVE "V" TO RT-OPEN-SRC(RT-IDX)
               WHEN RT-HAS-PRE(RT-IDX) = "J"
                   MOVE RT-PRE-AFTER(RT-IDX) TO RT-OPEN(RT-IDX)
                   MOVE "B" TO RT-OPEN-SRC(RT-IDX)
               WHEN RT-HAS-FIRST(RT-IDX) = "J"
                   MOVE RT-FIRST-BEFORE(RT-IDX) TO RT-OPEN(RT-IDX)
                   MOVE "B" TO RT-OPEN-SRC(RT-IDX)
               WHEN OTHER
                   MOVE RT-ONHAND(RT-IDX) TO RT-OPEN(RT-IDX)
                   MOVE "L" TO RT-OPEN-SRC(RT-IDX)
           END-EVALUATE
           COMPUTE RT-CLOSE(RT-IDX) =
               RT-OPEN(RT-IDX) + RT-REC(RT-IDX) - RT-ISS(RT-IDX)
               + RT-RET(RT-IDX) + RT-ADJ(RT-IDX)
           COMPUTE RT-BOOK(RT-IDX) =
               RT-ONHAND(RT-IDX) - RT-LATER(RT-IDX)
           COMPUTE RT-DIFF(RT-IDX) =
               RT-BOOK(RT-IDX) - RT-CLOSE(RT-IDX)
           MOVE RT-PARTNO(RT-IDX) TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX > 0
               MOVE T-UNITCOST(PART-IDX) TO RT-UNITCOST(RT-IDX)
           ELSE
               MOVE 0 TO RT-UNITCOST(RT-IDX)
               MOVE "J" TO RT-NO-COST(RT-IDX)
               ADD 1 TO WS-NOCOST-COUNT
           END-IF
           COMPUTE RT-VALUE(RT-IDX) =
               RT-BOOK(RT-IDX) * RT-UNITCOST(RT-IDX)
           COMPUTE RT-CAGE-VALUE(RT-IDX) =
               RT-CAGE(RT-IDX) * RT-UNITCOST(RT-IDX)
           ADD RT-VALUE(RT-IDX) TO WS-TOT-VALUE
           ADD RT-CAGE-VALUE(RT-IDX) TO WS-TOT-CAGE-VALUE
           ADD RT-OPEN(RT-IDX) TO WS-TOT-OPEN
           ADD RT-REC(RT-IDX) TO WS-TOT-REC
           ADD RT-ISS(RT-IDX) TO WS-TOT-ISS
           ADD RT-RET(RT-IDX) TO WS-TOT-RET
           ADD RT-ADJ(RT-IDX) TO WS-TOT-ADJ
           ADD RT-CLOSE(RT-IDX) TO WS-TOT-CLOSE
           ADD RT-BOOK(RT-IDX) TO WS-TOT-BOOK
           ADD RT-CAGE(RT-IDX) TO WS-TOT-CAGE
           IF RT-BREAKS(RT-IDX) > 0
               ADD 1 TO WS-BREAK-PARTS
           END-IF
      *    A part known only from an earlier month that has neither
      *    stock nor movements any more is not a difference.
           MOVE "N" TO RT-NOT-ROLLED(RT-IDX)
           IF RT-IN-INV(RT-IDX) = "N"
               IF RT-CLOSE(RT-IDX) NOT = 0
                   OR RT-HAS-FIRST(RT-IDX) = "J"
                   MOVE "J" TO RT-NOT-ROLLED(RT-IDX)
               END-IF
           ELSE
               IF RT-DIFF(RT-IDX) NOT = 0
                   MOVE "J" TO RT-NOT-ROLLED(RT-IDX)
               END-IF
           END-IF
           IF RT-NOT-ROLLED(RT-IDX) = "J"
               ADD 1 TO WS-NOTROLLED-COUNT
               MOVE RT-DIFF(RT-IDX) TO WS-DIFF-TXT
               MOVE "RC-W-0129" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               IF RT-IN-INV(RT-IDX) = "N"
                   STRING "TEIL " FUNCTION TRIM(RT-PARTNO(RT-IDX))
                       " BEWEGT ABER NICHT IN INVENTORY.CSV"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               ELSE
                   STRING "TEIL " FUNCTION TRIM(RT-PARTNO(RT-IDX))
                       " NICHT FORTGESCHRIEBEN - DIFFERENZ "
                       FUNCTION TRIM(WS-DIFF-TXT)
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
               END-IF
               PERFORM WRITE-RUN-LOG
           END-IF.

       WRITE-VALUATION-HISTORY.
           OPEN EXTEND VAL-HISTORY-FILE
           IF WS-VALHIST-STATUS = "35"
               OPEN OUTPUT VAL-HISTORY-FILE
               MOVE SPACES TO WS-VH-REC
               STRING "PERIOD;PARTNO;OPENING;RECEIPTS;ISSUES;"
                   "RETURNS;ADJUST;CLOSING;BOOKQTY;DIFF;CAGEQTY;"
                   "UNITCOST;STOCKVALUE;CAGEVALUE;RUNID"
                   DELIMITED BY SIZE INTO WS-VH-REC
               WRITE VAL-HISTORY-LINE FROM WS-VH-REC
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               MOVE RT-OPEN(RT-IDX) TO WS-OPEN-TXT
               MOVE RT-REC(RT-IDX) TO WS-REC-TXT
               MOVE RT-ISS(RT-IDX) TO WS-ISS-TXT
               MOVE RT-RET(RT-IDX) TO WS-RET-TXT
               MOVE RT-ADJ(RT-IDX) TO WS-ADJ-TXT
               MOVE RT-CLOSE(RT-IDX) TO WS-CLOSE-TXT
               MOVE RT-BOOK(RT-IDX) TO WS-BOOK-TXT
               MOVE RT-DIFF(RT-IDX) TO WS-DIFF-TXT
               MOVE RT-CAGE(RT-IDX) TO WS-CAGE-TXT
               MOVE RT-UNITCOST(RT-IDX) TO WS-COST-TXT
               MOVE RT-VALUE(RT-IDX) TO WS-VALUE-TXT
               MOVE RT-CAGE-VALUE(RT-IDX) TO WS-CAGEVAL-TXT
               MOVE SPACES TO WS-VH-REC
               STRING WS-VAL-MONTH ";"
                   FUNCTION TRIM(RT-PARTNO(RT-IDX)) ";"
                   FUNCTION TRIM(WS-OPEN-TXT) ";"
                   FUNCTION TRIM(WS-REC-TXT) ";"
                   FUNCTION TRIM(WS-ISS-TXT) ";"
                   FUNCTION TRIM(WS-RET-TXT) ";"
                   FUNCTION TRIM(WS-ADJ-TXT) ";"
                   FUNCTION TRIM(WS-CLOSE-TXT) ";"
                   FUNCTION TRIM(WS-BOOK-TXT) ";"
                   FUNCTION TRIM(WS-DIFF-TXT) ";"
                   FUNCTION TRIM(WS-CAGE-TXT) ";"
                   FUNCTION TRIM(WS-COST-TXT) ";"
                   FUNCTION TRIM(WS-VALUE-TXT) ";"
                   FUNCTION TRIM(WS-CAGEVAL-TXT) ";"
                   FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-VH-REC
               WRITE VAL-HISTORY-LINE FROM WS-VH-REC
           END-PERFORM
           CLOSE VAL-HISTORY-FILE.

      *    Control totals: warehouse value, cage value and the
      *    number of parts that did not roll forward.
       WRITE-RUN-TOTALS.
           OPEN EXTEND RUN-TOTALS-FILE
           IF WS-RUNTOT-STATUS = "35"
               OPEN OUTPUT RUN-TOTALS-FILE
               MOVE "RUNID;PROGRAM;KEY;VALUE" TO WS-RUNTOT-LINE
               WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           END-IF
           MOVE WS-TOT-VALUE TO WS-VALUE-TXT
           MOVE SPACES TO WS-RUNTOT-LINE
           STRING FUNCTION TRIM(WS-RUN-ID)
               ";STOCKVAL;STOCKVALUE;"
               FUNCTION TRIM(WS-VALUE-TXT)
               DELIMITED BY SIZE INTO WS-RUNTOT-LINE
           WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           MOVE WS-TOT-CAGE-VALUE TO WS-VALUE-TXT
           MOVE SPACES TO WS-RUNTOT-LINE
           STRING FUNCTION TRIM(WS-RUN-ID)
               ";STOCKVAL;CAGEVALUE;"
               FUNCTION TRIM(WS-VALUE-TXT)
               DELIMITED BY SIZE INTO WS-RUNTOT-LINE
           WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           MOVE WS-NOTROLLED-COUNT TO WS-RUNTOT-CNT-TXT
           MOVE SPACES TO WS-RUNTOT-LINE
           STRING FUNCTION TRIM(WS-RUN-ID)
               ";STOCKVAL;NOTROLLED;"
               FUNCTION TRIM(WS-RUNTOT-CNT-TXT)
               DELIMITED BY SIZE INTO WS-RUNTOT-LINE
           WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           CLOSE RUN-TOTALS-FILE.

       WRITE-VALUATION-REPORT.
           OPEN OUTPUT VAL-REPORT-FILE
           MOVE "BESTANDSFORTSCHREIBUNG UND BEWERTUNG ZUM MONATSENDE"
               TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | MONAT: " WS-VAL-MONTH
               " | PREISSTAND: " WS-MONTH-END
               " | BEWERTUNG: " FUNCTION TRIM(WS-STD-BASIS)
               " | BUCHUNGEN GELESEN: " WS-AUDIT-ROWS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ANFANG + ZUGANG - ABGANG + RUECKGABE +/- KORREKTUR"
               " = ENDE | BUCH = ONHANDQTY OHNE SPAETERE BUCHUNGEN"
               " | ANFANG AUS V=VORMONAT B=BEWEGUNGEN L=BESTAND"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-TRUNC-ROLL = "J"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: ROLL-TABLE VOLL (1000) - NICHT ALLE "
                   "TEILE FORTGESCHRIEBEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "FORTSCHREIBUNG JE TEIL" TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               PERFORM WRITE-ROLL-LINE
           END-PERFORM
           IF RT-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "NICHT FORTGESCHRIEBENE TEILE" TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
               IF RT-NOT-ROLLED(RT-IDX) = "J"
                   MOVE RT-CLOSE(RT-IDX) TO WS-QTY-DISP
                   MOVE RT-BOOK(RT-IDX) TO WS-QTY-DISP2
                   MOVE RT-DIFF(RT-IDX) TO WS-QTY-DISP3
                   MOVE RT-BREAKS(RT-IDX) TO WS-COUNT-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   IF RT-IN-INV(RT-IDX) = "N"
                       STRING "    " RT-PARTNO(RT-IDX)
                           " | ENDE: " WS-QTY-DISP
                           " | NICHT IN INVENTORY.CSV"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING "    " RT-PARTNO(RT-IDX)
                           " | ENDE: " WS-QTY-DISP
                           " | BUCH: " WS-QTY-DISP2
                           " | DIFFERENZ: " WS-QTY-DISP3
                           " | KETTENBRUECHE: " WS-COUNT-DISP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-NOTROLLED-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOT-OPEN TO WS-QTY-DISP
           MOVE WS-TOT-REC TO WS-QTY-DISP2
           MOVE WS-TOT-ISS TO WS-QTY-DISP3
           MOVE WS-TOT-RET TO WS-QTY-DISP4
           MOVE WS-TOT-ADJ TO WS-QTY-DISP5
           MOVE WS-TOT-CLOSE TO WS-QTY-DISP6
           MOVE WS-TOT-BOOK TO WS-QTY-DISP7
           MOVE WS-TOT-CAGE TO WS-QTY-DISP8
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMME MENGEN | ANFANG: " WS-QTY-DISP
               " | ZUGANG: " WS-QTY-DISP2
               " | ABGANG: " WS-QTY-DISP3
               " | RUECKGABE: " WS-QTY-DISP4
               " | KORREKTUR: " WS-QTY-DISP5
               " | ENDE: " WS-QTY-DISP6
               " | BUCH: " WS-QTY-DISP7
               " | KAEFIG: " WS-QTY-DISP8
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOT-VALUE TO WS-AMOUNT-DISP
           MOVE WS-TOT-CAGE-VALUE TO WS-AMOUNT-DISP2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAGERWERT EUR: " WS-AMOUNT-DISP
               " | WIEDERVERWENDUNGSKAEFIG (NICHT IM LAGERWERT)"
               " EUR: " WS-AMOUNT-DISP2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-NOTROLLED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NICHT FORTGESCHRIEBEN: " WS-COUNT-DISP " TEILE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-NOCOST-COUNT > 0
               MOVE WS-NOCOST-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: " WS-COUNT-DISP " TEILE OHNE "
                   "STANDARDPREIS (NICHT IN PARTS.IDX) - MIT 0 "
                   "BEWERTET"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           CLOSE VAL-REPORT-FILE.

       WRITE-ROLL-LINE.
           MOVE RT-OPEN(RT-IDX) TO WS-QTY-DISP
           MOVE RT-REC(RT-IDX) TO WS-QTY-DISP2
           MOVE RT-ISS(RT-IDX) TO WS-QTY-DISP3
           MOVE RT-RET(RT-IDX) TO WS-QTY-DISP4
           MOVE RT-ADJ(RT-IDX) TO WS-QTY-DISP5
           MOVE RT-CLOSE(RT-IDX) TO WS-QTY-DISP6
           MOVE RT-BOOK(RT-IDX) TO WS-QTY-DISP7
           MOVE RT-CAGE(RT-IDX) TO WS-QTY-DISP8
           MOVE RT-UNITCOST(RT-IDX) TO WS-COST-DISP
           MOVE RT-VALUE(RT-IDX) TO WS-AMOUNT-DISP
           MOVE RT-CAGE-VALUE(RT-IDX) TO WS-AMOUNT-DISP2
           MOVE SPACES TO WS-FLAG
           IF RT-NOT-ROLLED(RT-IDX) = "J"
               OR RT-BREAKS(RT-IDX) > 0
               MOVE "***" TO WS-FLAG
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING RT-PARTNO(RT-IDX)
               " | ANFANG: " WS-QTY-DISP " " RT-OPEN-SRC(RT-IDX)
               " | ZUGANG: " WS-QTY-DISP2
               " | ABGANG: " WS-QTY-DISP3
               " | RUECKGABE: " WS-QTY-DISP4
               " | KORREKTUR: " WS-QTY-DISP5
               " | ENDE: " WS-QTY-DISP6
               " | BUCH: " WS-QTY-DISP7
               " | PREIS: " WS-COST-DISP
               " | WERT: " WS-AMOUNT-DISP
               " | KAEFIG: " WS-QTY-DISP8
               " WERT " WS-AMOUNT-DISP2
               " " WS-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VAL-REPORT-LINE FROM WS-REPORT-LINE.

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
           STRING "STOCKVAL;" WS-TOTAL-READ
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
               "STOCKVAL;"
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
