       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFURB.

      *    Refurbishment of recovered parts: a GOOD or FAIR part out
      *    of a decommissioned robot is cleaned and tested before it
      *    may go back on the line, some fail, and the work costs
      *    money. RECOVERCOST hands every granted batch (ROBOTNO/
      *    DECOMDATE/PARTNO/CONDITION) over in refurb_intake.csv;
      *    this step opens one numbered refurb order per batch in
      *    the refurb-order master refurb_orders.csv, records the
      *    workshop's test results against it and releases to the
      *    reusable cage (reusable_stock.csv, location KAEFIG) only
      *    what passed.
      *
      *    The intake is the full recovery stand of every run, so an
      *    order is opened only for the quantity of a batch no
      *    earlier order covers - a batch that grows by a later
      *    recovery line gets a second order for the difference.
      *
      *    refurb_results.csv layout: line 1 is a header
      *    (ORDERNO;RESULT;QTY;COST;TESTDATE) and is skipped:
      *      <RFNO>;PASS;<QTY>;<EUR>;<JJJJMMTT>    released to cage
      *      <RFNO>;REPAIR;<QTY>;<EUR>;<JJJJMMTT>  repaired, back
      *                                            to test
      *      <RFNO>;SCRAP;<QTY>;<EUR>;<JJJJMMTT>   failed, disposal
      *    COST is the cleaning, test or repair cost of the line; a
      *    blank TESTDATE means today. PASS and SCRAP take quantity
      *    out of the order, REPAIR only records the rework - the
      *    repaired parts stay open until a later PASS or SCRAP.
      *    An order is CLOSED when all of its quantity has passed or
      *    been scrapped. Every result line and every order opened
      *    lands in refurb_audit.csv with before- and after-image.
      *
      *    Parts scrapped in the run are weighed by material type
      *    (parts master WEIGHTKG and MATERIALTYPE) and appended to
      *    the hauler's disposal manifest RECOVERCOST wrote, priced
      *    at the scrap_prices.csv rate of COSTDATE, with the same
      *    manifest_log.csv mirror rows the settlement check reads.
      *
      *    refurb_report.txt shows the yield (passed share of the
      *    decided quantity) per part and per condition grade, the
      *    refurb cost per reused part, and whether reuse is still
      *    cheaper than buying new at the part_prices.csv price of
      *    COSTDATE.

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
           SELECT SCRAP-PRICES-FILE
               ASSIGN TO "..\data\scrap_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT INTAKE-FILE
               ASSIGN TO "..\data\refurb_intake.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT RF-FILE
               ASSIGN TO "..\data\refurb_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.
           SELECT RESULTS-FILE
               ASSIGN TO "..\data\refurb_results.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "..\data\refurb_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REUSE-FILE
               ASSIGN TO "..\data\reusable_stock.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO "..\data\refurb_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT MANIFEST-LOG-FILE
               ASSIGN TO "..\data\manifest_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANLOG-STATUS.
           SELECT RUN-TOTALS-FILE
               ASSIGN TO "..\data\run_totals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOT-STATUS.
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

       FD  SCRAP-PRICES-FILE.
       01  SCRAP-PRICES-LINE       PIC X(200).

       FD  INTAKE-FILE.
       01  INTAKE-LINE             PIC X(200).

       FD  RF-FILE.
       01  RF-LINE                 PIC X(200).

       FD  RESULTS-FILE.
       01  RESULTS-LINE            PIC X(250).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(500).

       FD  REUSE-FILE.
       01  REUSE-LINE              PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(300).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE           PIC X(200).

       FD  MANIFEST-LOG-FILE.
       01  MANIFEST-LOG-LINE       PIC X(150).

       FD  RUN-TOTALS-FILE.
       01  RUN-TOTALS-LINE         PIC X(80).

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
       77  WS-SCRAP-STATUS         PIC X(2) VALUE "00".
       77  WS-INTAKE-STATUS        PIC X(2) VALUE "00".
       77  WS-RF-STATUS            PIC X(2) VALUE "00".
       77  WS-RESULTS-STATUS       PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       77  WS-MANIFEST-STATUS      PIC X(2) VALUE "00".
       77  WS-MANLOG-STATUS        PIC X(2) VALUE "00".
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
       01  WS-TRAILER-FILE         PIC X(20).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0105 MATERIALTYP NICHT ERKANNT
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-W-0112 SCHROTTPREIS FEHLT
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

      *    Part master with the as-of new price and, per condition
      *    grade (1 GOOD, 2 FAIR), the refurb figures summed over
      *    all refurb orders of the part.
       01  PART-TABLE.
           05 PART-ENTRY OCCURS 1000 TIMES.
              10 T-PARTNO          PIC X(10).
              10 T-PARTNAME        PIC X(60).
              10 T-UNITCOST        PIC 9(9)V99.
              10 T-PRICE-FROM      PIC 9(8) VALUE 0.
              10 T-MATERIALTYPE    PIC X(12).
              10 T-WEIGHTKG        PIC 9(5)V999.
              10 T-RF-USED         PIC X(1) VALUE "N".
              10 T-RF-GRADE OCCURS 2 TIMES.
                 15 T-RF-ORDERS    PIC 9(5) VALUE 0.
                 15 T-RF-QTY       PIC 9(9) VALUE 0.
                 15 T-RF-PASS      PIC 9(9) VALUE 0.
                 15 T-RF-REPAIR    PIC 9(9) VALUE 0.
                 15 T-RF-SCRAP     PIC 9(9) VALUE 0.
                 15 T-RF-COST      PIC 9(11)V99 VALUE 0.
       77  PART-COUNT              PIC 9(4) VALUE 0.
       77  PART-IDX                PIC 9(4) VALUE 0.
       01  WS-FIND-PARTNO          PIC X(10).

       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-FROM             PIC 9(8).
       01  WS-PRC-COST             PIC 9(9)V99.

      *    The two condition grades that go to refurbishment, with
      *    the shop-wide totals per grade.
       01  GRADE-TABLE.
           05 GRADE-ENTRY OCCURS 2 TIMES.
              10 GR-CODE           PIC X(10).
              10 GR-ORDERS         PIC 9(5) VALUE 0.
              10 GR-QTY            PIC 9(9) VALUE 0.
              10 GR-PASS           PIC 9(9) VALUE 0.
              10 GR-REPAIR         PIC 9(9) VALUE 0.
              10 GR-SCRAP          PIC 9(9) VALUE 0.
              10 GR-COST           PIC 9(11)V99 VALUE 0.
       77  GRADE-IDX               PIC 9(1) VALUE 0.
       01  WS-FIND-GRADE           PIC X(10).

      *    Scrap rate and hauler per material type (latest
      *    scrap_prices.csv row on or before COSTDATE) and what the
      *    run scrapped out of refurbishment.
       01  MATERIAL-TABLE.
           05 MATERIAL-ENTRY OCCURS 3 TIMES.
              10 MT-TYPE           PIC X(12).
              10 MT-RATE           PIC 9(5)V99 VALUE 0.
              10 MT-RATEDATE       PIC 9(8) VALUE 0.
              10 MT-HAULER         PIC X(20) VALUE SPACES.
              10 MT-SCRAP-QTY      PIC 9(9) VALUE 0.
              10 MT-SCRAP-KG       PIC 9(9)V999 VALUE 0.
       77  MATERIAL-IDX            PIC 9(2) VALUE 0.
       01  WS-FIND-MATERIAL        PIC X(12).
       01  WS-SP-TYPE              PIC X(12).
       01  WS-SP-RATE-TXT          PIC X(20).
       01  WS-SP-DATE-TXT          PIC X(20).
       01  WS-SP-HAULER            PIC X(20).
       01  WS-SP-RATE              PIC 9(5)V99.
       01  WS-SP-DATE              PIC 9(8).

      *    Refurb-order master:
      *      RFNO;ROBOTNO;DECOMDATE;PARTNO;CONDITION;QTY;STATUS;
      *      OPENDATE;PASSQTY;REPAIRQTY;SCRAPQTY;COST;CLOSEDATE
      *    STATUS is OPEN or CLOSED. The master is rewritten whole,
      *    so a truncated load is a hard stop.
       01  RF-HEADER               PIC X(200).
       01  RF-TABLE.
           05 RF-ENTRY OCCURS 5000 TIMES.
              10 RF-NO             PIC X(10).
              10 RF-ROBOTNO        PIC X(10).
              10 RF-DECOMDATE      PIC X(8).
              10 RF-PARTNO         PIC X(10).
              10 RF-CONDITION      PIC X(10).
              10 RF-QTY            PIC 9(7).
              10 RF-STATUS         PIC X(10).
              10 RF-OPENDATE       PIC X(8).
              10 RF-PASSQTY        PIC 9(7).
              10 RF-REPAIRQTY      PIC 9(7).
              10 RF-SCRAPQTY       PIC 9(7).
              10 RF-COST           PIC 9(9)V99.
              10 RF-CLOSEDATE      PIC X(8).
       77  RF-COUNT                PIC 9(5) VALUE 0.
       77  RF-IDX                  PIC 9(5) VALUE 0.
       77  WS-RF-SEQ-MAX           PIC 9(6) VALUE 0.
       01  WS-RF-SEQ               PIC 9(6).
       01  WS-RF-NO                PIC X(10).
       01  WS-RF-QTY-TXT           PIC X(20).
       01  WS-RF-PASS-TXT          PIC X(20).
       01  WS-RF-REPAIR-TXT        PIC X(20).
       01  WS-RF-SCRAP-TXT         PIC X(20).
       01  WS-RF-COST-TXT          PIC X(20).
       77  WS-OPENED-COUNT         PIC 9(5) VALUE 0.
       77  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.

       01  WS-IN-ROBOTNO           PIC X(10).
       01  WS-IN-DECOMDATE         PIC X(8).
       01  WS-IN-PARTNO            PIC X(10).
       01  WS-IN-CONDITION         PIC X(10).
       01  WS-IN-QTY-TXT           PIC X(20).
       01  WS-IN-QTY               PIC 9(9).
       01  WS-COVERED-QTY          PIC 9(9).
       01  WS-NEW-QTY              PIC 9(9).

       01  WS-T-RFNO               PIC X(10).
       01  WS-T-RESULT             PIC X(10).
       01  WS-T-QTY-TXT            PIC X(20).
       01  WS-T-COST-TXT           PIC X(20).
       01  WS-T-DATE               PIC X(8).
       01  WS-T-DATE-N REDEFINES WS-T-DATE.
           05 WS-T-YEAR            PIC 9(4).
           05 WS-T-MONTH           PIC 9(2).
           05 WS-T-DAY             PIC 9(2).
       01  WS-T-QTY                PIC S9(7).
       01  WS-T-COST               PIC S9(9)V99.
       01  WS-OPEN-QTY             PIC 9(7).

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
       01  WS-QTY3-TXT             PIC Z(6)9.
       01  WS-QTY4-TXT             PIC Z(6)9.
       01  WS-COST-TXT             PIC Z(8)9.99.

      *    Reusable cage, rebuilt from the passed quantities.
       77  WS-REUSE-CHECKSUM       PIC 9(9) VALUE 0.
       77  WS-REUSE-ROWS           PIC 9(6) VALUE 0.
       01  WS-REUSE-REC            PIC X(80).
       01  WS-REUSE-TOTAL-QTY      PIC 9(9) VALUE 0.
       01  WS-RUNTOT-LINE          PIC X(80).
       01  WS-RUNTOT-QTY-TXT       PIC Z(8)9.

      *    Report work fields: one set of figures (orders, quantity,
      *    passed, repaired, scrapped, cost) is summed into these
      *    and printed by FORMAT-YIELD-FIGURES.
       01  WS-SUM-ORDERS           PIC 9(5).
       01  WS-SUM-QTY              PIC 9(9).
       01  WS-SUM-PASS             PIC 9(9).
       01  WS-SUM-REPAIR           PIC 9(9).
       01  WS-SUM-SCRAP            PIC 9(9).
       01  WS-SUM-COST             PIC 9(11)V99.
       01  WS-SUM-OPEN             PIC 9(9).
       01  WS-DECIDED              PIC 9(9).
       01  WS-YIELD-PCT            PIC 9(3)V9.
       01  WS-COST-PER-PART        PIC 9(9)V99.
       01  WS-YIELD-TEXT           PIC X(8).
       01  WS-PER-PART-TEXT        PIC X(14).
       01  WS-VERDICT              PIC X(30).
       01  WS-FIGURES              PIC X(200).
       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-ORD-DISP             PIC ZZZZ9.
       01  WS-QTY-DISP             PIC ZZZZZZ9.
       01  WS-PASS-DISP            PIC ZZZZZZ9.
       01  WS-REPAIR-DISP          PIC ZZZZZZ9.
       01  WS-SCRAP-DISP           PIC ZZZZZZ9.
       01  WS-OPEN-DISP            PIC ZZZZZZ9.
       01  WS-PCT-DISP             PIC ZZ9.9.
       01  WS-EUR-DISP             PIC Z,ZZZ,ZZ9.99.
       01  WS-UNIT-DISP            PIC ZZZ,ZZ9.99.
       01  WS-NEW-DISP             PIC ZZZ,ZZ9.99.
       01  WS-WEIGHT-DISP          PIC Z(6)9.999.
       01  WS-RATE-DISP            PIC ZZZZ9.99.
       01  WS-REVENUE              PIC 9(11)V99.
       01  WS-REVENUE-DISP         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-KG              PIC 9(9)V999.
       77  WS-RESULT-LINES         PIC 9(5) VALUE 0.

      *    Disposal manifest per hauler, same naming as RECOVERCOST.
       01  WS-MANIFEST-NAME        PIC X(60) VALUE SPACES.
       01  WS-HAULER-SLUG          PIC X(20).
       77  WS-SLUG-LEN             PIC 9(2) VALUE 0.
       01  WS-HAULER-TOTAL         PIC 9(11)V99.
       01  HAULER-DONE-TABLE.
           05 HD-ENTRY OCCURS 3 TIMES.
              10 HD-HAULER         PIC X(20).
       77  HD-COUNT                PIC 9(1) VALUE 0.
       77  HK                      PIC 9(1) VALUE 0.
       77  HJ                      PIC 9(1) VALUE 0.
       77  WS-HAULER-SEEN          PIC X VALUE "N".
       01  WS-MANLOG-REC           PIC X(150).
       01  WS-MANLOG-WT-TXT        PIC Z(6)9.999.
       01  WS-MANLOG-RATE-TXT      PIC ZZZZ9.99.
       01  WS-MANLOG-VAL-TXT       PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "AUFBEREITUNG GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM SETUP-TABLES
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           PERFORM LOAD-SCRAP-PRICES
           PERFORM LOAD-REFURB-ORDERS
           OPEN OUTPUT REPORT-FILE
           MOVE "AUFBEREITUNG RUECKGEWONNENER TEILE - REFURB-AUFTRAEGE"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | PREISSTAND: " WS-COST-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM OPEN-REFURB-ORDERS
           PERFORM PROCESS-RESULTS
           PERFORM BUILD-REFURB-STATS
           PERFORM WRITE-PART-YIELD
           PERFORM WRITE-GRADE-YIELD
           PERFORM WRITE-SCRAP-SUMMARY
           CLOSE REPORT-FILE
           PERFORM WRITE-DISPOSAL-MANIFEST
           PERFORM REWRITE-RF-MASTER
           PERFORM WRITE-REUSABLE-STOCK
           PERFORM WRITE-RUN-TOTALS
           IF (WS-REJECT-COUNT > 0 OR WS-WARN-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "AUFBEREITUNG BEENDET - EROEFFNET: "
               WS-OPENED-COUNT " ABGESCHLOSSEN: " WS-CLOSED-COUNT
               " ABGELEHNT: " WS-REJECT-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           DISPLAY "REFURB: EROEFFNET " WS-OPENED-COUNT
               " ABGESCHLOSSEN " WS-CLOSED-COUNT
               " ABGELEHNT " WS-REJECT-COUNT
           GOBACK.

      *    COSTDATE prices new parts and scrap exactly as CALCCOSTS
      *    and RECOVERCOST do; blank or missing means today.
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
           IF WS-PARM-KEY = "COSTDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-COST-DATE
           END-IF.

       SETUP-TABLES.
           MOVE "GOOD" TO GR-CODE(1)
           MOVE "FAIR" TO GR-CODE(2)
           MOVE "METAL"      TO MT-TYPE(1)
           MOVE "PLASTIC"    TO MT-TYPE(2)
           MOVE "ELECTRONIC" TO MT-TYPE(3).

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
                           MOVE IXP-PARTNAME
                               TO T-PARTNAME(PART-COUNT)
                           MOVE IXP-UNITCOST
                               TO T-UNITCOST(PART-COUNT)
                           MOVE IXP-MATERIALTYPE
                               TO T-MATERIALTYPE(PART-COUNT)
                           MOVE IXP-WEIGHTKG
                               TO T-WEIGHTKG(PART-COUNT)
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

      *    Latest price row with EFFDATE on or before the costing
      *    date wins per material type, as in RECOVERCOST; it also
      *    names the hauler whose manifest takes the scrap.
       LOAD-SCRAP-PRICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "SCRAP_PRICES.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT SCRAP-PRICES-FILE
           IF WS-SCRAP-STATUS NOT = "00"
               DISPLAY "WARNUNG: SCRAP_PRICES.CSV NICHT VORHANDEN "
                   "- AUSSCHUSS OHNE ENTSORGER"
               MOVE "RC-W-0112" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE "SCRAP_PRICES.CSV NICHT VORHANDEN"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SCRAP-PRICES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF SCRAP-PRICES-LINE(1:7) = "TRAILER"
                               MOVE SCRAP-PRICES-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(SCRAP-PRICES-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-SCRAP-PRICE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRAP-PRICES-FILE
           END-IF.

       APPLY-SCRAP-PRICE-LINE.
           MOVE SPACES TO WS-SP-TYPE
           MOVE SPACES TO WS-SP-RATE-TXT
           MOVE SPACES TO WS-SP-DATE-TXT
           MOVE SPACES TO WS-SP-HAULER
           UNSTRING SCRAP-PRICES-LINE
               DELIMITED BY ";"
               INTO WS-SP-TYPE WS-SP-RATE-TXT WS-SP-DATE-TXT
                    WS-SP-HAULER
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-SP-RATE-TXT) TO WS-SP-RATE
           MOVE FUNCTION NUMVAL(WS-SP-DATE-TXT) TO WS-SP-DATE
           MOVE WS-SP-TYPE TO WS-FIND-MATERIAL
           PERFORM FIND-MATERIAL-IDX
           IF MATERIAL-IDX > 0
               IF WS-SP-DATE <= WS-COST-DATE
                   AND WS-SP-DATE >= MT-RATEDATE(MATERIAL-IDX)
                   MOVE WS-SP-RATE TO MT-RATE(MATERIAL-IDX)
                   MOVE WS-SP-DATE TO MT-RATEDATE(MATERIAL-IDX)
                   MOVE WS-SP-HAULER TO MT-HAULER(MATERIAL-IDX)
               END-IF
           END-IF.

       LOAD-REFURB-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "REFURB_ORDERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE SPACES TO RF-HEADER
           STRING "RFNO;ROBOTNO;DECOMDATE;PARTNO;CONDITION;QTY;"
               "STATUS;OPENDATE;PASSQTY;REPAIRQTY;SCRAPQTY;COST;"
               "CLOSEDATE"
               DELIMITED BY SIZE INTO RF-HEADER
           OPEN INPUT RF-FILE
           IF WS-RF-STATUS NOT = "00"
               DISPLAY "HINWEIS: REFURB_ORDERS.CSV NICHT VORHANDEN "
                   "- NEUER AUFTRAGSBESTAND"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RF-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF RF-LINE(1:7) = "TRAILER"
                               MOVE RF-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF RF-COUNT >= 5000
                               DISPLAY "ABBRUCH: RF-TABLE VOLL "
                                   "(5000) - LAUF ANGEHALTEN"
                               MOVE "RC-E-0210" TO WS-LOG-CODE
                               MOVE "SEVERE" TO WS-LOG-SEVERITY
                               MOVE "RF-TABLE VOLL (5000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(RF-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM STORE-RF-ROW
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RF-FILE
           END-IF.

       STORE-RF-ROW.
           ADD 1 TO RF-COUNT
           MOVE SPACES TO RF-NO(RF-COUNT)
           MOVE SPACES TO RF-ROBOTNO(RF-COUNT)
           MOVE SPACES TO RF-DECOMDATE(RF-COUNT)
           MOVE SPACES TO RF-PARTNO(RF-COUNT)
           MOVE SPACES TO RF-CONDITION(RF-COUNT)
           MOVE SPACES TO WS-RF-QTY-TXT
           MOVE SPACES TO RF-STATUS(RF-COUNT)
           MOVE SPACES TO RF-OPENDATE(RF-COUNT)
           MOVE SPACES TO WS-RF-PASS-TXT
           MOVE SPACES TO WS-RF-REPAIR-TXT
           MOVE SPACES TO WS-RF-SCRAP-TXT
           MOVE SPACES TO WS-RF-COST-TXT
           MOVE SPACES TO RF-CLOSEDATE(RF-COUNT)
           UNSTRING RF-LINE
               DELIMITED BY ";"
               INTO RF-NO(RF-COUNT) RF-ROBOTNO(RF-COUNT)
                    RF-DECOMDATE(RF-COUNT) RF-PARTNO(RF-COUNT)
                    RF-CONDITION(RF-COUNT) WS-RF-QTY-TXT
                    RF-STATUS(RF-COUNT) RF-OPENDATE(RF-COUNT)
                    WS-RF-PASS-TXT WS-RF-REPAIR-TXT
                    WS-RF-SCRAP-TXT WS-RF-COST-TXT
                    RF-CLOSEDATE(RF-COUNT)
           END-UNSTRING
           MOVE 0 TO RF-QTY(RF-COUNT)
           MOVE 0 TO RF-PASSQTY(RF-COUNT)
           MOVE 0 TO RF-REPAIRQTY(RF-COUNT)
           MOVE 0 TO RF-SCRAPQTY(RF-COUNT)
           MOVE 0 TO RF-COST(RF-COUNT)
           IF WS-RF-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RF-QTY-TXT)
                   TO RF-QTY(RF-COUNT)
           END-IF
           IF WS-RF-PASS-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RF-PASS-TXT)
                   TO RF-PASSQTY(RF-COUNT)
           END-IF
           IF WS-RF-REPAIR-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RF-REPAIR-TXT)
                   TO RF-REPAIRQTY(RF-COUNT)
           END-IF
           IF WS-RF-SCRAP-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RF-SCRAP-TXT)
                   TO RF-SCRAPQTY(RF-COUNT)
           END-IF
           IF WS-RF-COST-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RF-COST-TXT)
                   TO RF-COST(RF-COUNT)
           END-IF
           IF RF-NO(RF-COUNT)(3:6) IS NUMERIC
               MOVE RF-NO(RF-COUNT)(3:6) TO WS-RF-SEQ
               IF WS-RF-SEQ > WS-RF-SEQ-MAX
                   MOVE WS-RF-SEQ TO WS-RF-SEQ-MAX
               END-IF
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

      *    One refurb order per recovered batch. A batch already
      *    covered by earlier orders opens nothing; a batch the
      *    recovery stand now shows smaller than its orders (a
      *    corrected recovery line) is warned, the orders stand.
       OPEN-REFURB-ORDERS.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "NEU EROEFFNETE REFURB-AUFTRAEGE" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "REFURB_INTAKE.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "HINWEIS: REFURB_INTAKE.CSV NICHT VORHANDEN "
                   "- KEINE NEUEN AUFTRAEGE"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ INTAKE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF INTAKE-LINE(1:7) = "TRAILER"
                               MOVE INTAKE-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(INTAKE-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-INTAKE-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF
           IF WS-OPENED-COUNT = 0
               MOVE "KEINE NEUEN AUFTRAEGE" TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       APPLY-INTAKE-LINE.
           MOVE SPACES TO WS-IN-ROBOTNO
           MOVE SPACES TO WS-IN-DECOMDATE
           MOVE SPACES TO WS-IN-PARTNO
           MOVE SPACES TO WS-IN-CONDITION
           MOVE SPACES TO WS-IN-QTY-TXT
           UNSTRING INTAKE-LINE
               DELIMITED BY ";"
               INTO WS-IN-ROBOTNO WS-IN-DECOMDATE WS-IN-PARTNO
                    WS-IN-CONDITION WS-IN-QTY-TXT
           END-UNSTRING
           MOVE 0 TO WS-IN-QTY
           IF WS-IN-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-IN-QTY-TXT) TO WS-IN-QTY
           END-IF
           MOVE WS-IN-PARTNO TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           MOVE WS-IN-CONDITION TO WS-FIND-GRADE
           PERFORM FIND-GRADE-IDX
           IF PART-IDX = 0 OR GRADE-IDX = 0
               DISPLAY "WARNUNG: AUFBEREITUNGS-ZEILE NICHT "
                   "VERARBEITET -> " WS-IN-ROBOTNO " / "
                   WS-IN-PARTNO " / " WS-IN-CONDITION
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "AUFBEREITUNGS-ZEILE NICHT VERARBEITET "
                   WS-IN-ROBOTNO " / " WS-IN-PARTNO " / "
                   WS-IN-CONDITION
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE 0 TO WS-COVERED-QTY
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > RF-COUNT
                   IF RF-ROBOTNO(I) = WS-IN-ROBOTNO
                       AND RF-DECOMDATE(I) = WS-IN-DECOMDATE
                       AND RF-PARTNO(I) = WS-IN-PARTNO
                       AND RF-CONDITION(I) = WS-IN-CONDITION
                       ADD RF-QTY(I) TO WS-COVERED-QTY
                   END-IF
               END-PERFORM
               IF WS-IN-QTY > WS-COVERED-QTY
                   COMPUTE WS-NEW-QTY = WS-IN-QTY - WS-COVERED-QTY
                   PERFORM OPEN-ONE-ORDER
               ELSE
               IF WS-IN-QTY < WS-COVERED-QTY
                   DISPLAY "WARNUNG: AUFBEREITUNG UEBER "
                       "RUECKGEWINNUNG -> " WS-IN-ROBOTNO " / "
                       WS-IN-DECOMDATE " / " WS-IN-PARTNO
                   MOVE "RC-W-0106" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "AUFBEREITUNG UEBER RUECKGEWINNUNG "
                       WS-IN-ROBOTNO " / " WS-IN-DECOMDATE " / "
                       WS-IN-PARTNO " / " WS-IN-CONDITION
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
               END-IF
           END-IF.

       OPEN-ONE-ORDER.
           IF RF-COUNT >= 5000
               DISPLAY "ABBRUCH: RF-TABLE VOLL (5000) - "
                   "LAUF ANGEHALTEN"
               MOVE "RC-E-0210" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "RF-TABLE VOLL (5000)" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RF-COUNT
           ADD 1 TO WS-RF-SEQ-MAX
           MOVE WS-RF-SEQ-MAX TO WS-RF-SEQ
           MOVE SPACES TO RF-NO(RF-COUNT)
           STRING "RF" WS-RF-SEQ
               DELIMITED BY SIZE INTO RF-NO(RF-COUNT)
           MOVE WS-IN-ROBOTNO TO RF-ROBOTNO(RF-COUNT)
           MOVE WS-IN-DECOMDATE TO RF-DECOMDATE(RF-COUNT)
           MOVE WS-IN-PARTNO TO RF-PARTNO(RF-COUNT)
           MOVE WS-IN-CONDITION TO RF-CONDITION(RF-COUNT)
           MOVE WS-NEW-QTY TO RF-QTY(RF-COUNT)
           MOVE "OPEN" TO RF-STATUS(RF-COUNT)
           MOVE WS-TODAY TO RF-OPENDATE(RF-COUNT)
           MOVE 0 TO RF-PASSQTY(RF-COUNT)
           MOVE 0 TO RF-REPAIRQTY(RF-COUNT)
           MOVE 0 TO RF-SCRAPQTY(RF-COUNT)
           MOVE 0 TO RF-COST(RF-COUNT)
           MOVE SPACES TO RF-CLOSEDATE(RF-COUNT)
           ADD 1 TO WS-OPENED-COUNT
           MOVE RF-COUNT TO RF-IDX
           MOVE "OPEN" TO WS-T-RESULT
           MOVE RF-NO(RF-IDX) TO WS-T-RFNO
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM BUILD-RF-ROW-IMAGE
           MOVE WS-VAL-LINE TO WS-AFTER-IMAGE
           MOVE "EROEFFNET" TO WS-REJECT-REASON
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-NEW-QTY TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING RF-NO(RF-IDX) " | " RF-ROBOTNO(RF-IDX)
               " | " RF-DECOMDATE(RF-IDX) " | " RF-PARTNO(RF-IDX)
               " | " RF-CONDITION(RF-IDX)
               " | MENGE: " WS-QTY-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

       PROCESS-RESULTS.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "PRUEFERGEBNISSE DIESES LAUFS" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT RESULTS-FILE
           IF WS-RESULTS-STATUS = "35"
               DISPLAY "HINWEIS: REFURB_RESULTS.CSV NICHT VORHANDEN "
                   "- KEINE PRUEFERGEBNISSE"
           ELSE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: REFURB_RESULTS.CSV NICHT LESBAR "
                   "(STATUS " WS-RESULTS-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "REFURB_RESULTS.CSV NICHT LESBAR"
                   TO WS-LOG-TEXT
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
                               PERFORM APPLY-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF
           END-IF
           IF WS-RESULT-LINES = 0
               MOVE "KEINE PRUEFERGEBNISSE" TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    Checks in the order the workshop would be asked: which
      *    order, is it still open, what result, when, how many.
       APPLY-RESULT.
           MOVE SPACES TO WS-T-RFNO
           MOVE SPACES TO WS-T-RESULT
           MOVE SPACES TO WS-T-QTY-TXT
           MOVE SPACES TO WS-T-COST-TXT
           MOVE SPACES TO WS-T-DATE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING RESULTS-LINE
               DELIMITED BY ";"
               INTO WS-T-RFNO WS-T-RESULT WS-T-QTY-TXT
                    WS-T-COST-TXT WS-T-DATE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-T-RESULT) TO WS-T-RESULT
           IF WS-T-DATE = SPACES
               MOVE WS-TODAY TO WS-T-DATE
           END-IF
           MOVE 0 TO WS-T-QTY
           IF WS-T-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-QTY-TXT) TO WS-T-QTY
           END-IF
           MOVE 0 TO WS-T-COST
           IF WS-T-COST-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-COST-TXT) TO WS-T-COST
           END-IF
           MOVE WS-T-RFNO TO WS-RF-NO
           PERFORM FIND-RF-ROW
           IF RF-IDX > 0
               PERFORM BUILD-RF-ROW-IMAGE
               MOVE WS-VAL-LINE TO WS-BEFORE-IMAGE
               COMPUTE WS-OPEN-QTY = RF-QTY(RF-IDX)
                   - RF-PASSQTY(RF-IDX) - RF-SCRAPQTY(RF-IDX)
           END-IF
           IF RF-IDX = 0
               MOVE "SCHLUESSEL NICHT GEFUNDEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF RF-STATUS(RF-IDX) NOT = "OPEN"
               MOVE "AUFTRAG NICHT OFFEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-RESULT NOT = "PASS"
               AND WS-T-RESULT NOT = "REPAIR"
               AND WS-T-RESULT NOT = "SCRAP"
               MOVE "ERGEBNIS UNBEKANNT" TO WS-REJECT-REASON
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
           IF WS-T-QTY NOT > 0 OR WS-T-COST < 0
               MOVE "MENGE NICHT POSITIV ODER KOSTEN NEGATIV"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-QTY > WS-OPEN-QTY
               MOVE "MENGE GROESSER OFFENE MENGE"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM POST-RESULT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       POST-RESULT.
           ADD WS-T-COST TO RF-COST(RF-IDX)
           EVALUATE WS-T-RESULT
               WHEN "PASS"
                   ADD WS-T-QTY TO RF-PASSQTY(RF-IDX)
               WHEN "REPAIR"
                   ADD WS-T-QTY TO RF-REPAIRQTY(RF-IDX)
               WHEN "SCRAP"
                   ADD WS-T-QTY TO RF-SCRAPQTY(RF-IDX)
                   PERFORM BOOK-SCRAP-WEIGHT
           END-EVALUATE
           IF RF-PASSQTY(RF-IDX) + RF-SCRAPQTY(RF-IDX)
                   >= RF-QTY(RF-IDX)
               MOVE "CLOSED" TO RF-STATUS(RF-IDX)
               MOVE WS-T-DATE TO RF-CLOSEDATE(RF-IDX)
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           PERFORM BUILD-RF-ROW-IMAGE
           MOVE WS-VAL-LINE TO WS-AFTER-IMAGE
           PERFORM RECORD-APPLIED
           ADD 1 TO WS-RESULT-LINES
           COMPUTE WS-OPEN-QTY = RF-QTY(RF-IDX)
               - RF-PASSQTY(RF-IDX) - RF-SCRAPQTY(RF-IDX)
           MOVE WS-T-QTY TO WS-QTY-DISP
           MOVE WS-OPEN-QTY TO WS-OPEN-DISP
           MOVE WS-T-COST TO WS-EUR-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING RF-NO(RF-IDX) " | " RF-PARTNO(RF-IDX)
               " | " RF-CONDITION(RF-IDX)
               " | " WS-T-RESULT " | MENGE: " WS-QTY-DISP
               " | KOSTEN: EUR " WS-EUR-DISP
               " | OFFEN: " WS-OPEN-DISP
               " | " RF-STATUS(RF-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

      *    Scrapped parts go on the disposal manifest by material
      *    type at the part master weight.
       BOOK-SCRAP-WEIGHT.
           MOVE RF-PARTNO(RF-IDX) TO WS-FIND-PARTNO
           PERFORM FIND-PART-IDX
           MOVE 0 TO MATERIAL-IDX
           IF PART-IDX > 0
               MOVE T-MATERIALTYPE(PART-IDX) TO WS-FIND-MATERIAL
               PERFORM FIND-MATERIAL-IDX
           END-IF
           IF MATERIAL-IDX = 0
               DISPLAY "WARNUNG: MATERIALTYP NICHT ERKANNT -> "
                   RF-PARTNO(RF-IDX) " - AUSSCHUSS NICHT IM "
                   "ENTSORGUNGSNACHWEIS"
               MOVE "RC-W-0105" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "MATERIALTYP NICHT ERKANNT "
                   RF-PARTNO(RF-IDX) " - AUSSCHUSS NICHT IM "
                   "ENTSORGUNGSNACHWEIS"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD WS-T-QTY TO MT-SCRAP-QTY(MATERIAL-IDX)
               COMPUTE WS-LINE-KG = T-WEIGHTKG(PART-IDX) * WS-T-QTY
               ADD WS-LINE-KG TO MT-SCRAP-KG(MATERIAL-IDX)
           END-IF.

      *    Figures per part and grade over the whole order master,
      *    open and closed alike - yield is a running figure.
       BUILD-REFURB-STATS.
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
               MOVE RF-PARTNO(RF-IDX) TO WS-FIND-PARTNO
               PERFORM FIND-PART-IDX
               MOVE RF-CONDITION(RF-IDX) TO WS-FIND-GRADE
               PERFORM FIND-GRADE-IDX
               IF PART-IDX > 0 AND GRADE-IDX > 0
                   MOVE "J" TO T-RF-USED(PART-IDX)
                   ADD 1 TO T-RF-ORDERS(PART-IDX, GRADE-IDX)
                   ADD RF-QTY(RF-IDX)
                       TO T-RF-QTY(PART-IDX, GRADE-IDX)
                   ADD RF-PASSQTY(RF-IDX)
                       TO T-RF-PASS(PART-IDX, GRADE-IDX)
                   ADD RF-REPAIRQTY(RF-IDX)
                       TO T-RF-REPAIR(PART-IDX, GRADE-IDX)
                   ADD RF-SCRAPQTY(RF-IDX)
                       TO T-RF-SCRAP(PART-IDX, GRADE-IDX)
                   ADD RF-COST(RF-IDX)
                       TO T-RF-COST(PART-IDX, GRADE-IDX)
                   ADD 1 TO GR-ORDERS(GRADE-IDX)
                   ADD RF-QTY(RF-IDX) TO GR-QTY(GRADE-IDX)
                   ADD RF-PASSQTY(RF-IDX) TO GR-PASS(GRADE-IDX)
                   ADD RF-REPAIRQTY(RF-IDX) TO GR-REPAIR(GRADE-IDX)
                   ADD RF-SCRAPQTY(RF-IDX) TO GR-SCRAP(GRADE-IDX)
                   ADD RF-COST(RF-IDX) TO GR-COST(GRADE-IDX)
               END-IF
           END-PERFORM.

      *    One line per part with its totals and the buy-or-reuse
      *    verdict, then one line per condition grade of the part.
       WRITE-PART-YIELD.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSBEUTE UND AUFBEREITUNGSKOSTEN JE TEIL"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF T-RF-USED(PART-IDX) = "J"
                   MOVE 0 TO WS-SUM-ORDERS
                   MOVE 0 TO WS-SUM-QTY
                   MOVE 0 TO WS-SUM-PASS
                   MOVE 0 TO WS-SUM-REPAIR
                   MOVE 0 TO WS-SUM-SCRAP
                   MOVE 0 TO WS-SUM-COST
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 2
                       ADD T-RF-ORDERS(PART-IDX, K) TO WS-SUM-ORDERS
                       ADD T-RF-QTY(PART-IDX, K) TO WS-SUM-QTY
                       ADD T-RF-PASS(PART-IDX, K) TO WS-SUM-PASS
                       ADD T-RF-REPAIR(PART-IDX, K) TO WS-SUM-REPAIR
                       ADD T-RF-SCRAP(PART-IDX, K) TO WS-SUM-SCRAP
                       ADD T-RF-COST(PART-IDX, K) TO WS-SUM-COST
                   END-PERFORM
                   PERFORM FORMAT-YIELD-FIGURES
                   PERFORM SET-REUSE-VERDICT
                   MOVE T-UNITCOST(PART-IDX) TO WS-NEW-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING T-PARTNO(PART-IDX) " | "
                       T-PARTNAME(PART-IDX)(1:20) " | "
                       FUNCTION TRIM(WS-FIGURES)
                       " | NEUPREIS: EUR " WS-NEW-DISP
                       " | " FUNCTION TRIM(WS-VERDICT)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 2
                       IF T-RF-ORDERS(PART-IDX, K) > 0
                           PERFORM WRITE-PART-GRADE-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF GR-ORDERS(1) + GR-ORDERS(2) = 0
               MOVE "KEINE REFURB-AUFTRAEGE" TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-PART-GRADE-LINE.
           MOVE T-RF-ORDERS(PART-IDX, K) TO WS-SUM-ORDERS
           MOVE T-RF-QTY(PART-IDX, K) TO WS-SUM-QTY
           MOVE T-RF-PASS(PART-IDX, K) TO WS-SUM-PASS
           MOVE T-RF-REPAIR(PART-IDX, K) TO WS-SUM-REPAIR
           MOVE T-RF-SCRAP(PART-IDX, K) TO WS-SUM-SCRAP
           MOVE T-RF-COST(PART-IDX, K) TO WS-SUM-COST
           PERFORM FORMAT-YIELD-FIGURES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    ZUSTAND " GR-CODE(K) " | "
               FUNCTION TRIM(WS-FIGURES)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE.

      *    Yield is the passed share of what has been decided
      *    (passed or scrapped); parts still in test or repair do
      *    not count yet. All refurb cost - including what was
      *    spent on parts that were scrapped - is carried by the
      *    parts that passed.
       FORMAT-YIELD-FIGURES.
           COMPUTE WS-SUM-OPEN = WS-SUM-QTY - WS-SUM-PASS
               - WS-SUM-SCRAP
           COMPUTE WS-DECIDED = WS-SUM-PASS + WS-SUM-SCRAP
           IF WS-DECIDED > 0
               COMPUTE WS-YIELD-PCT ROUNDED =
                   WS-SUM-PASS * 100 / WS-DECIDED
               MOVE WS-YIELD-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-YIELD-TEXT
               STRING WS-PCT-DISP " %"
                   DELIMITED BY SIZE INTO WS-YIELD-TEXT
           ELSE
               MOVE "-" TO WS-YIELD-TEXT
           END-IF
           IF WS-SUM-PASS > 0
               COMPUTE WS-COST-PER-PART ROUNDED =
                   WS-SUM-COST / WS-SUM-PASS
               MOVE WS-COST-PER-PART TO WS-UNIT-DISP
               MOVE SPACES TO WS-PER-PART-TEXT
               STRING "EUR " WS-UNIT-DISP
                   DELIMITED BY SIZE INTO WS-PER-PART-TEXT
           ELSE
               MOVE 0 TO WS-COST-PER-PART
               MOVE "-" TO WS-PER-PART-TEXT
           END-IF
           MOVE WS-SUM-ORDERS TO WS-ORD-DISP
           MOVE WS-SUM-QTY TO WS-QTY-DISP
           MOVE WS-SUM-PASS TO WS-PASS-DISP
           MOVE WS-SUM-REPAIR TO WS-REPAIR-DISP
           MOVE WS-SUM-SCRAP TO WS-SCRAP-DISP
           MOVE WS-SUM-OPEN TO WS-OPEN-DISP
           MOVE WS-SUM-COST TO WS-EUR-DISP
           MOVE SPACES TO WS-FIGURES
           STRING "AUFTRAEGE: " WS-ORD-DISP
               " | MENGE: " WS-QTY-DISP
               " | BESTANDEN: " WS-PASS-DISP
               " | NACHARBEIT: " WS-REPAIR-DISP
               " | AUSSCHUSS: " WS-SCRAP-DISP
               " | IN ARBEIT: " WS-OPEN-DISP
               " | AUSBEUTE: " WS-YIELD-TEXT
               " | KOSTEN: EUR " WS-EUR-DISP
               " | JE TEIL: " WS-PER-PART-TEXT
               DELIMITED BY SIZE INTO WS-FIGURES.

      *    Reuse pays as long as the refurb cost per reused part
      *    stays below the price of a new one. Nothing passed yet
      *    but money spent means the batch has so far only cost.
       SET-REUSE-VERDICT.
           IF WS-SUM-PASS = 0
               IF WS-SUM-COST = 0
                   MOVE "WIEDERVERWENDUNG: OFFEN" TO WS-VERDICT
               ELSE
                   MOVE "WIEDERVERWENDUNG: TEURER ALS NEU"
                       TO WS-VERDICT
               END-IF
           ELSE
           IF WS-COST-PER-PART < T-UNITCOST(PART-IDX)
               MOVE "WIEDERVERWENDUNG: GUENSTIGER" TO WS-VERDICT
           ELSE
               MOVE "WIEDERVERWENDUNG: TEURER ALS NEU"
                   TO WS-VERDICT
           END-IF
           END-IF.

       WRITE-GRADE-YIELD.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSBEUTE JE ZUSTANDSKLASSE" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 2
               MOVE GR-ORDERS(K) TO WS-SUM-ORDERS
               MOVE GR-QTY(K) TO WS-SUM-QTY
               MOVE GR-PASS(K) TO WS-SUM-PASS
               MOVE GR-REPAIR(K) TO WS-SUM-REPAIR
               MOVE GR-SCRAP(K) TO WS-SUM-SCRAP
               MOVE GR-COST(K) TO WS-SUM-COST
               PERFORM FORMAT-YIELD-FIGURES
               MOVE SPACES TO WS-REPORT-LINE
               STRING GR-CODE(K) " | " FUNCTION TRIM(WS-FIGURES)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM.

       WRITE-SCRAP-SUMMARY.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSSCHUSS ZUR ENTSORGUNG NACH MATERIALART"
               TO WS-REPORT-LINE
           WRITE REPORT-LINE FROM WS-REPORT-LINE
           IF MT-SCRAP-QTY(1) + MT-SCRAP-QTY(2) + MT-SCRAP-QTY(3)
                   = 0
               MOVE "KEIN AUSSCHUSS IN DIESEM LAUF" TO WS-REPORT-LINE
               WRITE REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF MT-SCRAP-QTY(K) > 0
                   MOVE MT-SCRAP-QTY(K) TO WS-QTY-DISP
                   MOVE MT-SCRAP-KG(K) TO WS-WEIGHT-DISP
                   MOVE MT-RATE(K) TO WS-RATE-DISP
                   COMPUTE WS-REVENUE ROUNDED =
                       MT-SCRAP-KG(K) * MT-RATE(K)
                   MOVE WS-REVENUE TO WS-REVENUE-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   IF MT-HAULER(K) = SPACES
                       STRING MT-TYPE(K)
                           " | STUECK: " WS-QTY-DISP
                           " | GEWICHT: " WS-WEIGHT-DISP " KG"
                           " | KEIN ENTSORGER - NICHT IM "
                           "ENTSORGUNGSNACHWEIS"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING MT-TYPE(K)
                           " | STUECK: " WS-QTY-DISP
                           " | GEWICHT: " WS-WEIGHT-DISP " KG"
                           " | ENTSORGER: " MT-HAULER(K)
                           " | SATZ: EUR " WS-RATE-DISP "/KG"
                           " | WERT: EUR " WS-REVENUE-DISP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *    The scrap of the run is added to the manifest of the
      *    hauler who takes the material - appended below what
      *    RECOVERCOST wrote for the decommissioned units, or a
      *    manifest of its own when there is none yet.
       WRITE-DISPOSAL-MANIFEST.
           MOVE 0 TO HD-COUNT
           PERFORM VARYING HK FROM 1 BY 1 UNTIL HK > 3
               IF MT-SCRAP-QTY(HK) > 0
                   IF MT-HAULER(HK) = SPACES
                       DISPLAY "WARNUNG: KEIN SCHROTTPREIS FUER "
                           MT-TYPE(HK) " - AUSSCHUSS NICHT IM "
                           "ENTSORGUNGSNACHWEIS"
                       MOVE "RC-W-0112" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING "KEIN SCHROTTPREIS FUER "
                           MT-TYPE(HK) " - AUSSCHUSS NICHT IM "
                           "ENTSORGUNGSNACHWEIS"
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   ELSE
                       MOVE "N" TO WS-HAULER-SEEN
                       PERFORM VARYING HJ FROM 1 BY 1
                               UNTIL HJ > HD-COUNT
                               OR WS-HAULER-SEEN = "J"
                           IF HD-HAULER(HJ) = MT-HAULER(HK)
                               MOVE "J" TO WS-HAULER-SEEN
                           END-IF
                       END-PERFORM
                       IF WS-HAULER-SEEN = "N"
                           ADD 1 TO HD-COUNT
                           MOVE MT-HAULER(HK) TO HD-HAULER(HD-COUNT)
                           PERFORM WRITE-HAULER-MANIFEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-HAULER-MANIFEST.
           MOVE FUNCTION TRIM(HD-HAULER(HD-COUNT))
               TO WS-HAULER-SLUG
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(HD-HAULER(HD-COUNT)))
               TO WS-SLUG-LEN
           INSPECT WS-HAULER-SLUG(1:WS-SLUG-LEN)
               REPLACING ALL " " BY "_"
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "..\data\disposal_manifest_"
               WS-HAULER-SLUG(1:WS-SLUG-LEN) ".txt"
               DELIMITED BY SIZE INTO WS-MANIFEST-NAME
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
               MOVE "ENTSORGUNGSNACHWEIS (MANIFEST)"
                   TO WS-REPORT-LINE
               WRITE MANIFEST-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LAUF-ID: " WS-RUN-ID
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-LINE FROM WS-REPORT-LINE
               MOVE ALL "-" TO WS-REPORT-LINE
               WRITE MANIFEST-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ENTSORGER: " HD-HAULER(HD-COUNT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE "AUSSCHUSS AUS DER AUFBEREITUNG" TO WS-REPORT-LINE
           WRITE MANIFEST-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-HAULER-TOTAL
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF MT-HAULER(K) = HD-HAULER(HD-COUNT)
                   AND MT-SCRAP-QTY(K) > 0
                   MOVE MT-SCRAP-KG(K) TO WS-WEIGHT-DISP
                   MOVE MT-RATE(K) TO WS-RATE-DISP
                   COMPUTE WS-REVENUE ROUNDED =
                       MT-SCRAP-KG(K) * MT-RATE(K)
                   ADD WS-REVENUE TO WS-HAULER-TOTAL
                   MOVE WS-REVENUE TO WS-REVENUE-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " MT-TYPE(K)
                       " | GEWICHT: " WS-WEIGHT-DISP " KG"
                       " | SATZ: EUR " WS-RATE-DISP "/KG"
                       " | WERT: EUR " WS-REVENUE-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE MANIFEST-LINE FROM WS-REPORT-LINE
                   PERFORM WRITE-MANIFEST-LOG-ROW
               END-IF
           END-PERFORM
           MOVE WS-HAULER-TOTAL TO WS-REVENUE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SUMME AUFBEREITUNG: EUR " WS-REVENUE-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MANIFEST-LINE FROM WS-REPORT-LINE
           CLOSE MANIFEST-FILE.

      *    Same mirror row as RECOVERCOST writes for its manifest
      *    lines, so the hauler credit note for the refurb scrap
      *    has something to be matched against.
       WRITE-MANIFEST-LOG-ROW.
           OPEN EXTEND MANIFEST-LOG-FILE
           IF WS-MANLOG-STATUS = "35"
               OPEN OUTPUT MANIFEST-LOG-FILE
               MOVE SPACES TO WS-MANLOG-REC
               STRING "MANIFESTDATE;HAULER;MATERIALTYPE;WEIGHTKG;"
                   "EURPERKG;VALUE;RUNID"
                   DELIMITED BY SIZE INTO WS-MANLOG-REC
               WRITE MANIFEST-LOG-LINE FROM WS-MANLOG-REC
           END-IF
           MOVE MT-SCRAP-KG(K) TO WS-MANLOG-WT-TXT
           MOVE MT-RATE(K) TO WS-MANLOG-RATE-TXT
           MOVE WS-REVENUE TO WS-MANLOG-VAL-TXT
           MOVE SPACES TO WS-MANLOG-REC
           STRING WS-TODAY ";"
               FUNCTION TRIM(HD-HAULER(HD-COUNT)) ";"
               FUNCTION TRIM(MT-TYPE(K)) ";"
               FUNCTION TRIM(WS-MANLOG-WT-TXT) ";"
               FUNCTION TRIM(WS-MANLOG-RATE-TXT) ";"
               FUNCTION TRIM(WS-MANLOG-VAL-TXT) ";"
               FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-MANLOG-REC
           WRITE MANIFEST-LOG-LINE FROM WS-MANLOG-REC
           CLOSE MANIFEST-LOG-FILE.

      *    The trailer is regenerated from what is actually in the
      *    table - by construction count and checksum always match
      *    the rows written.
       REWRITE-RF-MASTER.
           OPEN OUTPUT RF-FILE
           WRITE RF-LINE FROM RF-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT
               PERFORM BUILD-RF-ROW-IMAGE
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
                   TO WS-VAL-CHECKSUM
               WRITE RF-LINE FROM WS-VAL-LINE
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE RF-LINE FROM WS-VAL-TRAILER
           CLOSE RF-FILE.

       BUILD-RF-ROW-IMAGE.
           MOVE RF-QTY(RF-IDX) TO WS-QTY-TXT
           MOVE RF-PASSQTY(RF-IDX) TO WS-QTY2-TXT
           MOVE RF-REPAIRQTY(RF-IDX) TO WS-QTY3-TXT
           MOVE RF-SCRAPQTY(RF-IDX) TO WS-QTY4-TXT
           MOVE RF-COST(RF-IDX) TO WS-COST-TXT
           MOVE SPACES TO WS-VAL-LINE
           STRING FUNCTION TRIM(RF-NO(RF-IDX)) ";"
               FUNCTION TRIM(RF-ROBOTNO(RF-IDX)) ";"
               FUNCTION TRIM(RF-DECOMDATE(RF-IDX)) ";"
               FUNCTION TRIM(RF-PARTNO(RF-IDX)) ";"
               FUNCTION TRIM(RF-CONDITION(RF-IDX)) ";"
               FUNCTION TRIM(WS-QTY-TXT) ";"
               FUNCTION TRIM(RF-STATUS(RF-IDX)) ";"
               FUNCTION TRIM(RF-OPENDATE(RF-IDX)) ";"
               FUNCTION TRIM(WS-QTY2-TXT) ";"
               FUNCTION TRIM(WS-QTY3-TXT) ";"
               FUNCTION TRIM(WS-QTY4-TXT) ";"
               FUNCTION TRIM(WS-COST-TXT) ";"
               FUNCTION TRIM(RF-CLOSEDATE(RF-IDX))
               DELIMITED BY SIZE INTO WS-VAL-LINE.

      *    PARTNO;CONDITION;QTY with the house trailer, rewritten
      *    each run from the passed quantities of all refurb
      *    orders - the cage holds exactly what passed the test.
       WRITE-REUSABLE-STOCK.
           OPEN OUTPUT REUSE-FILE
           MOVE "PARTNO;CONDITION;QTY" TO WS-REUSE-REC
           WRITE REUSE-LINE FROM WS-REUSE-REC
           MOVE 0 TO WS-REUSE-CHECKSUM
           MOVE 0 TO WS-REUSE-ROWS
           MOVE 0 TO WS-REUSE-TOTAL-QTY
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 2
                   IF T-RF-PASS(PART-IDX, K) > 0
                       MOVE T-RF-PASS(PART-IDX, K) TO WS-QTY-TXT
                       MOVE SPACES TO WS-REUSE-REC
                       STRING FUNCTION TRIM(T-PARTNO(PART-IDX)) ";"
                           FUNCTION TRIM(GR-CODE(K)) ";"
                           FUNCTION TRIM(WS-QTY-TXT)
                           DELIMITED BY SIZE INTO WS-REUSE-REC
                       ADD 1 TO WS-REUSE-ROWS
                       ADD FUNCTION LENGTH(FUNCTION TRIM(WS-REUSE-REC))
                           TO WS-REUSE-CHECKSUM
                       ADD T-RF-PASS(PART-IDX, K)
                           TO WS-REUSE-TOTAL-QTY
                       WRITE REUSE-LINE FROM WS-REUSE-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-REUSE-ROWS TO WS-VAL-COUNT-TXT
           MOVE WS-REUSE-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-REUSE-REC
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-REUSE-REC
           WRITE REUSE-LINE FROM WS-REUSE-REC
           CLOSE REUSE-FILE.

      *    Control total for BALCHECK: the quantity released to the
      *    cage - the balancing step re-adds reusable_stock.csv and
      *    proves the file on disk is what this run released.
       WRITE-RUN-TOTALS.
           OPEN EXTEND RUN-TOTALS-FILE
           IF WS-RUNTOT-STATUS = "35"
               OPEN OUTPUT RUN-TOTALS-FILE
               MOVE "RUNID;PROGRAM;KEY;VALUE" TO WS-RUNTOT-LINE
               WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           END-IF
           MOVE WS-REUSE-TOTAL-QTY TO WS-RUNTOT-QTY-TXT
           MOVE SPACES TO WS-RUNTOT-LINE
           STRING FUNCTION TRIM(WS-RUN-ID)
               ";REFURB;REUSEQTY;"
               FUNCTION TRIM(WS-RUNTOT-QTY-TXT)
               DELIMITED BY SIZE INTO WS-RUNTOT-LINE
           WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
           CLOSE RUN-TOTALS-FILE.

       FIND-RF-ROW.
           MOVE 0 TO RF-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RF-COUNT OR RF-IDX > 0
               MOVE FUNCTION TRIM(RF-NO(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-RF-NO) TO WS-KEY2
               IF WS-KEY1 = WS-KEY2 AND WS-KEY2 NOT = SPACES
                   MOVE I TO RF-IDX
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

       FIND-GRADE-IDX.
           MOVE 0 TO GRADE-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 2 OR GRADE-IDX > 0
               IF GR-CODE(J) = WS-FIND-GRADE
                   MOVE J TO GRADE-IDX
               END-IF
           END-PERFORM.

       FIND-MATERIAL-IDX.
           MOVE 0 TO MATERIAL-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > 3 OR MATERIAL-IDX > 0
               IF MT-TYPE(J) = WS-FIND-MATERIAL
                   MOVE J TO MATERIAL-IDX
               END-IF
           END-PERFORM.

       RECORD-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "ANGEWANDT" TO WS-REJECT-REASON
           PERFORM WRITE-AUDIT-RECORD.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "PRUEFERGEBNIS ABGELEHNT (ZEILE " LINE-NO
               "): " WS-T-RFNO " " WS-T-RESULT
               " - " WS-REJECT-REASON
           MOVE "RC-W-0111" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PRUEFERGEBNIS ABGELEHNT ZEILE " LINE-NO " "
               FUNCTION TRIM(WS-T-RFNO) " "
               FUNCTION TRIM(WS-T-RESULT) " - "
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
               MOVE "RUNID;DATE;TIME;ACTION;RFNO;STATUS;BEFORE;AFTER"
                   TO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
           MOVE SPACES TO WS-AUDIT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-T-RESULT) ";"
               FUNCTION TRIM(WS-T-RFNO) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-BEFORE-IMAGE) ";"
               FUNCTION TRIM(WS-AFTER-IMAGE)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE AUDIT-LINE FROM WS-AUDIT-REC
           CLOSE AUDIT-FILE.

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
           STRING "REFURB;" WS-TOTAL-READ
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
               "REFURB;"
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
