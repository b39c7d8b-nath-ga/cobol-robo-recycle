       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEVAR.

      *    Monthly purchase price variance: what we actually paid
      *    for bought parts against the standard the robots are
      *    costed at. Input is every invoice line INVMATCH approved
      *    (payables_history.csv - payables_approval.csv itself only
      *    holds the last weekly run) with an invoice date in the
      *    reporting month. A line approved again by a rerun of
      *    INVMATCH (same INVNO, SUPPCODE, PONUMBER, PARTNO) replaces
      *    the earlier copy instead of counting twice.
      *
      *    Per line, in EUR:
      *      IST      QTY * UNITPRICE * rate of the supplier's
      *               billing currency (suppliers.csv CURRENCY) in
      *               effect on INVDATE (fx_rates.csv, EUR = 1);
      *      STANDARD QTY * the frozen standard of the month's
      *               fiscal year (COSTROLL, standard_costs.csv);
      *               before the first release, and for a part the
      *               set does not carry, the part_prices.csv
      *               UNITCOST in effect on INVDATE;
      *      ABWEICHUNG  IST - STANDARD, positive = paid more than
      *               standard (unfavourable);
      *      DAVON KURS  the part of it the exchange rate caused:
      *               QTY * UNITPRICE * (rate on INVDATE - rate on
      *               the EFFFROM date of the standard price), i.e.
      *               the rate move since the standard was set. The
      *               rest (DAVON PREIS) is the supplier's price.
      *    Lines that cannot be valued (no standard price, no rate
      *    for a foreign currency, unknown supplier) are listed on
      *    the report and left out of the totals.
      *
      *    The report ppv_report.txt shows the variance per piece
      *    and in money per part and per supplier. The per part and
      *    supplier figures are appended to ppv_history.csv
      *      PERIOD;SUPPCODE;PARTNO;QTY;INVEUR;STDEUR;PPVEUR;FXEUR;
      *      RUNID
      *    from which GLEXTRACT posts the month's total (source PPV,
      *    latest run of the period only, like cost_history.csv).
      *
      *    The reporting month is PPVMONTH (batch_parms, JJJJMM);
      *    blank means the calendar month before the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "..\data\payables_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT SUPPLIERS-FILE
               ASSIGN TO "..\data\suppliers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO "..\data\fx_rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT PPV-HISTORY-FILE
               ASSIGN TO "..\data\ppv_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPVHIST-STATUS.
           SELECT PPV-REPORT-FILE
               ASSIGN TO "..\data\ppv_report.txt"
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
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-LINE        PIC X(250).

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-LINE          PIC X(200).

       FD  FX-RATES-FILE.
       01  FX-RATES-LINE           PIC X(80).

       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  PPV-HISTORY-FILE.
       01  PPV-HISTORY-LINE        PIC X(200).

       FD  PPV-REPORT-FILE.
       01  PPV-REPORT-LINE         PIC X(250).

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
       77  I                       PIC 9(5) VALUE 0.
       77  J                       PIC 9(5) VALUE 0.

       77  WS-PAYHIST-STATUS       PIC X(2) VALUE "00".
       77  WS-SUPPLIERS-STATUS     PIC X(2) VALUE "00".
       77  WS-FXRATES-STATUS       PIC X(2) VALUE "00".
       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-STDCOST-STATUS       PIC X(2) VALUE "00".
       77  WS-PPVHIST-STATUS       PIC X(2) VALUE "00".
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
      *      RC-W-0128 RECHNUNGSZEILE NICHT BEWERTBAR
      *      RC-W-0134 TEIL OHNE STANDARDKOSTEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 EINGABEDATEI FEHLT
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

       01  SUPPLIER-TABLE.
           05 SUPPLIER-ENTRY OCCURS 200 TIMES.
              10 T-SUPP-CODE       PIC X(6).
              10 T-SUPP-NAME       PIC X(40).
              10 T-SUPP-CURRENCY   PIC X(3).
              10 T-SUPP-QTY        PIC 9(9).
              10 T-SUPP-INV-EUR    PIC S9(11)V99.
              10 T-SUPP-STD-EUR    PIC S9(11)V99.
              10 T-SUPP-PPV        PIC S9(11)V99.
              10 T-SUPP-FX         PIC S9(11)V99.
       77  SUPPLIER-COUNT          PIC 9(3) VALUE 0.
       77  SUPPLIER-IDX            PIC 9(3) VALUE 0.
       01  WS-SUP-CODE             PIC X(6).
       01  WS-SUP-NAME             PIC X(40).
       01  WS-SUP-LEAD-TXT         PIC X(20).
       01  WS-SUP-MOQ-TXT          PIC X(20).
       01  WS-SUP-B1Q-TXT          PIC X(20).
       01  WS-SUP-B1P-TXT          PIC X(20).
       01  WS-SUP-B2Q-TXT          PIC X(20).
       01  WS-SUP-B2P-TXT          PIC X(20).
       01  WS-SUP-B3Q-TXT          PIC X(20).
       01  WS-SUP-B3P-TXT          PIC X(20).
       01  WS-SUP-CURRENCY         PIC X(3).

      *    Every dated rate is kept: each invoice line needs the
      *    rate of its own invoice date and of its standard's date.
       01  FX-TABLE.
           05 FX-ENTRY OCCURS 500 TIMES.
              10 T-FX-CURRENCY     PIC X(3).
              10 T-FX-DATE         PIC 9(8).
              10 T-FX-RATE         PIC 9(5)V9(6).
       77  FX-COUNT                PIC 9(4) VALUE 0.
       77  WS-FX-CHECKSUM          PIC 9(9) VALUE 0.
       77  WS-FX-ROWS              PIC 9(6) VALUE 0.
       01  WS-FX-CURRENCY          PIC X(3).
       01  WS-FX-DATE-TXT          PIC X(20).
       01  WS-FX-RATE-TXT          PIC X(20).
       01  WS-FX-LOOK-CUR          PIC X(3).
       01  WS-FX-LOOK-DATE         PIC 9(8).
       01  WS-FX-BEST-DATE         PIC 9(8).
       01  WS-FX-FOUND-RATE        PIC 9(5)V9(6).

       01  PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 2000 TIMES.
              10 T-PRC-PARTNO      PIC X(10).
              10 T-PRC-FROM        PIC 9(8).
              10 T-PRC-COST        PIC 9(7)V99.
       77  PRICE-COUNT             PIC 9(4) VALUE 0.
       77  WS-TRUNC-PRICES         PIC X VALUE "N".
       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-BEST-FROM        PIC 9(8).
       01  WS-PRC-FOUND            PIC X VALUE "N".
       01  WS-UNIT-COST            PIC 9(7)V99.

      *    The part rows of the frozen standard set the month is
      *    measured against, see LOAD-STANDARD-COSTS.
       01  STD-TABLE.
           05 STD-ENTRY OCCURS 1000 TIMES.
              10 T-STD-PARTNO      PIC X(10).
              10 T-STD-COST        PIC 9(7)V99.
              10 T-STD-FROM        PIC 9(8).
       77  STD-COUNT               PIC 9(4) VALUE 0.
       77  STD-ROW-COUNT           PIC 9(6) VALUE 0.
       77  WS-STDCOST-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-TRUNC-STD            PIC X VALUE "N".
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
       01  WS-STD-PRICEDATE-TXT    PIC X(20).
       01  WS-STD-MISSING          PIC 9(5) VALUE 0.
       01  WS-STD-BASIS            PIC X(40) VALUE SPACES.

      *    The month's approved invoice lines, one per INVNO,
      *    SUPPCODE, PONUMBER and PARTNO (last approval wins).
       01  LINE-TABLE.
           05 LN-ENTRY OCCURS 5000 TIMES.
              10 LN-INVNO          PIC X(15).
              10 LN-SUPPCODE       PIC X(6).
              10 LN-PONUMBER       PIC X(19).
              10 LN-PARTNO         PIC X(10).
              10 LN-INVDATE        PIC 9(8).
              10 LN-QTY            PIC 9(9).
              10 LN-PRICE          PIC 9(9)V99.
       77  LN-COUNT                PIC 9(4) VALUE 0.
       77  LN-IDX                  PIC 9(4) VALUE 0.
       77  WS-TRUNC-LINES          PIC X VALUE "N".

       01  WS-PH-INVNO             PIC X(15).
       01  WS-PH-SUPPCODE          PIC X(6).
       01  WS-PH-PONUMBER          PIC X(19).
       01  WS-PH-PARTNO            PIC X(10).
       01  WS-PH-QTY-TXT           PIC X(20).
       01  WS-PH-PRICE-TXT         PIC X(20).
       01  WS-PH-AMOUNT-TXT        PIC X(20).
       01  WS-PH-RUNID             PIC X(15).
       01  WS-PH-DATE-TXT          PIC X(20).
       01  WS-PH-DATE              PIC 9(8).
       01  WS-PH-MONTH             PIC 9(6).
       77  WS-PH-SEEN              PIC 9(6) VALUE 0.

      *    Totals per part and supplier; the per part and per
      *    supplier sections are added up from here.
       01  PS-TABLE.
           05 PS-ENTRY OCCURS 2000 TIMES.
              10 PS-PARTNO         PIC X(10).
              10 PS-SUPPCODE       PIC X(6).
              10 PS-QTY            PIC 9(9).
              10 PS-INV-EUR        PIC S9(11)V99.
              10 PS-STD-EUR        PIC S9(11)V99.
              10 PS-PPV            PIC S9(11)V99.
              10 PS-FX             PIC S9(11)V99.
       77  PS-COUNT                PIC 9(4) VALUE 0.
       77  PS-IDX                  PIC 9(4) VALUE 0.

       01  PART-SUM-TABLE.
           05 PT-ENTRY OCCURS 1000 TIMES.
              10 PT-PARTNO         PIC X(10).
              10 PT-QTY            PIC 9(9).
              10 PT-INV-EUR        PIC S9(11)V99.
              10 PT-STD-EUR        PIC S9(11)V99.
              10 PT-PPV            PIC S9(11)V99.
              10 PT-FX             PIC S9(11)V99.
       77  PT-COUNT                PIC 9(4) VALUE 0.
       77  PT-IDX                  PIC 9(4) VALUE 0.

      *    Lines left out of the valuation, kept for the report.
       01  SKIP-TABLE.
           05 SK-ENTRY OCCURS 500 TIMES.
              10 SK-INVNO          PIC X(15).
              10 SK-SUPPCODE       PIC X(6).
              10 SK-PARTNO         PIC X(10).
              10 SK-INVDATE        PIC 9(8).
              10 SK-REASON         PIC X(40).
       77  SK-COUNT                PIC 9(3) VALUE 0.
       77  WS-SKIP-COUNT           PIC 9(5) VALUE 0.
       01  WS-SKIP-REASON          PIC X(40).

       01  WS-RATE-INV             PIC 9(5)V9(6).
       01  WS-RATE-STD             PIC 9(5)V9(6).
       01  WS-LINE-INV-EUR         PIC S9(11)V99.
       01  WS-LINE-STD-EUR         PIC S9(11)V99.
       01  WS-LINE-PPV             PIC S9(11)V99.
       01  WS-LINE-FX              PIC S9(11)V99.
       77  WS-VALUED-COUNT         PIC 9(5) VALUE 0.

       01  WS-TOT-QTY              PIC 9(11) VALUE 0.
       01  WS-TOT-INV-EUR          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-STD-EUR          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-PPV              PIC S9(13)V99 VALUE 0.
       01  WS-TOT-FX               PIC S9(13)V99 VALUE 0.

      *    Work fields of the report line builder.
       01  WS-R-QTY                PIC 9(9).
       01  WS-R-INV-EUR            PIC S9(13)V99.
       01  WS-R-STD-EUR            PIC S9(13)V99.
       01  WS-R-PPV                PIC S9(13)V99.
       01  WS-R-FX                 PIC S9(13)V99.
       01  WS-R-PRICE-EFF          PIC S9(13)V99.
       01  WS-R-PER-UNIT           PIC S9(7)V9999.
       01  WS-R-PCT                PIC S9(5)V99.

       01  WS-PH-REC               PIC X(200).
       01  WS-QTY-TXT              PIC Z(8)9.
       01  WS-INV-TXT              PIC -(11)9.99.
       01  WS-STD-TXT              PIC -(11)9.99.
       01  WS-PPV-TXT              PIC -(11)9.99.
       01  WS-FX-TXT               PIC -(11)9.99.

       01  WS-QTY-DISP             PIC Z(8)9.
       01  WS-EUR-DISP             PIC -(9)9.99.
       01  WS-EUR-DISP2            PIC -(9)9.99.
       01  WS-EUR-DISP3            PIC -(9)9.99.
       01  WS-EUR-DISP4            PIC -(9)9.99.
       01  WS-EUR-DISP5            PIC -(9)9.99.
       01  WS-UNIT-DISP            PIC -(6)9.9999.
       01  WS-PCT-DISP             PIC -(4)9.99.
       01  WS-PRICE-DISP           PIC Z(8)9.99.
       01  WS-RATE-DISP            PIC Z(4)9.9(6).
       01  WS-COUNT-DISP           PIC Z(5)9.
       01  WS-DATE-DISP            PIC 9(8).
       01  WS-FLAG                 PIC X(3).
       01  WS-REPORT-LINE          PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "PREISABWEICHUNGSANALYSE GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM SETUP-REPORT-MONTH
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-PART-PRICES
           MOVE WS-REP-YEAR TO WS-STD-TARGET-YEAR
           PERFORM LOAD-STANDARD-COSTS
           PERFORM LOAD-MONTH-INVOICES
           PERFORM VARYING LN-IDX FROM 1 BY 1 UNTIL LN-IDX > LN-COUNT
               PERFORM VALUE-INVOICE-LINE
           END-PERFORM
           PERFORM CHECK-STANDARD-COVERAGE
           PERFORM BUILD-PART-TOTALS
           PERFORM WRITE-PPV-HISTORY
           PERFORM WRITE-PPV-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE WS-TOT-PPV TO WS-EUR-DISP
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PREISABWEICHUNGSANALYSE BEENDET - ZEILEN: "
               WS-VALUED-COUNT " ABWEICHUNG EUR: "
               FUNCTION TRIM(WS-EUR-DISP)
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
           IF WS-PARM-KEY = "PPVMONTH"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-REP-MONTH
           END-IF.

       SETUP-REPORT-MONTH.
           IF WS-REP-MON < 1 OR WS-REP-MON > 12
               IF WS-REP-MONTH NOT = 0
                   DISPLAY "HINWEIS: PPVMONTH " WS-REP-MONTH
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

       LOAD-SUPPLIERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "SUPPLIERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT SUPPLIERS-FILE
           IF WS-SUPPLIERS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: SUPPLIERS.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "SUPPLIERS.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUPPLIERS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF SUPPLIERS-LINE(1:7) = "TRAILER"
                           MOVE SUPPLIERS-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF SUPPLIER-COUNT >= 200
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "SUPPLIER-TABLE VOLL (200)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "SUPPLIER-TABLE VOLL (200)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(SUPPLIERS-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-SUPPLIER
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIERS-FILE.

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

       STORE-SUPPLIER.
           MOVE SPACES TO WS-SUP-CODE
           MOVE SPACES TO WS-SUP-NAME
           MOVE SPACES TO WS-SUP-CURRENCY
           UNSTRING SUPPLIERS-LINE
               DELIMITED BY ";"
               INTO WS-SUP-CODE WS-SUP-NAME WS-SUP-LEAD-TXT
                    WS-SUP-MOQ-TXT WS-SUP-B1Q-TXT WS-SUP-B1P-TXT
                    WS-SUP-B2Q-TXT WS-SUP-B2P-TXT WS-SUP-B3Q-TXT
                    WS-SUP-B3P-TXT WS-SUP-CURRENCY
           END-UNSTRING
           ADD 1 TO SUPPLIER-COUNT
           MOVE WS-SUP-CODE TO T-SUPP-CODE(SUPPLIER-COUNT)
           MOVE WS-SUP-NAME TO T-SUPP-NAME(SUPPLIER-COUNT)
           IF WS-SUP-CURRENCY = SPACES
               MOVE "EUR" TO T-SUPP-CURRENCY(SUPPLIER-COUNT)
           ELSE
               MOVE WS-SUP-CURRENCY TO T-SUPP-CURRENCY(SUPPLIER-COUNT)
           END-IF
           MOVE 0 TO T-SUPP-QTY(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-INV-EUR(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-STD-EUR(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-PPV(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-FX(SUPPLIER-COUNT).

       FIND-SUPPLIER-IDX.
           MOVE 0 TO SUPPLIER-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SUPPLIER-COUNT OR SUPPLIER-IDX > 0
               IF T-SUPP-CODE(I) = WS-SUP-CODE
                   MOVE I TO SUPPLIER-IDX
               END-IF
           END-PERFORM.

      *    Dated exchange rates with the house trailer. A missing
      *    file only matters for suppliers billing in a foreign
      *    currency; their lines are then listed as not valued.
       LOAD-FX-RATES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-FX-ROWS
           MOVE 0 TO WS-FX-CHECKSUM
           OPEN INPUT FX-RATES-FILE
           IF WS-FXRATES-STATUS NOT = "00"
               DISPLAY "HINWEIS: FX_RATES.CSV NICHT VORHANDEN - "
                   "NUR EUR-LIEFERANTEN BEWERTBAR"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ FX-RATES-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF FX-RATES-LINE(1:7) = "TRAILER"
                               MOVE "FX_RATES.CSV" TO WS-TRAILER-FILE
                               MOVE WS-FX-ROWS TO WS-RAW-COUNT
                               MOVE WS-FX-CHECKSUM TO WS-RAW-CHECKSUM
                               MOVE FX-RATES-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-FX-ROWS
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(FX-RATES-LINE))
                                   TO WS-FX-CHECKSUM
                               PERFORM STORE-FX-ROW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATES-FILE
           END-IF.

       STORE-FX-ROW.
           IF FX-COUNT >= 500
               DISPLAY "KAPAZITAET ERSCHOEPFT - FX-TABLE VOLL (500)"
               MOVE "RC-W-0102" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE "FX-TABLE VOLL (500)" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE SPACES TO WS-FX-CURRENCY
               MOVE SPACES TO WS-FX-DATE-TXT
               MOVE SPACES TO WS-FX-RATE-TXT
               UNSTRING FX-RATES-LINE
                   DELIMITED BY ";"
                   INTO WS-FX-CURRENCY WS-FX-DATE-TXT WS-FX-RATE-TXT
               END-UNSTRING
               ADD 1 TO FX-COUNT
               MOVE WS-FX-CURRENCY TO T-FX-CURRENCY(FX-COUNT)
               MOVE FUNCTION NUMVAL(WS-FX-DATE-TXT)
                   TO T-FX-DATE(FX-COUNT)
               MOVE FUNCTION NUMVAL(WS-FX-RATE-TXT)
                   TO T-FX-RATE(FX-COUNT)
           END-IF.

      *    Rate of WS-FX-LOOK-CUR in effect on WS-FX-LOOK-DATE:
      *    latest row with EFFDATE on or before it. EUR is 1; no
      *    row leaves WS-FX-FOUND-RATE at zero.
       FIND-FX-RATE.
           MOVE 0 TO WS-FX-FOUND-RATE
           MOVE 0 TO WS-FX-BEST-DATE
           IF WS-FX-LOOK-CUR = "EUR"
               MOVE 1 TO WS-FX-FOUND-RATE
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FX-COUNT
                   IF T-FX-CURRENCY(I) = WS-FX-LOOK-CUR
                       AND T-FX-DATE(I) <= WS-FX-LOOK-DATE
                       AND T-FX-DATE(I) >= WS-FX-BEST-DATE
                       MOVE T-FX-DATE(I) TO WS-FX-BEST-DATE
                       MOVE T-FX-RATE(I) TO WS-FX-FOUND-RATE
                   END-IF
               END-PERFORM
           END-IF.

      *    Every price row is kept: each line is compared with the
      *    standard in effect on its own invoice date.
       LOAD-PART-PRICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "PART_PRICES.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT PRICES-FILE
           IF WS-PRICES-STATUS NOT = "00"
               DISPLAY "ABBRUCH: PART_PRICES.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "PART_PRICES.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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
                           PERFORM STORE-PRICE-ROW
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICES-FILE.

       STORE-PRICE-ROW.
           IF PRICE-COUNT >= 2000
               IF WS-TRUNC-PRICES = "N"
                   MOVE "J" TO WS-TRUNC-PRICES
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "PRICE-TABLE VOLL (2000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "PRICE-TABLE VOLL (2000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               MOVE SPACES TO WS-PRC-PARTNO
               MOVE SPACES TO WS-PRC-FROM-TXT
               MOVE SPACES TO WS-PRC-COST-TXT
               UNSTRING PRICES-LINE
                   DELIMITED BY ";"
                   INTO WS-PRC-PARTNO WS-PRC-FROM-TXT
                        WS-PRC-COST-TXT
               END-UNSTRING
               ADD 1 TO PRICE-COUNT
               MOVE WS-PRC-PARTNO TO T-PRC-PARTNO(PRICE-COUNT)
               MOVE 0 TO T-PRC-FROM(PRICE-COUNT)
               IF WS-PRC-FROM-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PRC-FROM-TXT)
                       TO T-PRC-FROM(PRICE-COUNT)
               END-IF
               MOVE 0 TO T-PRC-COST(PRICE-COUNT)
               IF WS-PRC-COST-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PRC-COST-TXT)
                       TO T-PRC-COST(PRICE-COUNT)
               END-IF
           END-IF.

      *    Standard of the line's part: the frozen standard of the
      *    month's fiscal year, else the part_prices.csv price in
      *    effect on its invoice date; WS-PRC-BEST-FROM is the date
      *    the price behind it was set.
       FIND-UNIT-COST.
           MOVE 0 TO WS-UNIT-COST
           MOVE 0 TO WS-PRC-BEST-FROM
           MOVE "N" TO WS-PRC-FOUND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > STD-COUNT OR WS-PRC-FOUND = "J"
               IF T-STD-PARTNO(I) = LN-PARTNO(LN-IDX)
                   MOVE T-STD-FROM(I) TO WS-PRC-BEST-FROM
                   MOVE T-STD-COST(I) TO WS-UNIT-COST
                   MOVE "J" TO WS-PRC-FOUND
               END-IF
           END-PERFORM
           IF WS-PRC-FOUND = "N"
               IF WS-STD-SET-YEAR > 0
                   ADD 1 TO WS-STD-MISSING
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRICE-COUNT
                   IF T-PRC-PARTNO(I) = LN-PARTNO(LN-IDX)
                       AND T-PRC-FROM(I) <= LN-INVDATE(LN-IDX)
                       AND T-PRC-FROM(I) >= WS-PRC-BEST-FROM
                       MOVE T-PRC-FROM(I) TO WS-PRC-BEST-FROM
                       MOVE T-PRC-COST(I) TO WS-UNIT-COST
                       MOVE "J" TO WS-PRC-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *    The PPV is only as good as the standard it is measured
      *    against: the newest set COSTROLL released in
      *    standard_costs.csv for a fiscal year up to the reporting
      *    month's. Before the first release the price in effect on
      *    the invoice date stays the standard, as before.
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
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF STD-COST-LINE(1:7) = "TRAILER"
                               MOVE "STANDARD_COSTS.CSV"
                                   TO WS-TRAILER-FILE
                               MOVE STD-COST-LINE TO WS-RAW-LINE
                               MOVE STD-ROW-COUNT TO WS-RAW-COUNT
                               MOVE WS-STDCOST-CHECKSUM
                                   TO WS-RAW-CHECKSUM
                               PERFORM VALIDATE-RAW-TRAILER
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
                   WS-STD-TARGET-YEAR " - STANDARD ZUM RECHNUNGSDATUM"
               MOVE "PART_PRICES ZUM RECHNUNGSDATUM" TO WS-STD-BASIS
           ELSE
               MOVE SPACES TO WS-STD-BASIS
               STRING "STANDARDKOSTENSATZ " WS-STD-SET-YEAR
                   DELIMITED BY SIZE INTO WS-STD-BASIS
               PERFORM LOAD-STANDARD-SET
           END-IF.

       PARSE-STANDARD-LINE.
           MOVE SPACES TO WS-STD-YEAR-TXT
           MOVE SPACES TO WS-STD-TYPE
           MOVE SPACES TO WS-STD-ITEMNO
           MOVE SPACES TO WS-STD-COST-TXT
           MOVE SPACES TO WS-STD-PRICEDATE-TXT
           UNSTRING STD-COST-LINE
               DELIMITED BY ";"
               INTO WS-STD-YEAR-TXT WS-STD-TYPE WS-STD-ITEMNO
                    WS-STD-MAT-TXT WS-STD-LAB-TXT WS-STD-OVH-TXT
                    WS-STD-COST-TXT WS-STD-PRICEDATE-TXT
           END-UNSTRING
           MOVE 0 TO WS-STD-ROW-YEAR
           IF WS-STD-YEAR-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-STD-YEAR-TXT)
                   TO WS-STD-ROW-YEAR
           END-IF.

       LOAD-STANDARD-SET.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
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
                               PERFORM STORE-STANDARD-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STD-COST-FILE.

       STORE-STANDARD-ROW.
           IF STD-COUNT >= 1000
               IF WS-TRUNC-STD = "N"
                   MOVE "J" TO WS-TRUNC-STD
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "STD-TABLE VOLL (1000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "STD-TABLE VOLL (1000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               ADD 1 TO STD-COUNT
               MOVE WS-STD-ITEMNO TO T-STD-PARTNO(STD-COUNT)
               MOVE FUNCTION NUMVAL(WS-STD-COST-TXT)
                   TO T-STD-COST(STD-COUNT)
               MOVE 0 TO T-STD-FROM(STD-COUNT)
               IF WS-STD-PRICEDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-STD-PRICEDATE-TXT)
                       TO T-STD-FROM(STD-COUNT)
               END-IF
           END-IF.

      *    Invoice lines for parts the released set does not carry
      *    were valued at the invoice-date price; one warning for
      *    all of them.
       CHECK-STANDARD-COVERAGE.
           IF WS-STD-MISSING > 0
               DISPLAY "WARNUNG: " WS-STD-MISSING
                   " RECHNUNGSZEILEN OHNE STANDARD " WS-STD-SET-YEAR
                   " - STANDARD ZUM RECHNUNGSDATUM"
               MOVE "RC-W-0134" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING WS-STD-MISSING " RECHNUNGSZEILEN OHNE STANDARD "
                   WS-STD-SET-YEAR " - STANDARD ZUM RECHNUNGSDATUM"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    payables_history.csv is appended by INVMATCH in run
      *    order, so a later copy of the same invoice line is the
      *    later approval and overwrites the table entry.
       LOAD-MONTH-INVOICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: PAYABLES_HISTORY.CSV NICHT "
                   "VORHANDEN - KEINE FREIGEGEBENEN RECHNUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-PAY-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       APPLY-PAY-HISTORY-ROW.
           MOVE SPACES TO WS-PH-INVNO
           MOVE SPACES TO WS-PH-SUPPCODE
           MOVE SPACES TO WS-PH-PONUMBER
           MOVE SPACES TO WS-PH-PARTNO
           MOVE SPACES TO WS-PH-QTY-TXT
           MOVE SPACES TO WS-PH-PRICE-TXT
           MOVE SPACES TO WS-PH-AMOUNT-TXT
           MOVE SPACES TO WS-PH-RUNID
           MOVE SPACES TO WS-PH-DATE-TXT
           UNSTRING PAY-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-PH-INVNO WS-PH-SUPPCODE WS-PH-PONUMBER
                    WS-PH-PARTNO WS-PH-QTY-TXT WS-PH-PRICE-TXT
                    WS-PH-AMOUNT-TXT WS-PH-RUNID WS-PH-DATE-TXT
           END-UNSTRING
           IF WS-PH-DATE-TXT = SPACES
               OR FUNCTION TRIM(WS-PH-DATE-TXT) IS NOT NUMERIC
               MOVE 0 TO WS-PH-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-PH-DATE-TXT) TO WS-PH-DATE
           END-IF
           COMPUTE WS-PH-MONTH = WS-PH-DATE / 100
           IF WS-PH-MONTH = WS-REP-MONTH
               ADD 1 TO WS-PH-SEEN
               MOVE 0 TO LN-IDX
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > LN-COUNT OR LN-IDX > 0
                   IF LN-INVNO(J) = WS-PH-INVNO
                       AND LN-SUPPCODE(J) = WS-PH-SUPPCODE
                       AND LN-PONUMBER(J) = WS-PH-PONUMBER
                       AND LN-PARTNO(J) = WS-PH-PARTNO
                       MOVE J TO LN-IDX
                   END-IF
               END-PERFORM
               IF LN-IDX = 0
                   IF LN-COUNT >= 5000
                       IF WS-TRUNC-LINES = "N"
                           MOVE "J" TO WS-TRUNC-LINES
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "LINE-TABLE VOLL (5000)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "LINE-TABLE VOLL (5000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                       END-IF
                   ELSE
                       ADD 1 TO LN-COUNT
                       MOVE LN-COUNT TO LN-IDX
                   END-IF
               END-IF
               IF LN-IDX > 0
                   MOVE WS-PH-INVNO TO LN-INVNO(LN-IDX)
                   MOVE WS-PH-SUPPCODE TO LN-SUPPCODE(LN-IDX)
                   MOVE WS-PH-PONUMBER TO LN-PONUMBER(LN-IDX)
                   MOVE WS-PH-PARTNO TO LN-PARTNO(LN-IDX)
                   MOVE WS-PH-DATE TO LN-INVDATE(LN-IDX)
                   MOVE FUNCTION NUMVAL(WS-PH-QTY-TXT)
                       TO LN-QTY(LN-IDX)
                   MOVE FUNCTION NUMVAL(WS-PH-PRICE-TXT)
                       TO LN-PRICE(LN-IDX)
               END-IF
           END-IF.

       VALUE-INVOICE-LINE.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE LN-SUPPCODE(LN-IDX) TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           IF SUPPLIER-IDX = 0
               MOVE "LIEFERANT UNBEKANNT" TO WS-SKIP-REASON
           ELSE
               PERFORM FIND-UNIT-COST
               IF WS-PRC-FOUND = "N"
                   MOVE "KEIN STANDARDPREIS ZUM RECHNUNGSDATUM"
                       TO WS-SKIP-REASON
               ELSE
                   MOVE T-SUPP-CURRENCY(SUPPLIER-IDX)
                       TO WS-FX-LOOK-CUR
                   MOVE LN-INVDATE(LN-IDX) TO WS-FX-LOOK-DATE
                   PERFORM FIND-FX-RATE
                   MOVE WS-FX-FOUND-RATE TO WS-RATE-INV
                   IF WS-RATE-INV = 0
                       MOVE "KEIN WAEHRUNGSKURS ZUM RECHNUNGSDATUM"
                           TO WS-SKIP-REASON
                   ELSE
      *    A standard set before the first rate on file has no
      *    rate of its own; the invoice-date rate is used, so the
      *    whole variance shows as price.
                       MOVE WS-PRC-BEST-FROM TO WS-FX-LOOK-DATE
                       PERFORM FIND-FX-RATE
                       MOVE WS-FX-FOUND-RATE TO WS-RATE-STD
                       IF WS-RATE-STD = 0
                           MOVE WS-RATE-INV TO WS-RATE-STD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM RECORD-SKIPPED-LINE
           ELSE
               COMPUTE WS-LINE-INV-EUR ROUNDED =
                   LN-QTY(LN-IDX) * LN-PRICE(LN-IDX) * WS-RATE-INV
               COMPUTE WS-LINE-STD-EUR ROUNDED =
                   LN-QTY(LN-IDX) * WS-UNIT-COST
               COMPUTE WS-LINE-PPV =
                   WS-LINE-INV-EUR - WS-LINE-STD-EUR
               COMPUTE WS-LINE-FX ROUNDED =
                   LN-QTY(LN-IDX) * LN-PRICE(LN-IDX)
                   * (WS-RATE-INV - WS-RATE-STD)
               ADD 1 TO WS-VALUED-COUNT
               PERFORM ADD-TO-TOTALS
           END-IF.

       RECORD-SKIPPED-LINE.
           ADD 1 TO WS-SKIP-COUNT
           IF SK-COUNT < 500
               ADD 1 TO SK-COUNT
               MOVE LN-INVNO(LN-IDX) TO SK-INVNO(SK-COUNT)
               MOVE LN-SUPPCODE(LN-IDX) TO SK-SUPPCODE(SK-COUNT)
               MOVE LN-PARTNO(LN-IDX) TO SK-PARTNO(SK-COUNT)
               MOVE LN-INVDATE(LN-IDX) TO SK-INVDATE(SK-COUNT)
               MOVE WS-SKIP-REASON TO SK-REASON(SK-COUNT)
           END-IF
           MOVE "RC-W-0128" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "RECHNUNG " FUNCTION TRIM(LN-INVNO(LN-IDX))
               " TEIL " FUNCTION TRIM(LN-PARTNO(LN-IDX))
               " NICHT BEWERTET: " FUNCTION TRIM(WS-SKIP-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       ADD-TO-TOTALS.
           ADD LN-QTY(LN-IDX) TO T-SUPP-QTY(SUPPLIER-IDX)
           ADD WS-LINE-INV-EUR TO T-SUPP-INV-EUR(SUPPLIER-IDX)
           ADD WS-LINE-STD-EUR TO T-SUPP-STD-EUR(SUPPLIER-IDX)
           ADD WS-LINE-PPV TO T-SUPP-PPV(SUPPLIER-IDX)
           ADD WS-LINE-FX TO T-SUPP-FX(SUPPLIER-IDX)
           ADD LN-QTY(LN-IDX) TO WS-TOT-QTY
           ADD WS-LINE-INV-EUR TO WS-TOT-INV-EUR
           ADD WS-LINE-STD-EUR TO WS-TOT-STD-EUR
           ADD WS-LINE-PPV TO WS-TOT-PPV
           ADD WS-LINE-FX TO WS-TOT-FX
           MOVE 0 TO PS-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > PS-COUNT OR PS-IDX > 0
               IF PS-PARTNO(J) = LN-PARTNO(LN-IDX)
                   AND PS-SUPPCODE(J) = LN-SUPPCODE(LN-IDX)
                   MOVE J TO PS-IDX
               END-IF
           END-PERFORM
           IF PS-IDX = 0
               IF PS-COUNT >= 2000
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "PS-TABLE VOLL (2000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "PS-TABLE VOLL (2000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO PS-COUNT
                   MOVE PS-COUNT TO PS-IDX
                   MOVE LN-PARTNO(LN-IDX) TO PS-PARTNO(PS-IDX)
                   MOVE LN-SUPPCODE(LN-IDX) TO PS-SUPPCODE(PS-IDX)
                   MOVE 0 TO PS-QTY(PS-IDX)
                   MOVE 0 TO PS-INV-EUR(PS-IDX)
                   MOVE 0 TO PS-STD-EUR(PS-IDX)
                   MOVE 0 TO PS-PPV(PS-IDX)
                   MOVE 0 TO PS-FX(PS-IDX)
               END-IF
           END-IF
           IF PS-IDX > 0
               ADD LN-QTY(LN-IDX) TO PS-QTY(PS-IDX)
               ADD WS-LINE-INV-EUR TO PS-INV-EUR(PS-IDX)
               ADD WS-LINE-STD-EUR TO PS-STD-EUR(PS-IDX)
               ADD WS-LINE-PPV TO PS-PPV(PS-IDX)
               ADD WS-LINE-FX TO PS-FX(PS-IDX)
           END-IF.

       BUILD-PART-TOTALS.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-COUNT
               MOVE 0 TO PT-IDX
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > PT-COUNT OR PT-IDX > 0
                   IF PT-PARTNO(J) = PS-PARTNO(PS-IDX)
                       MOVE J TO PT-IDX
                   END-IF
               END-PERFORM
               IF PT-IDX = 0 AND PT-COUNT < 1000
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT TO PT-IDX
                   MOVE PS-PARTNO(PS-IDX) TO PT-PARTNO(PT-IDX)
                   MOVE 0 TO PT-QTY(PT-IDX)
                   MOVE 0 TO PT-INV-EUR(PT-IDX)
                   MOVE 0 TO PT-STD-EUR(PT-IDX)
                   MOVE 0 TO PT-PPV(PT-IDX)
                   MOVE 0 TO PT-FX(PT-IDX)
               END-IF
               IF PT-IDX > 0
                   ADD PS-QTY(PS-IDX) TO PT-QTY(PT-IDX)
                   ADD PS-INV-EUR(PS-IDX) TO PT-INV-EUR(PT-IDX)
                   ADD PS-STD-EUR(PS-IDX) TO PT-STD-EUR(PT-IDX)
                   ADD PS-PPV(PS-IDX) TO PT-PPV(PT-IDX)
                   ADD PS-FX(PS-IDX) TO PT-FX(PT-IDX)
               END-IF
           END-PERFORM.

      *    One row per part and supplier of the month; GLEXTRACT
      *    sums PPVEUR over the period's latest run. A month with
      *    nothing to value still gets a zero row, so a rerun that
      *    finds nothing supersedes an earlier run's figures.
       WRITE-PPV-HISTORY.
           OPEN EXTEND PPV-HISTORY-FILE
           IF WS-PPVHIST-STATUS = "35"
               OPEN OUTPUT PPV-HISTORY-FILE
               MOVE SPACES TO WS-PH-REC
               STRING "PERIOD;SUPPCODE;PARTNO;QTY;INVEUR;STDEUR;"
                   "PPVEUR;FXEUR;RUNID"
                   DELIMITED BY SIZE INTO WS-PH-REC
               WRITE PPV-HISTORY-LINE FROM WS-PH-REC
           END-IF
           IF PS-COUNT = 0
               MOVE 0 TO WS-QTY-TXT
               MOVE 0 TO WS-INV-TXT
               MOVE SPACES TO WS-PH-REC
               STRING WS-REP-MONTH ";;;"
                   FUNCTION TRIM(WS-QTY-TXT) ";"
                   FUNCTION TRIM(WS-INV-TXT) ";"
                   FUNCTION TRIM(WS-INV-TXT) ";"
                   FUNCTION TRIM(WS-INV-TXT) ";"
                   FUNCTION TRIM(WS-INV-TXT) ";"
                   FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-PH-REC
               WRITE PPV-HISTORY-LINE FROM WS-PH-REC
           END-IF
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-COUNT
               MOVE PS-QTY(PS-IDX) TO WS-QTY-TXT
               MOVE PS-INV-EUR(PS-IDX) TO WS-INV-TXT
               MOVE PS-STD-EUR(PS-IDX) TO WS-STD-TXT
               MOVE PS-PPV(PS-IDX) TO WS-PPV-TXT
               MOVE PS-FX(PS-IDX) TO WS-FX-TXT
               MOVE SPACES TO WS-PH-REC
               STRING WS-REP-MONTH ";"
                   FUNCTION TRIM(PS-SUPPCODE(PS-IDX)) ";"
                   FUNCTION TRIM(PS-PARTNO(PS-IDX)) ";"
                   FUNCTION TRIM(WS-QTY-TXT) ";"
                   FUNCTION TRIM(WS-INV-TXT) ";"
                   FUNCTION TRIM(WS-STD-TXT) ";"
                   FUNCTION TRIM(WS-PPV-TXT) ";"
                   FUNCTION TRIM(WS-FX-TXT) ";"
                   FUNCTION TRIM(WS-RUN-ID)
                   DELIMITED BY SIZE INTO WS-PH-REC
               WRITE PPV-HISTORY-LINE FROM WS-PH-REC
           END-PERFORM
           CLOSE PPV-HISTORY-FILE.

       WRITE-PPV-REPORT.
           OPEN OUTPUT PPV-REPORT-FILE
           MOVE "PREISABWEICHUNGEN EINKAUF (PPV)" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | MONAT: " WS-REP-MONTH
               " | RECHNUNGSZEILEN: " WS-PH-SEEN
               " | BEWERTET: " WS-VALUED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "IST = RECHNUNGSPREIS ZUM EUR-KURS DES "
               "RECHNUNGSDATUMS | STANDARD = "
               FUNCTION TRIM(WS-STD-BASIS)
               " | ABWEICHUNG > 0 = UNGUENSTIG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-TRUNC-PRICES = "J"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: PART_PRICES.CSV NUR TEILWEISE "
                   "GELADEN (2000) - STANDARDPREISE UNVOLLSTAENDIG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-TRUNC-LINES = "J"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: LINE-TABLE VOLL (5000) - NICHT ALLE "
                   "RECHNUNGSZEILEN DES MONATS BEWERTET"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ABWEICHUNG JE TEIL (EUR)" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
               MOVE PT-QTY(PT-IDX) TO WS-R-QTY
               MOVE PT-INV-EUR(PT-IDX) TO WS-R-INV-EUR
               MOVE PT-STD-EUR(PT-IDX) TO WS-R-STD-EUR
               MOVE PT-PPV(PT-IDX) TO WS-R-PPV
               MOVE PT-FX(PT-IDX) TO WS-R-FX
               PERFORM FORMAT-VARIANCE-FIELDS
               MOVE SPACES TO WS-REPORT-LINE
               STRING PT-PARTNO(PT-IDX)
                   " | MENGE: " WS-QTY-DISP
                   " | IST: " WS-EUR-DISP
                   " | STANDARD: " WS-EUR-DISP2
                   " | JE STK: " WS-UNIT-DISP
                   " | ABWEICHUNG: " WS-EUR-DISP3
                   " (" WS-PCT-DISP " %)"
                   " | DAVON KURS: " WS-EUR-DISP4
                   " | DAVON PREIS: " WS-EUR-DISP5
                   " " WS-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           IF PT-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ABWEICHUNG JE LIEFERANT (EUR)" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO J
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF T-SUPP-QTY(SUPPLIER-IDX) > 0
                   ADD 1 TO J
                   MOVE T-SUPP-QTY(SUPPLIER-IDX) TO WS-R-QTY
                   MOVE T-SUPP-INV-EUR(SUPPLIER-IDX) TO WS-R-INV-EUR
                   MOVE T-SUPP-STD-EUR(SUPPLIER-IDX) TO WS-R-STD-EUR
                   MOVE T-SUPP-PPV(SUPPLIER-IDX) TO WS-R-PPV
                   MOVE T-SUPP-FX(SUPPLIER-IDX) TO WS-R-FX
                   PERFORM FORMAT-VARIANCE-FIELDS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING T-SUPP-CODE(SUPPLIER-IDX) " "
                       T-SUPP-NAME(SUPPLIER-IDX)(1:20)
                       " " T-SUPP-CURRENCY(SUPPLIER-IDX)
                       " | MENGE: " WS-QTY-DISP
                       " | IST: " WS-EUR-DISP
                       " | STANDARD: " WS-EUR-DISP2
                       " | ABWEICHUNG: " WS-EUR-DISP3
                       " (" WS-PCT-DISP " %)"
                       " | DAVON KURS: " WS-EUR-DISP4
                       " | DAVON PREIS: " WS-EUR-DISP5
                       " " WS-FLAG
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF J = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "NICHT BEWERTETE RECHNUNGSZEILEN" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SK-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " SK-INVNO(J) " | " SK-SUPPCODE(J)
                   " | " SK-PARTNO(J) " | " SK-INVDATE(J)
                   " | " SK-REASON(J)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-SKIP-COUNT > SK-COUNT
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    ... LISTE GEKUERZT - INSGESAMT "
                   WS-COUNT-DISP " ZEILEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-SKIP-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-R-QTY
           MOVE WS-TOT-INV-EUR TO WS-R-INV-EUR
           MOVE WS-TOT-STD-EUR TO WS-R-STD-EUR
           MOVE WS-TOT-PPV TO WS-R-PPV
           MOVE WS-TOT-FX TO WS-R-FX
           PERFORM FORMAT-VARIANCE-FIELDS
           MOVE WS-TOT-QTY TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMME MONAT | MENGE: " WS-QTY-DISP
               " | IST: " WS-EUR-DISP
               " | STANDARD: " WS-EUR-DISP2
               " | ABWEICHUNG: " WS-EUR-DISP3
               " (" WS-PCT-DISP " %)"
               " | DAVON KURS: " WS-EUR-DISP4
               " | DAVON PREIS: " WS-EUR-DISP5
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HAUPTBUCH: QUELLE PPV UEBER PPV_HISTORY.CSV "
               "(GLEXTRACT, PERIODE " WS-REP-MONTH ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PPV-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE PPV-REPORT-FILE.

      *    Display fields of one report line from WS-R-*: variance
      *    per piece, percent of standard, price part of the
      *    variance and the "***" flag for unfavourable lines.
       FORMAT-VARIANCE-FIELDS.
           COMPUTE WS-R-PRICE-EFF = WS-R-PPV - WS-R-FX
           MOVE 0 TO WS-R-PER-UNIT
           IF WS-R-QTY > 0
               COMPUTE WS-R-PER-UNIT ROUNDED = WS-R-PPV / WS-R-QTY
           END-IF
           MOVE 0 TO WS-R-PCT
           IF WS-R-STD-EUR NOT = 0
               COMPUTE WS-R-PCT ROUNDED =
                   WS-R-PPV * 100 / WS-R-STD-EUR
           END-IF
           MOVE WS-R-QTY TO WS-QTY-DISP
           MOVE WS-R-INV-EUR TO WS-EUR-DISP
           MOVE WS-R-STD-EUR TO WS-EUR-DISP2
           MOVE WS-R-PPV TO WS-EUR-DISP3
           MOVE WS-R-FX TO WS-EUR-DISP4
           MOVE WS-R-PRICE-EFF TO WS-EUR-DISP5
           MOVE WS-R-PER-UNIT TO WS-UNIT-DISP
           MOVE WS-R-PCT TO WS-PCT-DISP
           MOVE SPACES TO WS-FLAG
           IF WS-R-PPV > 0
               MOVE "***" TO WS-FLAG
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
           STRING "PRICEVAR;" WS-TOTAL-READ
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
               "PRICEVAR;"
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
