       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHREQ.

      *    Cash-requirements forecast: what has to be paid to
      *    suppliers in the next eight weeks, by week and by billing
      *    currency, for treasury. Two kinds of outflow:
      *      RECHNUNG   every invoice line INVMATCH has approved
      *                 (payables_history.csv, de-duplicated on
      *                 INVNO+SUPPCODE+PONUMBER+PARTNO as in PRICEVAR,
      *                 the later approval wins) that is due on INVDATE
      *                 plus the supplier's net days on or after the
      *                 run date - a line past its net date has been
      *                 paid;
      *      BESTELLUNG per line of open_orders.csv at the PO price:
      *                 the open balance (ORDERQTY - RECEIVEDQTY) of a
      *                 non-CLOSED line, due on DUEDATE plus net days -
      *                 the invoice follows the delivery, a line
      *                 already past its DUEDATE is expected now, i.e.
      *                 on the run date plus net days; and, for any
      *                 line, the quantity received but not yet
      *                 invoiced (RECEIVEDQTY less the QTY of its
      *                 approved invoice lines), due on the run date
      *                 plus net days.
      *    Payment terms come from suppliers.csv (NETDAYS, DISCPCT,
      *    DISCDAYS); a supplier without NETDAYS pays at PAYNETDAYS
      *    (batch_parms, default 30). Where the early-payment
      *    discount date (base date plus DISCDAYS) has not yet
      *    passed, the discount we can still take by paying early
      *    is shown next to the amount.
      *
      *    Amounts are in the billing currency and in EUR at the
      *    fx_rates.csv rate in effect on the run date (EUR = 1).
      *    Week 1 starts on the run date. Payments already due
      *    before it are shown as FAELLIG, payments after week 8 as
      *    SPAETER. A currency without a rate is reported with EUR
      *    zero and a warning.
      *
      *    Outputs: cash_requirements_report.txt and, for treasury's
      *    spreadsheet, cash_requirements.csv
      *      WEEK;WEEKFROM;WEEKTO;CURRENCY;INVOICES;ORDERS;TOTAL;
      *      TOTALEUR;DISCOUNT;DISCOUNTEUR;RUNID
      *    with the house trailer; WEEK 0 = FAELLIG, 1-8 the weeks,
      *    9 = SPAETER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIERS-FILE
               ASSIGN TO "..\data\suppliers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-STATUS.
           SELECT FX-RATES-FILE
               ASSIGN TO "..\data\fx_rates.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATES-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "..\data\payables_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT OPEN-ORDERS-FILE
               ASSIGN TO "..\data\open_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT CASH-FILE
               ASSIGN TO "..\data\cash_requirements.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASH-REPORT-FILE
               ASSIGN TO "..\data\cash_requirements_report.txt"
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
       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-LINE          PIC X(200).

       FD  FX-RATES-FILE.
       01  FX-RATES-LINE           PIC X(80).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-LINE        PIC X(250).

       FD  OPEN-ORDERS-FILE.
       01  OPEN-ORDERS-LINE        PIC X(200).

       FD  CASH-FILE.
       01  CASH-LINE               PIC X(200).

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-LINE        PIC X(250).

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

       77  WS-SUPPLIERS-STATUS     PIC X(2) VALUE "00".
       77  WS-FXRATES-STATUS       PIC X(2) VALUE "00".
       77  WS-PAYHIST-STATUS       PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(25).
       01  WS-RAW-LINE             PIC X(250).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0130 KEIN KURS / LIEFERANT UNBEKANNT
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
       01  WS-DEF-NETDAYS          PIC 9(3) VALUE 30.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(8).

       01  SUPPLIER-TABLE.
           05 SUPPLIER-ENTRY OCCURS 200 TIMES.
              10 T-SUPP-CODE       PIC X(6).
              10 T-SUPP-NAME       PIC X(40).
              10 T-SUPP-CURRENCY   PIC X(3).
              10 T-SUPP-NETDAYS    PIC 9(3).
              10 T-SUPP-DISCPCT    PIC 9(2)V99.
              10 T-SUPP-DISCDAYS   PIC 9(3).
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
       01  WS-SUP-NETDAYS-TXT      PIC X(20).
       01  WS-SUP-DISCPCT-TXT      PIC X(20).
       01  WS-SUP-DISCDAYS-TXT     PIC X(20).

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

      *    One entry per billing currency, ten week buckets each:
      *    1 = FAELLIG (due before the run date), 2-9 = weeks 1-8,
      *    10 = SPAETER.
       01  CURRENCY-TABLE.
           05 CUR-ENTRY OCCURS 20 TIMES.
              10 CU-CURRENCY       PIC X(3).
              10 CU-RATE           PIC 9(5)V9(6).
              10 CU-BUCKET OCCURS 10 TIMES.
                 15 CU-INVOICES    PIC 9(11)V99.
                 15 CU-ORDERS      PIC 9(11)V99.
                 15 CU-DISCOUNT    PIC 9(11)V99.
       77  CUR-COUNT               PIC 9(3) VALUE 0.
       77  CUR-IDX                 PIC 9(3) VALUE 0.
       77  WS-BKT                  PIC 9(3) VALUE 0.

      *    Invoice lines whose discount can still be taken, for the
      *    pay-early list.
       01  DISC-TABLE.
           05 DC-ENTRY OCCURS 500 TIMES.
              10 DC-SUPPCODE       PIC X(6).
              10 DC-INVNO          PIC X(15).
              10 DC-CURRENCY       PIC X(3).
              10 DC-AMOUNT         PIC 9(11)V99.
              10 DC-DISCOUNT       PIC 9(11)V99.
              10 DC-DISC-DATE      PIC 9(8).
              10 DC-NET-DATE       PIC 9(8).
       77  DC-COUNT                PIC 9(3) VALUE 0.
       77  WS-TRUNC-DISC           PIC X VALUE "N".

       01  WS-AP-INVNO             PIC X(15).
       01  WS-AP-SUPPCODE          PIC X(6).
       01  WS-AP-PONUMBER          PIC X(19).
       01  WS-AP-PARTNO            PIC X(10).
       01  WS-AP-QTY-TXT           PIC X(20).
       01  WS-AP-PRICE-TXT         PIC X(20).
       01  WS-AP-AMOUNT-TXT        PIC X(20).
       01  WS-AP-RUNID             PIC X(15).
       01  WS-AP-DATE-TXT          PIC X(20).
       77  WS-INV-LINES            PIC 9(6) VALUE 0.

      *    Approved invoice lines, one per INVNO+SUPPCODE+PONUMBER+
      *    PARTNO, see LOAD-APPROVED-INVOICES.
       01  LINE-TABLE.
           05 LN-ENTRY OCCURS 5000 TIMES.
              10 LN-INVNO          PIC X(15).
              10 LN-SUPPCODE       PIC X(6).
              10 LN-PONUMBER       PIC X(19).
              10 LN-PARTNO         PIC X(10).
              10 LN-QTY            PIC 9(9).
              10 LN-AMOUNT         PIC 9(11)V99.
              10 LN-INVDATE        PIC 9(8).
       77  LN-COUNT                PIC 9(5) VALUE 0.
       77  LN-IDX                  PIC 9(5) VALUE 0.
       77  WS-TRUNC-LINES          PIC X VALUE "N".
       01  WS-OO-INVQTY            PIC S9(9).
       01  WS-OO-UNINVQTY          PIC S9(9).

       01  WS-OO-PONUMBER          PIC X(19).
       01  WS-OO-PARTNO            PIC X(10).
       01  WS-OO-SUPPCODE          PIC X(6).
       01  WS-OO-ORDERQTY-TXT      PIC X(20).
       01  WS-OO-RECQTY-TXT        PIC X(20).
       01  WS-OO-UNITCOST-TXT      PIC X(20).
       01  WS-OO-ORDERDATE-TXT     PIC X(20).
       01  WS-OO-DUEDATE-TXT       PIC X(20).
       01  WS-OO-STATUS            PIC X(6).
       01  WS-OO-OPENQTY           PIC S9(9).
       77  WS-PO-LINES             PIC 9(6) VALUE 0.

      *    One outflow being bucketed.
       01  WS-CF-KIND              PIC X(1).
       01  WS-CF-SUPPCODE          PIC X(6).
       01  WS-CF-REF               PIC X(19).
       01  WS-CF-BASE-DATE         PIC 9(8).
       01  WS-CF-AMOUNT            PIC 9(11)V99.
       01  WS-CF-DISCOUNT          PIC 9(11)V99.
       01  WS-CF-NET-DATE          PIC 9(8).
       01  WS-CF-DISC-DATE         PIC 9(8).
       01  WS-CF-NET-INT           PIC 9(8).
       01  WS-CF-DAYS              PIC S9(8).
       77  WS-SKIP-COUNT           PIC 9(5) VALUE 0.

       01  WS-WEEK-FROM            PIC 9(8).
       01  WS-WEEK-TO              PIC 9(8).
       01  WS-WEEK-FROM-TXT        PIC X(8).
       01  WS-WEEK-TO-TXT          PIC X(8).
       01  WS-R-TOTAL              PIC 9(11)V99.
       01  WS-R-TOTAL-EUR          PIC 9(13)V99.
       01  WS-R-DISC-EUR           PIC 9(13)V99.
       01  WS-WEEK-EUR             PIC 9(13)V99.
       01  WS-WEEK-DISC-EUR        PIC 9(13)V99.
       01  WS-GRAND-EUR            PIC 9(13)V99 VALUE 0.
       01  WS-GRAND-DISC-EUR       PIC 9(13)V99 VALUE 0.
       01  WS-LATER-EUR            PIC 9(13)V99 VALUE 0.
       77  WS-CASH-COUNT           PIC 9(6) VALUE 0.
       77  WS-CASH-CHECKSUM        PIC 9(9) VALUE 0.
       01  WS-BUCKET-NAME          PIC X(8).

       01  WS-CASH-REC             PIC X(200).
       01  WS-AMT-TXT              PIC Z(10)9.99.
       01  WS-AMT-TXT2             PIC Z(10)9.99.
       01  WS-AMT-TXT3             PIC Z(10)9.99.
       01  WS-AMT-TXT4             PIC Z(12)9.99.
       01  WS-AMT-TXT5             PIC Z(10)9.99.
       01  WS-AMT-TXT6             PIC Z(12)9.99.
       01  WS-CNT-TXT              PIC Z(5)9.
       01  WS-SUM-TXT              PIC Z(8)9.

       01  WS-EUR-DISP             PIC Z(10)9.99.
       01  WS-EUR-DISP2            PIC Z(10)9.99.
       01  WS-EUR-DISP3            PIC Z(10)9.99.
       01  WS-RATE-DISP            PIC Z(4)9.9(6).
       01  WS-COUNT-DISP           PIC Z(5)9.
       01  WS-FLAG                 PIC X(3).
       01  WS-REPORT-LINE          PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "ZAHLUNGSVORSCHAU GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-PARMS
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-APPROVED-INVOICES
           PERFORM LOAD-OPEN-ORDERS
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               PERFORM SET-CURRENCY-RATE
           END-PERFORM
           PERFORM WRITE-CASH-FILE
           PERFORM WRITE-CASH-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE WS-GRAND-EUR TO WS-EUR-DISP
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ZAHLUNGSVORSCHAU BEENDET - RECHNUNGSZEILEN: "
               WS-INV-LINES " BESTELLZEILEN: " WS-PO-LINES
               " 8 WOCHEN EUR: " FUNCTION TRIM(WS-EUR-DISP)
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
           IF WS-PARM-KEY = "PAYNETDAYS"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-DEF-NETDAYS
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

       STORE-SUPPLIER.
           MOVE SPACES TO WS-SUP-CODE
           MOVE SPACES TO WS-SUP-NAME
           MOVE SPACES TO WS-SUP-CURRENCY
           MOVE SPACES TO WS-SUP-NETDAYS-TXT
           MOVE SPACES TO WS-SUP-DISCPCT-TXT
           MOVE SPACES TO WS-SUP-DISCDAYS-TXT
           UNSTRING SUPPLIERS-LINE
               DELIMITED BY ";"
               INTO WS-SUP-CODE WS-SUP-NAME WS-SUP-LEAD-TXT
                    WS-SUP-MOQ-TXT WS-SUP-B1Q-TXT WS-SUP-B1P-TXT
                    WS-SUP-B2Q-TXT WS-SUP-B2P-TXT WS-SUP-B3Q-TXT
                    WS-SUP-B3P-TXT WS-SUP-CURRENCY
                    WS-SUP-NETDAYS-TXT WS-SUP-DISCPCT-TXT
                    WS-SUP-DISCDAYS-TXT
           END-UNSTRING
           ADD 1 TO SUPPLIER-COUNT
           MOVE WS-SUP-CODE TO T-SUPP-CODE(SUPPLIER-COUNT)
           MOVE WS-SUP-NAME TO T-SUPP-NAME(SUPPLIER-COUNT)
           IF WS-SUP-CURRENCY = SPACES
               MOVE "EUR" TO T-SUPP-CURRENCY(SUPPLIER-COUNT)
           ELSE
               MOVE WS-SUP-CURRENCY TO T-SUPP-CURRENCY(SUPPLIER-COUNT)
           END-IF
           IF WS-SUP-NETDAYS-TXT = SPACES
               MOVE WS-DEF-NETDAYS TO T-SUPP-NETDAYS(SUPPLIER-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(WS-SUP-NETDAYS-TXT)
                   TO T-SUPP-NETDAYS(SUPPLIER-COUNT)
           END-IF
           MOVE 0 TO T-SUPP-DISCPCT(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-DISCDAYS(SUPPLIER-COUNT)
           IF WS-SUP-DISCPCT-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SUP-DISCPCT-TXT)
                   TO T-SUPP-DISCPCT(SUPPLIER-COUNT)
           END-IF
           IF WS-SUP-DISCDAYS-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SUP-DISCDAYS-TXT)
                   TO T-SUPP-DISCDAYS(SUPPLIER-COUNT)
           END-IF.

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
      *    currency; their EUR columns then stay zero.
       LOAD-FX-RATES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-FX-ROWS
           MOVE 0 TO WS-FX-CHECKSUM
           OPEN INPUT FX-RATES-FILE
           IF WS-FXRATES-STATUS NOT = "00"
               DISPLAY "HINWEIS: FX_RATES.CSV NICHT VORHANDEN - "
                   "NUR EUR-BETRAEGE UMGERECHNET"
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

      *    Future payments are converted at today's rate - the best
      *    estimate treasury has of the rate on the day they fall.
       SET-CURRENCY-RATE.
           MOVE CU-CURRENCY(CUR-IDX) TO WS-FX-LOOK-CUR
           MOVE WS-TODAY TO WS-FX-LOOK-DATE
           PERFORM FIND-FX-RATE
           MOVE WS-FX-FOUND-RATE TO CU-RATE(CUR-IDX)
           IF WS-FX-FOUND-RATE = 0
               DISPLAY "WARNUNG: KEIN KURS FUER "
                   CU-CURRENCY(CUR-IDX) " - EUR-BETRAG 0"
               MOVE "RC-W-0130" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "KEIN KURS FUER " CU-CURRENCY(CUR-IDX)
                   " - ZAHLUNGEN OHNE EUR-BETRAG"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    payables_history.csv: INVNO;SUPPCODE;PONUMBER;PARTNO;
      *    QTY;UNITPRICE;AMOUNT;RUNID;INVDATE, amounts in the
      *    supplier's billing currency, appended by INVMATCH in run
      *    order without a trailer, so a later copy of the same
      *    invoice line is the later approval and overwrites the
      *    table entry. Only the de-duplicated lines are booked.
       LOAD-APPROVED-INVOICES.
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
                               PERFORM APPLY-APPROVAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > LN-COUNT
               PERFORM BOOK-INVOICE-LINE
           END-PERFORM.

       APPLY-APPROVAL-ROW.
           MOVE SPACES TO WS-AP-INVNO
           MOVE SPACES TO WS-AP-SUPPCODE
           MOVE SPACES TO WS-AP-PONUMBER
           MOVE SPACES TO WS-AP-PARTNO
           MOVE SPACES TO WS-AP-QTY-TXT
           MOVE SPACES TO WS-AP-AMOUNT-TXT
           MOVE SPACES TO WS-AP-DATE-TXT
           UNSTRING PAY-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-AP-INVNO WS-AP-SUPPCODE WS-AP-PONUMBER
                    WS-AP-PARTNO WS-AP-QTY-TXT WS-AP-PRICE-TXT
                    WS-AP-AMOUNT-TXT WS-AP-RUNID WS-AP-DATE-TXT
           END-UNSTRING
           MOVE 0 TO LN-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LN-COUNT OR LN-IDX > 0
               IF LN-INVNO(J) = WS-AP-INVNO
                   AND LN-SUPPCODE(J) = WS-AP-SUPPCODE
                   AND LN-PONUMBER(J) = WS-AP-PONUMBER
                   AND LN-PARTNO(J) = WS-AP-PARTNO
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
                       MOVE "LINE-TABLE VOLL (5000)" TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   ADD 1 TO LN-COUNT
                   MOVE LN-COUNT TO LN-IDX
               END-IF
           END-IF
           IF LN-IDX > 0
               MOVE WS-AP-INVNO TO LN-INVNO(LN-IDX)
               MOVE WS-AP-SUPPCODE TO LN-SUPPCODE(LN-IDX)
               MOVE WS-AP-PONUMBER TO LN-PONUMBER(LN-IDX)
               MOVE WS-AP-PARTNO TO LN-PARTNO(LN-IDX)
               MOVE FUNCTION NUMVAL(WS-AP-QTY-TXT) TO LN-QTY(LN-IDX)
               MOVE FUNCTION NUMVAL(WS-AP-AMOUNT-TXT)
                   TO LN-AMOUNT(LN-IDX)
               IF WS-AP-DATE-TXT = SPACES
                   OR FUNCTION TRIM(WS-AP-DATE-TXT) IS NOT NUMERIC
                   MOVE WS-TODAY TO LN-INVDATE(LN-IDX)
               ELSE
                   MOVE FUNCTION NUMVAL(WS-AP-DATE-TXT)
                       TO LN-INVDATE(LN-IDX)
               END-IF
           END-IF.

      *    A line whose net date lies before the run date has been
      *    paid and is no longer an outflow.
       BOOK-INVOICE-LINE.
           MOVE LN-SUPPCODE(LN-IDX) TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           MOVE 0 TO WS-CF-DAYS
           IF SUPPLIER-IDX > 0
               COMPUTE WS-CF-DAYS =
                   FUNCTION INTEGER-OF-DATE(LN-INVDATE(LN-IDX))
                   + T-SUPP-NETDAYS(SUPPLIER-IDX) - WS-TODAY-INT
           END-IF
           IF WS-CF-DAYS >= 0
               ADD 1 TO WS-INV-LINES
               MOVE "R" TO WS-CF-KIND
               MOVE LN-SUPPCODE(LN-IDX) TO WS-CF-SUPPCODE
               MOVE LN-INVNO(LN-IDX) TO WS-CF-REF
               MOVE LN-INVDATE(LN-IDX) TO WS-CF-BASE-DATE
               MOVE LN-AMOUNT(LN-IDX) TO WS-CF-AMOUNT
               PERFORM BOOK-OUTFLOW
           END-IF.

       LOAD-OPEN-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "OPEN_ORDERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT OPEN-ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "HINWEIS: OPEN_ORDERS.CSV NICHT VORHANDEN - "
                   "KEINE OFFENEN BESTELLUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ OPEN-ORDERS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF OPEN-ORDERS-LINE(1:7) = "TRAILER"
                               MOVE OPEN-ORDERS-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(OPEN-ORDERS-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-ORDER-ROW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDERS-FILE
           END-IF.

       APPLY-ORDER-ROW.
           MOVE SPACES TO WS-OO-STATUS
           MOVE SPACES TO WS-OO-DUEDATE-TXT
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-OO-PONUMBER WS-OO-PARTNO WS-OO-SUPPCODE
                    WS-OO-ORDERQTY-TXT WS-OO-RECQTY-TXT
                    WS-OO-UNITCOST-TXT WS-OO-ORDERDATE-TXT
                    WS-OO-DUEDATE-TXT WS-OO-STATUS
           END-UNSTRING
           COMPUTE WS-OO-OPENQTY =
               FUNCTION NUMVAL(WS-OO-ORDERQTY-TXT)
               - FUNCTION NUMVAL(WS-OO-RECQTY-TXT)
           MOVE 0 TO WS-OO-INVQTY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LN-COUNT
               IF LN-PONUMBER(J) = WS-OO-PONUMBER
                   AND LN-PARTNO(J) = WS-OO-PARTNO
                   ADD LN-QTY(J) TO WS-OO-INVQTY
               END-IF
           END-PERFORM
           COMPUTE WS-OO-UNINVQTY =
               FUNCTION NUMVAL(WS-OO-RECQTY-TXT) - WS-OO-INVQTY
           IF (WS-OO-STATUS NOT = "CLOSED" AND WS-OO-OPENQTY > 0)
               OR WS-OO-UNINVQTY > 0
               ADD 1 TO WS-PO-LINES
           END-IF
           IF WS-OO-UNINVQTY > 0
               MOVE "B" TO WS-CF-KIND
               MOVE WS-OO-SUPPCODE TO WS-CF-SUPPCODE
               MOVE WS-OO-PONUMBER TO WS-CF-REF
               MOVE WS-TODAY TO WS-CF-BASE-DATE
               COMPUTE WS-CF-AMOUNT ROUNDED =
                   WS-OO-UNINVQTY
                   * FUNCTION NUMVAL(WS-OO-UNITCOST-TXT)
               PERFORM BOOK-OUTFLOW
           END-IF
           IF WS-OO-STATUS NOT = "CLOSED" AND WS-OO-OPENQTY > 0
               MOVE "B" TO WS-CF-KIND
               MOVE WS-OO-SUPPCODE TO WS-CF-SUPPCODE
               MOVE WS-OO-PONUMBER TO WS-CF-REF
               MOVE FUNCTION NUMVAL(WS-OO-DUEDATE-TXT)
                   TO WS-CF-BASE-DATE
               IF WS-CF-BASE-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-CF-BASE-DATE
               END-IF
               COMPUTE WS-CF-AMOUNT ROUNDED =
                   WS-OO-OPENQTY * FUNCTION NUMVAL(WS-OO-UNITCOST-TXT)
               PERFORM BOOK-OUTFLOW
           END-IF.

      *    Net due date and discount date from the supplier's
      *    terms, then into the currency's week bucket.
       BOOK-OUTFLOW.
           MOVE WS-CF-SUPPCODE TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           IF SUPPLIER-IDX = 0
               ADD 1 TO WS-SKIP-COUNT
               MOVE "RC-W-0130" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "LIEFERANT " FUNCTION TRIM(WS-CF-SUPPCODE)
                   " UNBEKANNT - " FUNCTION TRIM(WS-CF-REF)
                   " NICHT IN ZAHLUNGSVORSCHAU"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               COMPUTE WS-CF-NET-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CF-BASE-DATE)
                   + T-SUPP-NETDAYS(SUPPLIER-IDX)
               COMPUTE WS-CF-NET-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CF-NET-INT)
               COMPUTE WS-CF-DAYS = WS-CF-NET-INT - WS-TODAY-INT
               MOVE 0 TO WS-CF-DISCOUNT
               MOVE 0 TO WS-CF-DISC-DATE
               IF T-SUPP-DISCPCT(SUPPLIER-IDX) > 0
                   COMPUTE WS-CF-DISC-DATE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-CF-BASE-DATE)
                       + T-SUPP-DISCDAYS(SUPPLIER-IDX))
                   IF WS-CF-DISC-DATE >= WS-TODAY
                       COMPUTE WS-CF-DISCOUNT ROUNDED =
                           WS-CF-AMOUNT
                           * T-SUPP-DISCPCT(SUPPLIER-IDX) / 100
                   END-IF
               END-IF
               IF WS-CF-DAYS < 0
                   MOVE 1 TO WS-BKT
               ELSE
                   COMPUTE WS-BKT = WS-CF-DAYS / 7 + 2
                   IF WS-BKT > 10
                       MOVE 10 TO WS-BKT
                   END-IF
               END-IF
               PERFORM FIND-CURRENCY-IDX
               IF CUR-IDX > 0
                   IF WS-CF-KIND = "R"
                       ADD WS-CF-AMOUNT TO CU-INVOICES(CUR-IDX, WS-BKT)
                   ELSE
                       ADD WS-CF-AMOUNT TO CU-ORDERS(CUR-IDX, WS-BKT)
                   END-IF
                   ADD WS-CF-DISCOUNT TO CU-DISCOUNT(CUR-IDX, WS-BKT)
               END-IF
               IF WS-CF-KIND = "R" AND WS-CF-DISCOUNT > 0
                   PERFORM STORE-DISCOUNT-LINE
               END-IF
           END-IF.

       FIND-CURRENCY-IDX.
           MOVE 0 TO CUR-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > CUR-COUNT OR CUR-IDX > 0
               IF CU-CURRENCY(J) = T-SUPP-CURRENCY(SUPPLIER-IDX)
                   MOVE J TO CUR-IDX
               END-IF
           END-PERFORM
           IF CUR-IDX = 0
               IF CUR-COUNT >= 20
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "CURRENCY-TABLE VOLL (20)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "CURRENCY-TABLE VOLL (20)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO CUR-COUNT
                   MOVE CUR-COUNT TO CUR-IDX
                   INITIALIZE CUR-ENTRY(CUR-IDX)
                   MOVE T-SUPP-CURRENCY(SUPPLIER-IDX)
                       TO CU-CURRENCY(CUR-IDX)
               END-IF
           END-IF.

       STORE-DISCOUNT-LINE.
           IF DC-COUNT >= 500
               IF WS-TRUNC-DISC = "N"
                   MOVE "J" TO WS-TRUNC-DISC
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "DISC-TABLE VOLL (500)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "DISC-TABLE VOLL (500)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               ADD 1 TO DC-COUNT
               MOVE WS-CF-SUPPCODE TO DC-SUPPCODE(DC-COUNT)
               MOVE WS-CF-REF TO DC-INVNO(DC-COUNT)
               MOVE T-SUPP-CURRENCY(SUPPLIER-IDX)
                   TO DC-CURRENCY(DC-COUNT)
               MOVE WS-CF-AMOUNT TO DC-AMOUNT(DC-COUNT)
               MOVE WS-CF-DISCOUNT TO DC-DISCOUNT(DC-COUNT)
               MOVE WS-CF-DISC-DATE TO DC-DISC-DATE(DC-COUNT)
               MOVE WS-CF-NET-DATE TO DC-NET-DATE(DC-COUNT)
           END-IF.

      *    First and last day of bucket WS-BKT (weeks only).
       SET-WEEK-DATES.
           EVALUATE WS-BKT
               WHEN 1
                   MOVE "FAELLIG" TO WS-BUCKET-NAME
                   MOVE 0 TO WS-WEEK-FROM
                   COMPUTE WS-WEEK-TO =
                       FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
               WHEN 10
                   MOVE "SPAETER" TO WS-BUCKET-NAME
                   COMPUTE WS-WEEK-FROM =
                       FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 56)
                   MOVE 0 TO WS-WEEK-TO
               WHEN OTHER
                   MOVE SPACES TO WS-BUCKET-NAME
                   COMPUTE J = WS-BKT - 1
                   STRING "WOCHE " J(5:1)
                       DELIMITED BY SIZE INTO WS-BUCKET-NAME
                   COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT + (WS-BKT - 2) * 7)
                   COMPUTE WS-WEEK-TO = FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT + (WS-BKT - 2) * 7 + 6)
           END-EVALUATE.

      *    EUR figures of bucket WS-BKT of currency CUR-IDX.
       COMPUTE-BUCKET-EUR.
           COMPUTE WS-R-TOTAL =
               CU-INVOICES(CUR-IDX, WS-BKT) + CU-ORDERS(CUR-IDX, WS-BKT)
           COMPUTE WS-R-TOTAL-EUR ROUNDED =
               WS-R-TOTAL * CU-RATE(CUR-IDX)
           COMPUTE WS-R-DISC-EUR ROUNDED =
               CU-DISCOUNT(CUR-IDX, WS-BKT) * CU-RATE(CUR-IDX).

       WRITE-CASH-FILE.
           OPEN OUTPUT CASH-FILE
           MOVE SPACES TO WS-CASH-REC
           STRING "WEEK;WEEKFROM;WEEKTO;CURRENCY;INVOICES;ORDERS;"
               "TOTAL;TOTALEUR;DISCOUNT;DISCOUNTEUR;RUNID"
               DELIMITED BY SIZE INTO WS-CASH-REC
           WRITE CASH-LINE FROM WS-CASH-REC
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 10
               PERFORM SET-WEEK-DATES
               PERFORM VARYING CUR-IDX FROM 1 BY 1
                       UNTIL CUR-IDX > CUR-COUNT
                   PERFORM COMPUTE-BUCKET-EUR
                   IF WS-R-TOTAL > 0
                       PERFORM WRITE-CASH-ROW
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-CASH-COUNT TO WS-CNT-TXT
           MOVE WS-CASH-CHECKSUM TO WS-SUM-TXT
           MOVE SPACES TO WS-CASH-REC
           STRING "TRAILER;"
               FUNCTION TRIM(WS-CNT-TXT) ";"
               FUNCTION TRIM(WS-SUM-TXT)
               DELIMITED BY SIZE INTO WS-CASH-REC
           WRITE CASH-LINE FROM WS-CASH-REC
           CLOSE CASH-FILE.

       WRITE-CASH-ROW.
           MOVE CU-INVOICES(CUR-IDX, WS-BKT) TO WS-AMT-TXT
           MOVE CU-ORDERS(CUR-IDX, WS-BKT) TO WS-AMT-TXT2
           MOVE WS-R-TOTAL TO WS-AMT-TXT3
           MOVE WS-R-TOTAL-EUR TO WS-AMT-TXT4
           MOVE CU-DISCOUNT(CUR-IDX, WS-BKT) TO WS-AMT-TXT5
           MOVE WS-R-DISC-EUR TO WS-AMT-TXT6
           MOVE SPACES TO WS-WEEK-FROM-TXT
           MOVE SPACES TO WS-WEEK-TO-TXT
           IF WS-WEEK-FROM > 0
               MOVE WS-WEEK-FROM TO WS-WEEK-FROM-TXT
           END-IF
           IF WS-WEEK-TO > 0
               MOVE WS-WEEK-TO TO WS-WEEK-TO-TXT
           END-IF
           COMPUTE J = WS-BKT - 1
           MOVE SPACES TO WS-CASH-REC
           STRING J(5:1) ";"
               FUNCTION TRIM(WS-WEEK-FROM-TXT) ";"
               FUNCTION TRIM(WS-WEEK-TO-TXT) ";"
               CU-CURRENCY(CUR-IDX) ";"
               FUNCTION TRIM(WS-AMT-TXT) ";"
               FUNCTION TRIM(WS-AMT-TXT2) ";"
               FUNCTION TRIM(WS-AMT-TXT3) ";"
               FUNCTION TRIM(WS-AMT-TXT4) ";"
               FUNCTION TRIM(WS-AMT-TXT5) ";"
               FUNCTION TRIM(WS-AMT-TXT6) ";"
               FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-CASH-REC
           WRITE CASH-LINE FROM WS-CASH-REC
           ADD 1 TO WS-CASH-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(WS-CASH-REC))
               TO WS-CASH-CHECKSUM.

       WRITE-CASH-REPORT.
           OPEN OUTPUT CASH-REPORT-FILE
           MOVE "ZAHLUNGSVORSCHAU LIEFERANTEN - 8 WOCHEN"
               TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | STICHTAG: " WS-TODAY
               " | RECHNUNGSZEILEN: " WS-INV-LINES
               " | BESTELLZEILEN: " WS-PO-LINES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHNUNG = FREIGEGEBEN UND NICHT UEBERFAELLIG, "
               "FAELLIG RECHNUNGSDATUM + ZIEL | BESTELLUNG = OFFENE "
               "MENGE, FAELLIG LIEFERTERMIN + ZIEL, UND GELIEFERT "
               "OHNE RECHNUNG, FAELLIG STICHTAG + ZIEL"
               " | SKONTO = NOCH ZIEHBAR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "KURSE ZUM STICHTAG" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               MOVE CU-RATE(CUR-IDX) TO WS-RATE-DISP
               MOVE SPACES TO WS-FLAG
               IF CU-RATE(CUR-IDX) = 0
                   MOVE "***" TO WS-FLAG
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " CU-CURRENCY(CUR-IDX)
                   " | KURS EUR: " WS-RATE-DISP " " WS-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           IF CUR-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "ZAHLUNGEN JE WOCHE UND WAEHRUNG" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 10
               PERFORM WRITE-WEEK-BLOCK
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "SKONTO - RECHNUNGEN VOR SKONTOFRIST ZAHLEN"
               TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DC-COUNT
               MOVE DC-AMOUNT(J) TO WS-EUR-DISP
               MOVE DC-DISCOUNT(J) TO WS-EUR-DISP2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " DC-SUPPCODE(J)
                   " | RECHNUNG: " DC-INVNO(J)
                   " | BETRAG: " WS-EUR-DISP " " DC-CURRENCY(J)
                   " | SKONTO: " WS-EUR-DISP2 " " DC-CURRENCY(J)
                   " | ZAHLEN BIS: " DC-DISC-DATE(J)
                   " | NETTO FAELLIG: " DC-NET-DATE(J)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           IF DC-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-TRUNC-DISC = "J"
               MOVE "    ACHTUNG: LISTE UNVOLLSTAENDIG (500 ZEILEN)"
                   TO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-GRAND-EUR TO WS-EUR-DISP
           MOVE WS-GRAND-DISC-EUR TO WS-EUR-DISP2
           MOVE WS-LATER-EUR TO WS-EUR-DISP3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMME FAELLIG + 8 WOCHEN EUR: " WS-EUR-DISP
               " | DAVON SKONTO MOEGLICH EUR: " WS-EUR-DISP2
               " | SPAETER EUR: " WS-EUR-DISP3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-SKIP-COUNT > 0
               MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: " WS-COUNT-DISP " ZEILEN MIT "
                   "UNBEKANNTEM LIEFERANTEN NICHT ENTHALTEN "
                   "(SIEHE RUN_LOG)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           CLOSE CASH-REPORT-FILE.

       WRITE-WEEK-BLOCK.
           PERFORM SET-WEEK-DATES
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-BKT
               WHEN 1
                   STRING WS-BUCKET-NAME " | BIS " WS-WEEK-TO
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 10
                   STRING WS-BUCKET-NAME " | AB " WS-WEEK-FROM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING WS-BUCKET-NAME " | " WS-WEEK-FROM
                       " - " WS-WEEK-TO
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-WEEK-EUR
           MOVE 0 TO WS-WEEK-DISC-EUR
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-COUNT
               PERFORM COMPUTE-BUCKET-EUR
               IF WS-R-TOTAL > 0
                   ADD WS-R-TOTAL-EUR TO WS-WEEK-EUR
                   ADD WS-R-DISC-EUR TO WS-WEEK-DISC-EUR
                   MOVE CU-INVOICES(CUR-IDX, WS-BKT) TO WS-AMT-TXT
                   MOVE CU-ORDERS(CUR-IDX, WS-BKT) TO WS-AMT-TXT2
                   MOVE WS-R-TOTAL TO WS-AMT-TXT3
                   MOVE WS-R-TOTAL-EUR TO WS-AMT-TXT4
                   MOVE WS-R-DISC-EUR TO WS-AMT-TXT6
                   MOVE SPACES TO WS-FLAG
                   IF CU-RATE(CUR-IDX) = 0
                       MOVE "***" TO WS-FLAG
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " CU-CURRENCY(CUR-IDX)
                       " | RECHNUNGEN: " WS-AMT-TXT
                       " | BESTELLUNGEN: " WS-AMT-TXT2
                       " | SUMME: " WS-AMT-TXT3
                       " | EUR: " WS-AMT-TXT4
                       " | SKONTO EUR: " WS-AMT-TXT6
                       " " WS-FLAG
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-WEEK-EUR = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               MOVE WS-WEEK-EUR TO WS-EUR-DISP
               MOVE WS-WEEK-DISC-EUR TO WS-EUR-DISP2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    SUMME EUR: " WS-EUR-DISP
                   " | SKONTO EUR: " WS-EUR-DISP2
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CASH-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-BKT = 10
               MOVE WS-WEEK-EUR TO WS-LATER-EUR
           ELSE
               ADD WS-WEEK-EUR TO WS-GRAND-EUR
               ADD WS-WEEK-DISC-EUR TO WS-GRAND-DISC-EUR
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
           STRING "CASHREQ;" WS-TOTAL-READ
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
               "CASHREQ;"
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
