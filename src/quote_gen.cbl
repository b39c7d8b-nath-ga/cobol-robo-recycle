       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEGEN.

      *    Customer quotation: prices every open order in
      *    cust_orders.csv from the sales price list and prints a
      *    quote with the margin against the per-unit cost of the
      *    latest CALCCOSTS run (COSTPER in robot_cost_extract.csv).
      *    Sales used to work the margin out in a spreadsheet off the
      *    printed cost report; a quote below cost plus the minimum
      *    margin (MINMARGINPCT in batch_parms.csv, percent on cost,
      *    default 0 = at least cost) is flagged on the quote and in
      *    the run log.
      *
      *    Prices are taken as of QUOTEDATE (batch_parms.csv,
      *    JJJJMMTT, blank = today). Of the price-list rows for the
      *    robot that are valid on that date, a row for the
      *    customer's own group beats the * row for any group; among
      *    equals the latest VALIDFROM wins. The quantity break the
      *    order reaches gives its discount percent, the same
      *    three-step scheme as the supplier breaks in suppliers.csv.
      *
      *    A firm order (status F) that carries no price yet gets the
      *    net unit price and the pricing date written into its
      *    UNITPRICE/PRICEDATE columns, and cust_orders.csv is
      *    rewritten with a regenerated trailer. A stored price is
      *    never overwritten - the order keeps the price it was
      *    firmed at when the list changes later; the quote shows it
      *    against the current cost. Cancelled orders (X) are
      *    skipped.
      *
      *    price_list.csv layout: line 1 is a header
      *    (ROBOTNO;CUSTGROUP;VALIDFROM;VALIDTO;UNITPRICE;BREAK1QTY;
      *    BREAK1PCT;BREAK2QTY;BREAK2PCT;BREAK3QTY;BREAK3PCT), then
      *    one row per robot, group and validity window, closed with
      *    the house trailer. CUSTGROUP * = any group, VALIDTO blank
      *    = open-ended, prices in EUR.
      *
      *    customers.csv layout: line 1 is a header
      *    (CUSTOMER;CUSTGROUP), then one row per customer name as
      *    it appears in cust_orders.csv, closed with the house
      *    trailer. A customer not listed is priced from the * rows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE
               ASSIGN TO "..\data\price_list.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT CUSTOMERS-FILE
               ASSIGN TO "..\data\customers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO "..\data\robot_cost_extract.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT ORDERS-FILE
               ASSIGN TO "..\data\cust_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT QUOTE-REPORT-FILE
               ASSIGN TO "..\data\quote_report.txt"
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
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-LINE         PIC X(200).

       FD  CUSTOMERS-FILE.
       01  CUSTOMERS-LINE          PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE            PIC X(200).

       FD  ORDERS-FILE.
       01  ORDERS-LINE             PIC X(200).

       FD  QUOTE-REPORT-FILE.
       01  QUOTE-REPORT-LINE       PIC X(300).

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
       01  WS-KEY1                 PIC X(30).
       01  WS-KEY2                 PIC X(30).

       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-CUSTOMERS-STATUS     PIC X(2) VALUE "00".
       77  WS-EXTRACT-STATUS       PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(16).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0124 ANGEBOT UNTER MINDESTMARGE
      *      RC-W-0125 KEIN GUELTIGER LISTENPREIS
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 PREISLISTE / AUFTRAGSDATEI FEHLT
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
       01  WS-QUOTE-DATE           PIC 9(8) VALUE 0.
       01  WS-MIN-MARGIN-PCT       PIC 9(3)V99 VALUE 0.

      *    Sales price list, one entry per robot, customer group and
      *    validity window.
       01  PRICE-TABLE.
           05 PL-ENTRY OCCURS 2000 TIMES.
              10 PL-ROBOTNO        PIC X(10).
              10 PL-CUSTGROUP      PIC X(10).
              10 PL-VALIDFROM      PIC 9(8).
              10 PL-VALIDTO        PIC 9(8).
              10 PL-UNITPRICE      PIC 9(9)V99.
              10 PL-BRK OCCURS 3 TIMES.
                 15 PL-BRKQTY      PIC 9(7).
                 15 PL-BRKPCT      PIC 9(3)V99.
       77  PRICE-COUNT             PIC 9(5) VALUE 0.
       77  PRICE-IDX               PIC 9(5) VALUE 0.

       01  WS-PL-ROBOTNO           PIC X(10).
       01  WS-PL-CUSTGROUP         PIC X(10).
       01  WS-PL-FROM-TXT          PIC X(20).
       01  WS-PL-TO-TXT            PIC X(20).
       01  WS-PL-PRICE-TXT         PIC X(20).
       01  WS-PL-BRKQTY-TXT        PIC X(20) OCCURS 3 TIMES.
       01  WS-PL-BRKPCT-TXT        PIC X(20) OCCURS 3 TIMES.

       01  CUSTOMER-TABLE.
           05 CU-ENTRY OCCURS 5000 TIMES.
              10 CU-CUSTOMER       PIC X(30).
              10 CU-CUSTGROUP      PIC X(10).
       77  CUSTOMER-COUNT          PIC 9(5) VALUE 0.
       01  WS-CU-CUSTOMER          PIC X(30).
       01  WS-CU-CUSTGROUP         PIC X(10).

      *    Per-unit cost of the latest CALCCOSTS run.
       01  COST-TABLE.
           05 CT-ENTRY OCCURS 2000 TIMES.
              10 CT-ROBOTNO        PIC X(10).
              10 CT-COSTPER        PIC 9(9)V99.
       77  COST-COUNT              PIC 9(5) VALUE 0.
       77  COST-IDX                PIC 9(5) VALUE 0.
       01  WS-EX-ROBOTNO           PIC X(10).
       01  WS-EX-ROBOTNAME         PIC X(60).
       01  WS-EX-TARGETQTY-TXT     PIC X(20).
       01  WS-EX-COSTPER-TXT       PIC X(20).

      *    cust_orders.csv is held as raw lines and written back
      *    whole - only the price columns of newly firmed orders are
      *    touched.
       01  ORDERS-HEADER           PIC X(200).
       01  ORDER-ROW-TABLE.
           05 OM-ENTRY OCCURS 5000 TIMES.
              10 OM-LINE           PIC X(200).
       77  ORDER-ROW-COUNT         PIC 9(4) VALUE 0.
       77  OI                      PIC 9(4) VALUE 0.

       01  WS-CO-ORDERNO           PIC X(10).
       01  WS-CO-CUSTOMER          PIC X(30).
       01  WS-CO-ROBOTNO           PIC X(10).
       01  WS-CO-QTY-TXT           PIC X(20).
       01  WS-CO-PERIOD-TXT        PIC X(20).
       01  WS-CO-STATUS            PIC X(1).
       01  WS-CO-PRICE-TXT         PIC X(20).
       01  WS-CO-PRICEDATE-TXT     PIC X(20).
       01  WS-CO-QTY               PIC 9(7).
       01  WS-CUST-GROUP           PIC X(10).

       77  WS-BEST-SPECIFIC        PIC X VALUE "N".
       01  WS-BEST-FROM            PIC 9(8).
       01  WS-LIST-PRICE           PIC 9(9)V99.
       01  WS-DISC-PCT             PIC 9(3)V99.
       01  WS-NET-PRICE            PIC 9(9)V99.
       01  WS-ORDER-VALUE          PIC 9(11)V99.
       01  WS-UNIT-COST            PIC 9(9)V99.
       01  WS-FLOOR-PRICE          PIC 9(9)V99.
       01  WS-MARGIN               PIC S9(9)V99.
       01  WS-MARGIN-PCT           PIC S9(5)V99.
       01  WS-PRICE-STATE          PIC X(1).
       77  WS-QUOTE-COUNT          PIC 9(5) VALUE 0.
       77  WS-FIRMED-COUNT         PIC 9(5) VALUE 0.
       77  WS-LOW-MARGIN-COUNT     PIC 9(5) VALUE 0.
       77  WS-NOPRICE-COUNT        PIC 9(5) VALUE 0.

       77  WS-VAL-COUNT            PIC 9(6) VALUE 0.
       77  WS-VAL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-VAL-TRAILER          PIC X(80).
       01  WS-VAL-COUNT-TXT        PIC Z(5)9.
       01  WS-VAL-SUM-TXT          PIC Z(8)9.

       01  WS-REPORT-LINE          PIC X(300) VALUE SPACES.
       01  WS-PRICE-DISP           PIC Z,ZZZ,ZZ9.99.
       01  WS-PRICE2-DISP          PIC Z,ZZZ,ZZ9.99.
       01  WS-VALUE-DISP           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MARGIN-DISP          PIC -Z,ZZZ,ZZ9.99.
       01  WS-PCT-DISP             PIC -ZZZ9.99.
       01  WS-DISC-DISP            PIC ZZ9.99.
       01  WS-QTY-DISP             PIC ZZZZZZ9.
       01  WS-PRICE-TXT            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "ANGEBOTSKALKULATION GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-PARMS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PRICE-LIST
           PERFORM LOAD-COST-EXTRACT
           PERFORM LOAD-ORDERS-MASTER
           PERFORM PRICE-ORDERS
           IF WS-FIRMED-COUNT > 0
               PERFORM REWRITE-ORDERS-MASTER
           END-IF
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "ANGEBOTSKALKULATION BEENDET - ANGEBOTE: "
               WS-QUOTE-COUNT " PREIS FESTGESCHRIEBEN: "
               WS-FIRMED-COUNT " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

       LOAD-PARMS.
           ACCEPT WS-QUOTE-DATE FROM DATE YYYYMMDD
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
           IF WS-PARM-KEY = "QUOTEDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-QUOTE-DATE
           END-IF
           IF WS-PARM-KEY = "MINMARGINPCT"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                   TO WS-MIN-MARGIN-PCT
           END-IF.

      *    Without the customer-group file every customer is priced
      *    from the * rows - a quote still comes out, just without
      *    the group price.
       LOAD-CUSTOMERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "CUSTOMERS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT CUSTOMERS-FILE
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "HINWEIS: CUSTOMERS.CSV NICHT VORHANDEN - "
                   "ALLE KUNDEN ZUM ALLGEMEINEN LISTENPREIS"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CUSTOMERS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF CUSTOMERS-LINE(1:7) = "TRAILER"
                               MOVE CUSTOMERS-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF CUSTOMER-COUNT >= 5000
                               DISPLAY "KAPAZITAET ERSCHOEPFT - "
                                   "CUSTOMER-TABLE VOLL (5000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "CUSTOMER-TABLE VOLL (5000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(CUSTOMERS-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM STORE-CUSTOMER-ROW
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMERS-FILE
           END-IF.

       STORE-CUSTOMER-ROW.
           MOVE SPACES TO WS-CU-CUSTOMER
           MOVE SPACES TO WS-CU-CUSTGROUP
           UNSTRING CUSTOMERS-LINE
               DELIMITED BY ";"
               INTO WS-CU-CUSTOMER WS-CU-CUSTGROUP
           END-UNSTRING
           ADD 1 TO CUSTOMER-COUNT
           MOVE WS-CU-CUSTOMER TO CU-CUSTOMER(CUSTOMER-COUNT)
           MOVE WS-CU-CUSTGROUP TO CU-CUSTGROUP(CUSTOMER-COUNT).

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

      *    The price list is the whole point of the run - without it
      *    there is nothing to quote.
       LOAD-PRICE-LIST.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "PRICE_LIST.CSV" TO WS-TRAILER-FILE
           OPEN INPUT PRICE-LIST-FILE
           IF WS-PRICES-STATUS NOT = "00"
               DISPLAY "ABBRUCH: PRICE_LIST.CSV NICHT LESBAR "
                   "(STATUS " WS-PRICES-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "PRICE_LIST.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PRICE-LIST-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF PRICE-LIST-LINE(1:7) = "TRAILER"
                           MOVE PRICE-LIST-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF PRICE-COUNT >= 2000
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "PRICE-TABLE VOLL (2000)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "PRICE-TABLE VOLL (2000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(PRICE-LIST-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-PRICE-ROW
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-LIST-FILE.

       STORE-PRICE-ROW.
           MOVE SPACES TO WS-PL-ROBOTNO
           MOVE SPACES TO WS-PL-CUSTGROUP
           MOVE SPACES TO WS-PL-FROM-TXT
           MOVE SPACES TO WS-PL-TO-TXT
           MOVE SPACES TO WS-PL-PRICE-TXT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE SPACES TO WS-PL-BRKQTY-TXT(J)
               MOVE SPACES TO WS-PL-BRKPCT-TXT(J)
           END-PERFORM
           UNSTRING PRICE-LIST-LINE
               DELIMITED BY ";"
               INTO WS-PL-ROBOTNO WS-PL-CUSTGROUP
                    WS-PL-FROM-TXT WS-PL-TO-TXT WS-PL-PRICE-TXT
                    WS-PL-BRKQTY-TXT(1) WS-PL-BRKPCT-TXT(1)
                    WS-PL-BRKQTY-TXT(2) WS-PL-BRKPCT-TXT(2)
                    WS-PL-BRKQTY-TXT(3) WS-PL-BRKPCT-TXT(3)
           END-UNSTRING
           ADD 1 TO PRICE-COUNT
           MOVE WS-PL-ROBOTNO TO PL-ROBOTNO(PRICE-COUNT)
           MOVE WS-PL-CUSTGROUP TO PL-CUSTGROUP(PRICE-COUNT)
           IF PL-CUSTGROUP(PRICE-COUNT) = SPACES
               MOVE "*" TO PL-CUSTGROUP(PRICE-COUNT)
           END-IF
           MOVE 0 TO PL-VALIDFROM(PRICE-COUNT)
           IF WS-PL-FROM-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PL-FROM-TXT)
                   TO PL-VALIDFROM(PRICE-COUNT)
           END-IF
           MOVE 99999999 TO PL-VALIDTO(PRICE-COUNT)
           IF WS-PL-TO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PL-TO-TXT)
                   TO PL-VALIDTO(PRICE-COUNT)
           END-IF
           MOVE FUNCTION NUMVAL(WS-PL-PRICE-TXT)
               TO PL-UNITPRICE(PRICE-COUNT)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               MOVE 0 TO PL-BRKQTY(PRICE-COUNT, J)
               MOVE 0 TO PL-BRKPCT(PRICE-COUNT, J)
               IF WS-PL-BRKQTY-TXT(J) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PL-BRKQTY-TXT(J))
                       TO PL-BRKQTY(PRICE-COUNT, J)
               END-IF
               IF WS-PL-BRKPCT-TXT(J) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PL-BRKPCT-TXT(J))
                       TO PL-BRKPCT(PRICE-COUNT, J)
               END-IF
           END-PERFORM.

      *    The extract is the previous CALCCOSTS run's output: header
      *    line, no trailer. Without it the quotes still print, the
      *    margin check is simply not possible.
       LOAD-COST-EXTRACT.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "HINWEIS: ROBOT_COST_EXTRACT.CSV NICHT "
                   "VORHANDEN - MARGE NICHT PRUEFBAR"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EXTRACT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               OR EXTRACT-LINE = SPACES
                               CONTINUE
                           ELSE
                           IF COST-COUNT >= 2000
                               DISPLAY "KAPAZITAET ERSCHOEPFT - "
                                   "COST-TABLE VOLL (2000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "COST-TABLE VOLL (2000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM STORE-COST-ROW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.

       STORE-COST-ROW.
           MOVE SPACES TO WS-EX-ROBOTNO
           MOVE SPACES TO WS-EX-COSTPER-TXT
           UNSTRING EXTRACT-LINE
               DELIMITED BY ";"
               INTO WS-EX-ROBOTNO WS-EX-ROBOTNAME
                    WS-EX-TARGETQTY-TXT WS-EX-COSTPER-TXT
           END-UNSTRING
           ADD 1 TO COST-COUNT
           MOVE WS-EX-ROBOTNO TO CT-ROBOTNO(COST-COUNT)
           MOVE FUNCTION NUMVAL(WS-EX-COSTPER-TXT)
               TO CT-COSTPER(COST-COUNT).

      *    The order master is rewritten when a price is firmed, so
      *    a full table is a hard stop - the rewrite would otherwise
      *    drop every order past the cap.
       LOAD-ORDERS-MASTER.
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
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           MOVE ORDERS-LINE TO ORDERS-HEADER
                       ELSE
                       IF ORDERS-LINE(1:7) = "TRAILER"
                           MOVE ORDERS-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF ORDER-ROW-COUNT >= 5000
                           DISPLAY "ABBRUCH: ORDER-ROW-TABLE VOLL "
                               "(5000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "ORDER-ROW-TABLE VOLL (5000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(ORDERS-LINE))
                               TO WS-RAW-CHECKSUM
                           ADD 1 TO ORDER-ROW-COUNT
                           MOVE ORDERS-LINE
                               TO OM-LINE(ORDER-ROW-COUNT)
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDERS-FILE.

       PRICE-ORDERS.
           OPEN OUTPUT QUOTE-REPORT-FILE
           MOVE "ANGEBOTE UND AUFTRAGSPREISE" TO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-MIN-MARGIN-PCT TO WS-DISC-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREISDATUM: " WS-QUOTE-DATE
               " | MINDESTMARGE: " WS-DISC-DISP " % UEBER KOSTEN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-ROW-COUNT
               PERFORM PRICE-ONE-ORDER
           END-PERFORM
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ANGEBOTE: " WS-QUOTE-COUNT
               " | PREIS FESTGESCHRIEBEN: " WS-FIRMED-COUNT
               " | UNTER MINDESTMARGE: " WS-LOW-MARGIN-COUNT
               " | OHNE LISTENPREIS: " WS-NOPRICE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE QUOTE-REPORT-FILE.

      *    WS-PRICE-STATE: S = price stored on the order earlier,
      *    N = newly firmed now, Q = quote only (order not firm),
      *    0 = no valid list price.
       PRICE-ONE-ORDER.
           MOVE SPACES TO WS-CO-ORDERNO
           MOVE SPACES TO WS-CO-CUSTOMER
           MOVE SPACES TO WS-CO-ROBOTNO
           MOVE SPACES TO WS-CO-QTY-TXT
           MOVE SPACES TO WS-CO-PERIOD-TXT
           MOVE SPACES TO WS-CO-STATUS
           MOVE SPACES TO WS-CO-PRICE-TXT
           MOVE SPACES TO WS-CO-PRICEDATE-TXT
           UNSTRING OM-LINE(OI)
               DELIMITED BY ";"
               INTO WS-CO-ORDERNO WS-CO-CUSTOMER WS-CO-ROBOTNO
                    WS-CO-QTY-TXT WS-CO-PERIOD-TXT WS-CO-STATUS
                    WS-CO-PRICE-TXT WS-CO-PRICEDATE-TXT
           END-UNSTRING
           IF WS-CO-STATUS NOT = "X"
               ADD 1 TO WS-QUOTE-COUNT
               MOVE FUNCTION NUMVAL(WS-CO-QTY-TXT) TO WS-CO-QTY
               PERFORM FIND-CUSTOMER-GROUP
               PERFORM FIND-LIST-PRICE
               IF WS-CO-PRICE-TXT NOT = SPACES
                   MOVE "S" TO WS-PRICE-STATE
                   MOVE FUNCTION NUMVAL(WS-CO-PRICE-TXT)
                       TO WS-NET-PRICE
               ELSE
               IF PRICE-IDX = 0
                   MOVE "0" TO WS-PRICE-STATE
               ELSE
                   PERFORM APPLY-QTY-BREAK
                   COMPUTE WS-NET-PRICE ROUNDED =
                       WS-LIST-PRICE * (100 - WS-DISC-PCT) / 100
                   IF WS-CO-STATUS = "F"
                       MOVE "N" TO WS-PRICE-STATE
                       PERFORM FIRM-ORDER-PRICE
                   ELSE
                       MOVE "Q" TO WS-PRICE-STATE
                   END-IF
               END-IF
               END-IF
               PERFORM WRITE-QUOTE-BLOCK
           END-IF.

       FIND-CUSTOMER-GROUP.
           MOVE "*" TO WS-CUST-GROUP
           MOVE FUNCTION TRIM(WS-CO-CUSTOMER) TO WS-KEY2
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CUSTOMER-COUNT OR WS-CUST-GROUP NOT = "*"
               MOVE FUNCTION TRIM(CU-CUSTOMER(I)) TO WS-KEY1
               IF WS-KEY1 = WS-KEY2
                   MOVE CU-CUSTGROUP(I) TO WS-CUST-GROUP
               END-IF
           END-PERFORM.

      *    A row for the customer's own group beats a * row; among
      *    rows of the same kind the latest VALIDFROM wins, so a new
      *    list can be keyed ahead of its start date.
       FIND-LIST-PRICE.
           MOVE 0 TO PRICE-IDX
           MOVE "N" TO WS-BEST-SPECIFIC
           MOVE 0 TO WS-BEST-FROM
           MOVE 0 TO WS-LIST-PRICE
           MOVE 0 TO WS-DISC-PCT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRICE-COUNT
               IF PL-ROBOTNO(I) = WS-CO-ROBOTNO
                   AND PL-VALIDFROM(I) <= WS-QUOTE-DATE
                   AND PL-VALIDTO(I) >= WS-QUOTE-DATE
                   IF PL-CUSTGROUP(I) = WS-CUST-GROUP
                       AND WS-CUST-GROUP NOT = "*"
                       IF WS-BEST-SPECIFIC = "N"
                           OR PL-VALIDFROM(I) >= WS-BEST-FROM
                           MOVE I TO PRICE-IDX
                           MOVE "J" TO WS-BEST-SPECIFIC
                           MOVE PL-VALIDFROM(I) TO WS-BEST-FROM
                       END-IF
                   ELSE
                   IF PL-CUSTGROUP(I) = "*"
                       AND WS-BEST-SPECIFIC = "N"
                       IF PRICE-IDX = 0
                           OR PL-VALIDFROM(I) >= WS-BEST-FROM
                           MOVE I TO PRICE-IDX
                           MOVE PL-VALIDFROM(I) TO WS-BEST-FROM
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PRICE-IDX > 0
               MOVE PL-UNITPRICE(PRICE-IDX) TO WS-LIST-PRICE
           END-IF.

      *    The highest break the order quantity reaches applies.
       APPLY-QTY-BREAK.
           MOVE 0 TO WS-DISC-PCT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF PL-BRKQTY(PRICE-IDX, J) > 0
                   AND WS-CO-QTY >= PL-BRKQTY(PRICE-IDX, J)
                   MOVE PL-BRKPCT(PRICE-IDX, J) TO WS-DISC-PCT
               END-IF
           END-PERFORM.

       FIND-ROBOT-COST.
           MOVE 0 TO COST-IDX
           MOVE 0 TO WS-UNIT-COST
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > COST-COUNT OR COST-IDX > 0
               IF CT-ROBOTNO(I) = WS-CO-ROBOTNO
                   MOVE I TO COST-IDX
                   MOVE CT-COSTPER(I) TO WS-UNIT-COST
               END-IF
           END-PERFORM.

      *    The order line is rebuilt from its first six fields plus
      *    the net unit price and the date it was priced at.
       FIRM-ORDER-PRICE.
           ADD 1 TO WS-FIRMED-COUNT
           MOVE WS-NET-PRICE TO WS-PRICE-TXT
           MOVE SPACES TO OM-LINE(OI)
           STRING FUNCTION TRIM(WS-CO-ORDERNO) ";"
               FUNCTION TRIM(WS-CO-CUSTOMER) ";"
               FUNCTION TRIM(WS-CO-ROBOTNO) ";"
               FUNCTION TRIM(WS-CO-QTY-TXT) ";"
               FUNCTION TRIM(WS-CO-PERIOD-TXT) ";"
               WS-CO-STATUS ";"
               FUNCTION TRIM(WS-PRICE-TXT) ";"
               WS-QUOTE-DATE
               DELIMITED BY SIZE INTO OM-LINE(OI).

       WRITE-QUOTE-BLOCK.
           MOVE WS-CO-QTY TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUFTRAG " WS-CO-ORDERNO
               " | " WS-CO-CUSTOMER
               " | GRUPPE " WS-CUST-GROUP
               " | " WS-CO-ROBOTNO
               " | MENGE " WS-QTY-DISP
               " | TERMIN " WS-CO-PERIOD-TXT(1:6)
               " | STATUS " WS-CO-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-PRICE-STATE = "0"
               ADD 1 TO WS-NOPRICE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    KEIN GUELTIGER LISTENPREIS AM "
                   WS-QUOTE-DATE " - KEIN ANGEBOT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
               MOVE "RC-W-0125" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "KEIN GUELTIGER LISTENPREIS FUER "
                   FUNCTION TRIM(WS-CO-ORDERNO) " / "
                   FUNCTION TRIM(WS-CO-ROBOTNO)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               PERFORM WRITE-PRICE-LINE
               PERFORM WRITE-MARGIN-LINE
           END-IF.

       WRITE-PRICE-LINE.
           COMPUTE WS-ORDER-VALUE ROUNDED = WS-NET-PRICE * WS-CO-QTY
           MOVE WS-NET-PRICE TO WS-PRICE2-DISP
           MOVE WS-ORDER-VALUE TO WS-VALUE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRICE-STATE = "S"
               STRING "    PREIS FEST SEIT "
                   WS-CO-PRICEDATE-TXT(1:8)
                   " | NETTOPREIS EUR " WS-PRICE2-DISP
                   " | AUFTRAGSWERT EUR " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-LIST-PRICE TO WS-PRICE-DISP
               MOVE WS-DISC-PCT TO WS-DISC-DISP
               STRING "    LISTENPREIS EUR " WS-PRICE-DISP
                   " | RABATT " WS-DISC-DISP " %"
                   " | NETTOPREIS EUR " WS-PRICE2-DISP
                   " | AUFTRAGSWERT EUR " WS-VALUE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-PRICE-STATE = "N"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    AUFTRAG FEST - PREIS AUF DEM AUFTRAG "
                   "FESTGESCHRIEBEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    Margin per unit against the current cost roll, percent on
      *    cost; the floor is cost plus the minimum margin.
       WRITE-MARGIN-LINE.
           PERFORM FIND-ROBOT-COST
           IF COST-IDX = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    KEINE KOSTEN IN ROBOT_COST_EXTRACT.CSV - "
                   "MARGE NICHT PRUEFBAR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               COMPUTE WS-MARGIN = WS-NET-PRICE - WS-UNIT-COST
               IF WS-UNIT-COST > 0
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / WS-UNIT-COST
               ELSE
                   MOVE 0 TO WS-MARGIN-PCT
               END-IF
               COMPUTE WS-FLOOR-PRICE ROUNDED =
                   WS-UNIT-COST * (100 + WS-MIN-MARGIN-PCT) / 100
               MOVE WS-UNIT-COST TO WS-PRICE-DISP
               MOVE WS-MARGIN TO WS-MARGIN-DISP
               MOVE WS-MARGIN-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-NET-PRICE < WS-FLOOR-PRICE
                   ADD 1 TO WS-LOW-MARGIN-COUNT
                   STRING "    KOSTEN/STK EUR " WS-PRICE-DISP
                       " | MARGE/STK EUR " WS-MARGIN-DISP
                       " (" WS-PCT-DISP " %)"
                       " *** UNTER KOSTEN PLUS MINDESTMARGE ***"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
                   MOVE "RC-W-0124" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "ANGEBOT UNTER MINDESTMARGE: "
                       FUNCTION TRIM(WS-CO-ORDERNO) " / "
                       FUNCTION TRIM(WS-CO-ROBOTNO)
                       " MARGE " WS-PCT-DISP " %"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   STRING "    KOSTEN/STK EUR " WS-PRICE-DISP
                       " | MARGE/STK EUR " WS-MARGIN-DISP
                       " (" WS-PCT-DISP " %)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE QUOTE-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-IF.

      *    The trailer is regenerated from what is actually in the
      *    table; the header always names the price columns, so an
      *    order master from before them is upgraded on first write.
       REWRITE-ORDERS-MASTER.
           OPEN OUTPUT ORDERS-FILE
           MOVE SPACES TO ORDERS-HEADER
           STRING "ORDERNO;CUSTOMER;ROBOTNO;QTY;REQPERIOD;STATUS;"
               "UNITPRICE;PRICEDATE"
               DELIMITED BY SIZE INTO ORDERS-HEADER
           WRITE ORDERS-LINE FROM ORDERS-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > ORDER-ROW-COUNT
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(OM-LINE(OI)))
                   TO WS-VAL-CHECKSUM
               WRITE ORDERS-LINE FROM OM-LINE(OI)
           END-PERFORM
           PERFORM BUILD-VAL-TRAILER
           WRITE ORDERS-LINE FROM WS-VAL-TRAILER
           CLOSE ORDERS-FILE.

       BUILD-VAL-TRAILER.
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER.

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
           STRING "QUOTEGEN;" WS-TOTAL-READ
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
               "QUOTEGEN;"
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
