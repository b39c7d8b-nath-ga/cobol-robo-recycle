      *    4 percent price drift by eye-matching against the printed
      *    spend figures never did.
      *
      *    payables_approval.csv holds the lines approved in this run
      *    (INVNO;SUPPCODE;PONUMBER;PARTNO;QTY;UNITPRICE;AMOUNT;RUNID;
      *    INVDATE, prices in the supplier's billing currency, with
      *    trailer) and is rewritten every run; the same lines are
      *    appended to payables_history.csv, from which PRICEVAR
      *    takes the month's approved invoices.
      *
      *    supplier_invoices.csv layout: line 1 is a header
      *    (INVNO;SUPPCODE;INVDATE;PONUMBER;PARTNO;QTY;UNITPRICE) and
      *    is skipped, then one invoice line per row - an ad-hoc
      *    worksheet like recovery.csv, no trailer.
      *
      *    An invoice whose INVDATE falls into a month PERCLOSE has
      *    closed (period_control.csv) is not approved: it goes on
      *    the exception report with the closed period as reason and
      *    has to be booked with a date in an open month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT APPROVAL-FILE
               ASSIGN TO "..\data\payables_approval.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "..\data\payables_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT EXCEPTIONS-FILE
               ASSIGN TO "..\data\invoice_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  APPROVAL-FILE.
       01  APPROVAL-LINE           PIC X(250).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-LINE        PIC X(250).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-LINE         PIC X(300).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(120).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

       77  WS-INVOICES-STATUS      PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  WS-PAYHIST-STATUS       PIC X(2) VALUE "00".
       01  WS-TODAY                PIC 9(8).

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-RAW-LINE             PIC X(200).

      *    Closed posting periods from period_control.csv.
       77  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  CLOSED-PERIOD-TABLE.
           05 CP-PERIOD OCCURS 600 TIMES PIC 9(6).
       77  CP-COUNT                PIC 9(4) VALUE 0.
       77  CP-IDX                  PIC 9(4) VALUE 0.
       01  WS-PC-PERIOD-TXT        PIC X(20).
       01  WS-PC-STATUS-TXT        PIC X(10).
       01  WS-PC-DATE              PIC 9(8).
       01  WS-PC-PERIOD            PIC 9(6).
       01  WS-PERIOD-ERROR         PIC X(40).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
       01  WS-IV-INVNO             PIC X(15).
       01  WS-IV-SUPPCODE          PIC X(6).
       01  WS-IV-DATE-TXT          PIC X(20).
       01  WS-IV-DATE              PIC X(8).
       01  WS-IV-PONUMBER          PIC X(19).
       01  WS-IV-PARTNO            PIC X(10).
       01  WS-IV-QTY-TXT           PIC X(20).
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "RECHNUNGSABGLEICH GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM MATCH-INVOICES
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Posting-period control, see PERCLOSE: a month CLOSED in
      *    period_control.csv takes no more postings. Without the
      *    file no month has been closed yet.
       LOAD-PERIOD-CONTROL.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "HINWEIS: PERIOD_CONTROL.CSV NICHT VORHANDEN"
                   " - ALLE PERIODEN OFFEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF PERIOD-CONTROL-LINE(1:7) = "TRAILER"
                               MOVE PERIOD-CONTROL-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-PERCTL-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PERIOD-CONTROL-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-PERIOD-CONTROL-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    A closed month missing from the table would take postings
      *    again - hard stop.
       APPLY-PERIOD-CONTROL-LINE.
           MOVE SPACES TO WS-PC-PERIOD-TXT
           MOVE SPACES TO WS-PC-STATUS-TXT
           UNSTRING PERIOD-CONTROL-LINE
               DELIMITED BY ";"
               INTO WS-PC-PERIOD-TXT WS-PC-STATUS-TXT
           END-UNSTRING
           IF WS-PC-STATUS-TXT = "CLOSED"
               IF CP-COUNT >= 600
                   DISPLAY "ABBRUCH: TABELLE PERIOD_CONTROL VOLL (600)"
                   MOVE "RC-E-0210" TO WS-LOG-CODE
                   MOVE "SEVERE" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "TABELLE PERIOD_CONTROL VOLL (600) - LAUF "
                       "ANGEHALTEN"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CP-COUNT
               MOVE FUNCTION NUMVAL(WS-PC-PERIOD-TXT)
                   TO CP-PERIOD(CP-COUNT)
           END-IF.

      *    Sets WS-PERIOD-ERROR when WS-PC-DATE lies in a closed
      *    month.
       CHECK-POSTING-PERIOD.
           MOVE SPACES TO WS-PERIOD-ERROR
           COMPUTE WS-PC-PERIOD = WS-PC-DATE / 100
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-COUNT
               IF CP-PERIOD(CP-IDX) = WS-PC-PERIOD
                   MOVE SPACES TO WS-PERIOD-ERROR
                   STRING "PERIODE " WS-PC-PERIOD " GESCHLOSSEN"
                       DELIMITED BY SIZE INTO WS-PERIOD-ERROR
               END-IF
           END-PERFORM.

       VALIDATE-PERCTL-TRAILER.
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
               DISPLAY "ABBRUCH: KONTROLLSUMME PERIOD_CONTROL.CSV "
                   "FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME PERIOD_CONTROL.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       STORE-ORDER-LINE.
           MOVE SPACES TO WS-OO-ORDERQTY-TXT
           MOVE SPACES TO WS-OO-RECQTY-TXT
           OPEN OUTPUT APPROVAL-FILE
           MOVE SPACES TO WS-APPR-REC
           STRING "INVNO;SUPPCODE;PONUMBER;PARTNO;QTY;UNITPRICE;"
               "AMOUNT;RUNID;INVDATE"
               DELIMITED BY SIZE INTO WS-APPR-REC
           WRITE APPROVAL-LINE FROM WS-APPR-REC
           OPEN OUTPUT EXCEPTIONS-FILE
      *    not drift from the PO price beyond the price tolerance.
      *    Billing what never arrived fails even when the PO ordered
      *    it - that is the whole point of matching the receipt.
      *    An invoice dated into a closed month is not matched at
      *    all.
       MATCH-ONE-INVOICE-LINE.
           MOVE SPACES TO WS-IV-INVNO
           MOVE SPACES TO WS-IV-SUPPCODE
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-IV-QTY-TXT) TO WS-IV-QTY
           MOVE FUNCTION NUMVAL(WS-IV-PRICE-TXT) TO WS-IV-PRICE
           MOVE WS-IV-DATE-TXT TO WS-IV-DATE
           IF WS-IV-DATE = SPACES
               MOVE WS-TODAY TO WS-IV-DATE
           END-IF
           MOVE FUNCTION NUMVAL(WS-IV-DATE) TO WS-PC-DATE
           PERFORM CHECK-POSTING-PERIOD
           PERFORM FIND-ORDER-LINE
           MOVE "J" TO WS-LINE-OK
           IF WS-PERIOD-ERROR NOT = SPACES
               MOVE "N" TO WS-LINE-OK
               PERFORM WRITE-PERIOD-EXCEPTION
           ELSE
           IF ORDER-IDX = 0
               MOVE "N" TO WS-LINE-OK
               PERFORM WRITE-NO-ORDER-EXCEPTION
               PERFORM CHECK-QUANTITY
               PERFORM CHECK-PRICE
           END-IF
           END-IF
           IF WS-LINE-OK = "J"
               ADD WS-IV-QTY TO O-INVOICEDQTY(ORDER-IDX)
               PERFORM WRITE-APPROVAL-LINE
           WRITE EXCEPTIONS-LINE FROM WS-EXC-LINE
           PERFORM LOG-MATCH-EXCEPTION.

       WRITE-PERIOD-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO WS-EXC-LINE
           STRING WS-IV-INVNO " | " WS-IV-SUPPCODE
               " | " WS-IV-PONUMBER " | " WS-IV-PARTNO
               " | RECHNUNGSDATUM " WS-IV-DATE " - "
               FUNCTION TRIM(WS-PERIOD-ERROR)
               " - NICHT FREIGEGEBEN"
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE EXCEPTIONS-LINE FROM WS-EXC-LINE
           PERFORM LOG-MATCH-EXCEPTION.

       WRITE-QTY-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-IV-QTY TO WS-QTY-DISP
               FUNCTION TRIM(WS-APPR-QTY-TXT) ";"
               FUNCTION TRIM(WS-APPR-PRICE-TXT) ";"
               FUNCTION TRIM(WS-APPR-AMT-TXT) ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-IV-DATE)
               DELIMITED BY SIZE INTO WS-APPR-REC
           ADD 1 TO WS-APPR-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(WS-APPR-REC))
               TO WS-APPR-CHECKSUM
           WRITE APPROVAL-LINE FROM WS-APPR-REC
           PERFORM WRITE-PAY-HISTORY.

      *    The approval extract only holds this run; the history
      *    keeps every approved line for the month-end analyses.
       WRITE-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               MOVE SPACES TO WS-EXC-LINE
               STRING "INVNO;SUPPCODE;PONUMBER;PARTNO;QTY;"
                   "UNITPRICE;AMOUNT;RUNID;INVDATE"
                   DELIMITED BY SIZE INTO WS-EXC-LINE
               WRITE PAY-HISTORY-LINE FROM WS-EXC-LINE
           END-IF
           WRITE PAY-HISTORY-LINE FROM WS-APPR-REC
           CLOSE PAY-HISTORY-FILE.

       WRITE-APPROVAL-TRAILER.
           MOVE WS-APPR-COUNT TO WS-APPR-COUNT-TXT
