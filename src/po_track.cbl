      *    skipped, then one confirmed PO number per line. A proposal
      *    whose number is listed there is taken over into
      *    open_orders.csv; unconfirmed proposals stay proposals.
      *    receipts.csv: header PONUMBER;PARTNO;RECDATE;QTY;LOTNO;
      *    LOCATION, one line per goods receipt - the supplier lot
      *    number is captured at the dock, because once a recall
      *    comes the receipt is the only place the lot was ever
      *    written down. Both transaction files are ad-hoc
      *    worksheets like recovery.csv - no trailer. Every posted
      *    receipt is appended to receipt_log.csv so deliveries stay
      *    traceable after the order is closed.
      *
      *    Every posted receipt also goes to stock_trans.csv as an
      *    R movement on the receiving location (LOCATION column,
      *    blank = parm RECVLOC, default LAGER), the way CYCCOUNT
      *    hands over its count adjustments. POTRACK runs before
      *    STOCKPOST in the daily chain, so the receipt is on hand
      *    the same night; the warehouse no longer keys PO receipts
      *    into stock_trans.csv itself.
      *
      *    Supplier acknowledgments come in po_ack.csv (header
      *    PONUMBER;PARTNO;CONFQTY;CONFDATE;ACKDATE): the quantity
      *    and date the supplier commits to, kept on the order line
      *    next to the original ORDERQTY and DUEDATE, which never
      *    change - SUPPPERF measures against both. A blank CONFQTY
      *    confirms the ordered quantity, a blank CONFDATE the due
      *    date, a blank ACKDATE means today. Once acknowledged, the
      *    confirmed quantity is what the line still expects: it
      *    feeds ONORDERQTY and closes the line. Advance ship notices
      *    come in asn.csv (header PONUMBER;PARTNO;SHIPQTY;
      *    ARRIVALDATE;LOTNO) and are held on the line until the
      *    goods arrive. asn_receipts.csv is rewritten every run in
      *    the receipts.csv layout with one prefilled line per
      *    announced delivery, so the dock only confirms it; a
      *    receipt keyed with blank QTY or LOTNO takes them from the
      *    notice. Open lines without acknowledgment after ACKDAYS
      *    days (batch_parms, default 5), or acknowledged later than
      *    due or short, go on the expediting list of the report.
      *
      *    A receipt whose RECDATE falls into a month PERCLOSE has
      *    closed (period_control.csv) is not posted: no receipt
      *    log, no R movement, the ship notice stays on the line.
      *    It lands in receipt_rejects.csv with the reason instead
      *    and has to be keyed again with a date in an open month.
      *    The same goes for a receiving location STOCKPOST would
      *    refuse - not in locations.csv, or the recovery cage
      *    KAEFIG, whose stock only REFURB books: the order line
      *    stays untouched, the receipt is keyed again with a valid
      *    location.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\open_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT ACK-FILE
               ASSIGN TO "..\data\po_ack.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT ASN-FILE
               ASSIGN TO "..\data\asn.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-STATUS.
           SELECT ASN-RECEIPTS-FILE
               ASSIGN TO "..\data\asn_receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPTS-FILE
               ASSIGN TO "..\data\receipts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "..\data\receipt_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLOG-STATUS.
           SELECT RECEIPT-REJECT-FILE
               ASSIGN TO "..\data\receipt_rejects.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECREJ-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "..\data\locations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-TRANS-FILE
               ASSIGN TO "..\data\stock_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCKTRANS-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT POTRACK-REPORT-FILE
               ASSIGN TO "..\data\po_track_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  OPEN-ORDERS-FILE.
       01  OPEN-ORDERS-LINE        PIC X(200).

       FD  ACK-FILE.
       01  ACK-LINE                PIC X(200).

       FD  ASN-FILE.
       01  ASN-LINE                PIC X(200).

       FD  ASN-RECEIPTS-FILE.
       01  ASN-RECEIPTS-LINE       PIC X(200).

       FD  RECEIPTS-FILE.
       01  RECEIPTS-LINE           PIC X(200).

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-LINE        PIC X(250).

       FD  RECEIPT-REJECT-FILE.
       01  RECEIPT-REJECT-LINE     PIC X(250).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(120).

       FD  LOCATION-FILE.
       01  LOCATION-LINE           PIC X(200).

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  STOCK-TRANS-FILE.
       01  STOCK-TRANS-LINE        PIC X(200).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(80).

       FD  POTRACK-REPORT-FILE.
       01  POTRACK-REPORT-LINE     PIC X(300).

       77  WS-CONFIRM-STATUS       PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-RECEIPTS-STATUS      PIC X(2) VALUE "00".
       77  WS-ACK-STATUS           PIC X(2) VALUE "00".
       77  WS-ASN-STATUS           PIC X(2) VALUE "00".
       77  WS-RECLOG-STATUS        PIC X(2) VALUE "00".
       77  WS-RECREJ-STATUS        PIC X(2) VALUE "00".
       77  WS-STOCKTRANS-STATUS    PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-RECV-LOC             PIC X(10) VALUE "LAGER".
       01  WS-ACK-DAYS             PIC 9(3) VALUE 5.
       01  WS-TODAY                PIC 9(8).

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-FILE         PIC X(20).
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

      *    Valid receiving locations from locations.csv, checked the
      *    way STOCKPOST checks them. Without the master only LAGER
      *    is known.
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

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
      *      RC-W-0135 CHARGE WEICHT VOM LIEFERAVIS AB
      *      RC-W-0137 BUCHUNGSPERIODE GESCHLOSSEN
      *      RC-W-0139 LAGERORT FUER WARENEINGANG UNGUELTIG
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0210 TABELLE VOLL - LAUF ANGEHALTEN
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
      *    billing currency, so the EUR figure has to travel with
      *    the line for the ledger extract.
              10 O-EXTEUR          PIC 9(11)V99.
      *    Supplier acknowledgment (ACKDATE 0 = not acknowledged)
      *    and the pending advance ship notice (ASNDATE 0 = none).
              10 O-CONFQTY         PIC 9(9).
              10 O-CONFDATE        PIC 9(8).
              10 O-ACKDATE         PIC 9(8).
              10 O-ASNQTY          PIC 9(9).
              10 O-ASNDATE         PIC 9(8).
              10 O-ASNLOTNO        PIC X(15).
       77  ORDER-COUNT             PIC 9(5) VALUE 0.
       77  ORDER-IDX               PIC 9(5) VALUE 0.

       01  WS-OO-DUEDATE-TXT       PIC X(20).
       01  WS-OO-STATUS            PIC X(6).
       01  WS-OO-EXTEUR-TXT        PIC X(20).
       01  WS-OO-CONFQTY-TXT       PIC X(20).
       01  WS-OO-CONFDATE-TXT      PIC X(20).
       01  WS-OO-ACKDATE-TXT       PIC X(20).
       01  WS-OO-ASNQTY-TXT        PIC X(20).
       01  WS-OO-ASNDATE-TXT       PIC X(20).
       01  WS-OO-ASNLOTNO          PIC X(15).
       01  WS-EFF-QTY              PIC 9(9).

       01  WS-AK-CONFQTY-TXT       PIC X(20).
       01  WS-AK-CONFDATE-TXT      PIC X(20).
       01  WS-AK-ACKDATE-TXT       PIC X(20).
       01  WS-AN-SHIPQTY-TXT       PIC X(20).
       01  WS-AN-ARRIVAL-TXT       PIC X(20).
       01  WS-AN-LOTNO             PIC X(15).
       77  WS-ACK-COUNT            PIC 9(5) VALUE 0.
       77  WS-ASN-COUNT            PIC 9(5) VALUE 0.
       77  WS-ASN-USED-COUNT       PIC 9(5) VALUE 0.
       77  WS-EXPEDITE-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACK-AGE              PIC S9(7).
       01  WS-AGE-DISP             PIC ZZZ9.
       01  WS-CONF-TXT             PIC X(8).
       01  WS-ASN-TXT              PIC X(8).
       01  WS-CONF-QTY-DISP        PIC ZZZZZZZZ9.

       01  CONFIRM-TABLE.
           05 CF-ENTRY OCCURS 500 TIMES.
       01  WS-RC-DATE              PIC 9(8).
       01  WS-RC-QTY               PIC 9(9).
       01  WS-RC-LOTNO             PIC X(15).
       01  WS-RC-LOCATION          PIC X(10).
       01  WS-STOCKTRANS-REC       PIC X(200).
       77  WS-RECEIPT-COUNT        PIC 9(5) VALUE 0.
       77  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-RECLOG-REC           PIC X(250).
       01  WS-RC-QTY-DISP          PIC Z(8)9.
       77  WS-RECREJ-COUNT         PIC 9(5) VALUE 0.
       77  WS-RECLOC-COUNT         PIC 9(5) VALUE 0.
       01  WS-RECREJ-REC           PIC X(250).
       01  WS-RECREJ-REASON        PIC X(40).

      *    The inventory master rows are buffered raw (the way
      *    MNTMAST buffers parts.csv) so the rewrite preserves every
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "LAUF GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-LOCATIONS
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-CONFIRMATIONS
           PERFORM RELEASE-CONFIRMED-PROPOSALS
           PERFORM APPLY-ACKNOWLEDGMENTS
           PERFORM APPLY-SHIP-NOTICES
           PERFORM APPLY-RECEIPTS
           PERFORM REWRITE-OPEN-ORDERS
           PERFORM WRITE-ASN-RECEIPTS
           PERFORM REWRITE-INVENTORY
           PERFORM WRITE-POTRACK-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
           WRITE STEP-STATS-LINE FROM WS-STATS-LINE
           CLOSE STEP-STATS-FILE.

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
           IF WS-PARM-KEY = "RECVLOC"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-RECV-LOC
           END-IF
           IF WS-PARM-KEY = "ACKDAYS"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-ACK-DAYS
           END-IF.

      *    open_orders.csv is this program's own master - header,
      *    one row per PO line, house trailer. A missing file simply
      *    means no proposal has been confirmed yet.
               CLOSE OPEN-ORDERS-FILE
           END-IF.

      *    Posting-period control, see PERCLOSE: a month CLOSED in
      *    period_control.csv takes no more postings. Without the
      *    file no month has been closed yet.
       LOAD-PERIOD-CONTROL.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "PERIOD_CONTROL.CSV" TO WS-TRAILER-FILE
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
                               PERFORM VALIDATE-RAW-TRAILER
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
      *    the receipt to: not in locations.csv, or the recovery
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

       VALIDATE-RAW-TRAILER.
           UNSTRING WS-RAW-LINE
               DELIMITED BY ";"
           MOVE SPACES TO WS-OO-DUEDATE-TXT
           MOVE SPACES TO WS-OO-STATUS
           MOVE SPACES TO WS-OO-EXTEUR-TXT
           MOVE SPACES TO WS-OO-CONFQTY-TXT
           MOVE SPACES TO WS-OO-CONFDATE-TXT
           MOVE SPACES TO WS-OO-ACKDATE-TXT
           MOVE SPACES TO WS-OO-ASNQTY-TXT
           MOVE SPACES TO WS-OO-ASNDATE-TXT
           MOVE SPACES TO WS-OO-ASNLOTNO
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-OO-PONUMBER WS-OO-PARTNO WS-OO-SUPPCODE
                    WS-OO-ORDERQTY-TXT WS-OO-RECQTY-TXT
                    WS-OO-UNITCOST-TXT WS-OO-ORDERDATE-TXT
                    WS-OO-DUEDATE-TXT WS-OO-STATUS
                    WS-OO-EXTEUR-TXT WS-OO-CONFQTY-TXT
                    WS-OO-CONFDATE-TXT WS-OO-ACKDATE-TXT
                    WS-OO-ASNQTY-TXT WS-OO-ASNDATE-TXT
                    WS-OO-ASNLOTNO
           END-UNSTRING.

       STORE-OPEN-ORDER.
           ELSE
               MOVE FUNCTION NUMVAL(WS-OO-EXTEUR-TXT)
                   TO O-EXTEUR(ORDER-COUNT)
           END-IF
      *    Rows from before the acknowledgment columns simply carry
      *    no acknowledgment and no ship notice.
           MOVE 0 TO O-CONFQTY(ORDER-COUNT)
           MOVE 0 TO O-CONFDATE(ORDER-COUNT)
           MOVE 0 TO O-ACKDATE(ORDER-COUNT)
           MOVE 0 TO O-ASNQTY(ORDER-COUNT)
           MOVE 0 TO O-ASNDATE(ORDER-COUNT)
           MOVE WS-OO-ASNLOTNO TO O-ASNLOTNO(ORDER-COUNT)
           IF WS-OO-ACKDATE-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-OO-CONFQTY-TXT)
                   TO O-CONFQTY(ORDER-COUNT)
               MOVE FUNCTION NUMVAL(WS-OO-CONFDATE-TXT)
                   TO O-CONFDATE(ORDER-COUNT)
               MOVE FUNCTION NUMVAL(WS-OO-ACKDATE-TXT)
                   TO O-ACKDATE(ORDER-COUNT)
           END-IF
           IF WS-OO-ASNDATE-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-OO-ASNQTY-TXT)
                   TO O-ASNQTY(ORDER-COUNT)
               MOVE FUNCTION NUMVAL(WS-OO-ASNDATE-TXT)
                   TO O-ASNDATE(ORDER-COUNT)
           END-IF.

      *    po_confirm.csv is purchasing's daily decision list; a
               MOVE FUNCTION NUMVAL(WS-PO-DELDATE-TXT)
                   TO O-DUEDATE(ORDER-COUNT)
               MOVE "OPEN" TO O-STATUS(ORDER-COUNT)
               MOVE 0 TO O-CONFQTY(ORDER-COUNT)
               MOVE 0 TO O-CONFDATE(ORDER-COUNT)
               MOVE 0 TO O-ACKDATE(ORDER-COUNT)
               MOVE 0 TO O-ASNQTY(ORDER-COUNT)
               MOVE 0 TO O-ASNDATE(ORDER-COUNT)
               MOVE SPACES TO O-ASNLOTNO(ORDER-COUNT)
      *    Proposals from before the EXTEUR column were EUR-priced.
               IF WS-PO-EUREXT-TXT = SPACES
                   COMPUTE O-EXTEUR(ORDER-COUNT) ROUNDED =
               END-IF
           END-IF.

      *    po_ack.csv is the day's acknowledgment worksheet; the
      *    latest acknowledgment of a line replaces an earlier one.
      *    An acknowledgment for a line that is not in the order book
      *    is warned like an unmatched receipt.
       APPLY-ACKNOWLEDGMENTS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "HINWEIS: PO_ACK.CSV NICHT VORHANDEN - "
                   "KEINE AUFTRAGSBESTAETIGUNGEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ACK-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR ACK-LINE = SPACES
                               CONTINUE
                           ELSE
                               PERFORM APPLY-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       APPLY-ONE-ACK.
           MOVE SPACES TO WS-RC-PARTNO
           MOVE SPACES TO WS-AK-CONFQTY-TXT
           MOVE SPACES TO WS-AK-CONFDATE-TXT
           MOVE SPACES TO WS-AK-ACKDATE-TXT
           UNSTRING ACK-LINE
               DELIMITED BY ";"
               INTO WS-RC-PONUMBER WS-RC-PARTNO WS-AK-CONFQTY-TXT
                    WS-AK-CONFDATE-TXT WS-AK-ACKDATE-TXT
           END-UNSTRING
           PERFORM FIND-ORDER-LINE
           IF ORDER-IDX = 0
               DISPLAY "WARNUNG: BESTAETIGUNG NICHT VERARBEITET -> "
                   WS-RC-PONUMBER " / " WS-RC-PARTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "BESTAETIGUNG NICHT VERARBEITET "
                   FUNCTION TRIM(WS-RC-PONUMBER) " / " WS-RC-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD 1 TO WS-ACK-COUNT
               MOVE O-ORDERQTY(ORDER-IDX) TO O-CONFQTY(ORDER-IDX)
               IF WS-AK-CONFQTY-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AK-CONFQTY-TXT)
                       TO O-CONFQTY(ORDER-IDX)
               END-IF
               MOVE O-DUEDATE(ORDER-IDX) TO O-CONFDATE(ORDER-IDX)
               IF WS-AK-CONFDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AK-CONFDATE-TXT)
                       TO O-CONFDATE(ORDER-IDX)
               END-IF
               MOVE WS-TODAY TO O-ACKDATE(ORDER-IDX)
               IF WS-AK-ACKDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AK-ACKDATE-TXT)
                       TO O-ACKDATE(ORDER-IDX)
               END-IF
      *    A supplier confirming less than was already delivered (or
      *    nothing at all) has closed the line from its side.
               IF O-STATUS(ORDER-IDX) NOT = "CLOSED"
                   PERFORM SET-ORDER-STATUS
               END-IF
           END-IF.

      *    asn.csv: one ship notice per PO line and shipment; it is
      *    held on the line until the receipt is posted, and a later
      *    notice for the same line replaces the earlier one.
       APPLY-SHIP-NOTICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT ASN-FILE
           IF WS-ASN-STATUS NOT = "00"
               DISPLAY "HINWEIS: ASN.CSV NICHT VORHANDEN - "
                   "KEINE LIEFERAVISE"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ASN-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR ASN-LINE = SPACES
                               CONTINUE
                           ELSE
                               PERFORM APPLY-ONE-ASN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASN-FILE
           END-IF.

       APPLY-ONE-ASN.
           MOVE SPACES TO WS-RC-PARTNO
           MOVE SPACES TO WS-AN-SHIPQTY-TXT
           MOVE SPACES TO WS-AN-ARRIVAL-TXT
           MOVE SPACES TO WS-AN-LOTNO
           UNSTRING ASN-LINE
               DELIMITED BY ";"
               INTO WS-RC-PONUMBER WS-RC-PARTNO WS-AN-SHIPQTY-TXT
                    WS-AN-ARRIVAL-TXT WS-AN-LOTNO
           END-UNSTRING
           PERFORM FIND-ORDER-LINE
           IF ORDER-IDX > 0
               IF O-STATUS(ORDER-IDX) = "CLOSED"
                   MOVE 0 TO ORDER-IDX
               END-IF
           END-IF
           IF ORDER-IDX = 0
               DISPLAY "WARNUNG: LIEFERAVIS NICHT VERARBEITET -> "
                   WS-RC-PONUMBER " / " WS-RC-PARTNO
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "LIEFERAVIS NICHT VERARBEITET "
                   FUNCTION TRIM(WS-RC-PONUMBER) " / " WS-RC-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               ADD 1 TO WS-ASN-COUNT
               MOVE FUNCTION NUMVAL(WS-AN-SHIPQTY-TXT)
                   TO O-ASNQTY(ORDER-IDX)
               MOVE WS-TODAY TO O-ASNDATE(ORDER-IDX)
               IF WS-AN-ARRIVAL-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AN-ARRIVAL-TXT)
                       TO O-ASNDATE(ORDER-IDX)
               END-IF
               MOVE FUNCTION TRIM(WS-AN-LOTNO)
                   TO O-ASNLOTNO(ORDER-IDX)
           END-IF.

      *    One receipt line per delivery: the order line is found by
      *    PO number and part, the received quantity accumulates, and
      *    the status follows the balance - PART while something is
           MOVE SPACES TO WS-RC-DATE-TXT
           MOVE SPACES TO WS-RC-QTY-TXT
           MOVE SPACES TO WS-RC-LOTNO
           MOVE SPACES TO WS-RC-LOCATION
           UNSTRING RECEIPTS-LINE
               DELIMITED BY ";"
               INTO WS-RC-PONUMBER WS-RC-PARTNO WS-RC-DATE-TXT
                    WS-RC-QTY-TXT WS-RC-LOTNO WS-RC-LOCATION
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RC-LOCATION) TO WS-RC-LOCATION
           IF WS-RC-LOCATION = SPACES
               MOVE WS-RECV-LOC TO WS-RC-LOCATION
           END-IF
           MOVE FUNCTION TRIM(WS-RC-LOTNO) TO WS-RC-LOTNO
           MOVE FUNCTION NUMVAL(WS-RC-DATE-TXT) TO WS-RC-DATE
           IF WS-RC-DATE-TXT = SPACES
               MOVE WS-TODAY TO WS-RC-DATE
           END-IF
           MOVE FUNCTION NUMVAL(WS-RC-QTY-TXT) TO WS-RC-QTY
           MOVE WS-RC-DATE TO WS-PC-DATE
           PERFORM CHECK-POSTING-PERIOD
           MOVE WS-RC-LOCATION TO WS-CHECK-LOC
           PERFORM CHECK-LOCATION
           MOVE WS-PERIOD-ERROR TO WS-RECREJ-REASON
           IF WS-RECREJ-REASON = SPACES
               MOVE WS-LOC-ERROR TO WS-RECREJ-REASON
           END-IF
           PERFORM FIND-ORDER-LINE
           IF ORDER-IDX > 0 AND WS-RECREJ-REASON = SPACES
               PERFORM TAKE-OVER-SHIP-NOTICE
           END-IF
           IF ORDER-IDX = 0
               DISPLAY "WARNUNG: WARENEINGANG NICHT VERARBEITET -> "
                   WS-RC-PONUMBER " / " WS-RC-PARTNO
                   FUNCTION TRIM(WS-RC-PONUMBER) " / " WS-RC-PARTNO
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
           IF WS-RECREJ-REASON NOT = SPACES
               PERFORM REJECT-RECEIPT
           ELSE
               ADD 1 TO WS-RECEIPT-COUNT
               ADD WS-RC-QTY TO O-RECEIVEDQTY(ORDER-IDX)
               PERFORM SET-ORDER-STATUS
               PERFORM WRITE-RECEIPT-LOG
               PERFORM WRITE-STOCK-RECEIPT
           END-IF
           END-IF.

      *    A receipt dated into a closed month or keyed to a
      *    location nothing may be received on: the order line is
      *    left as it was, the reject row says why.
       REJECT-RECEIPT.
           IF WS-PERIOD-ERROR NOT = SPACES
               ADD 1 TO WS-RECREJ-COUNT
               MOVE "RC-W-0137" TO WS-LOG-CODE
           ELSE
               ADD 1 TO WS-RECLOC-COUNT
               MOVE "RC-W-0139" TO WS-LOG-CODE
           END-IF
           DISPLAY "WARNUNG: WARENEINGANG ABGELEHNT -> "
               FUNCTION TRIM(WS-RC-PONUMBER) " / " WS-RC-PARTNO
               " " FUNCTION TRIM(WS-RECREJ-REASON)
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "WARENEINGANG ABGELEHNT "
               FUNCTION TRIM(WS-RC-PONUMBER) " / "
               FUNCTION TRIM(WS-RC-PARTNO) " RECDATE " WS-RC-DATE
               " LAGERORT " FUNCTION TRIM(WS-RC-LOCATION)
               " - " FUNCTION TRIM(WS-RECREJ-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND RECEIPT-REJECT-FILE
           IF WS-RECREJ-STATUS = "35"
               OPEN OUTPUT RECEIPT-REJECT-FILE
               MOVE SPACES TO WS-RECREJ-REC
               STRING "RUNID;DATE;TIME;RECDATE;PONUMBER;PARTNO;QTY;"
                   "LOTNO;LOCATION;REASON"
                   DELIMITED BY SIZE INTO WS-RECREJ-REC
               WRITE RECEIPT-REJECT-LINE FROM WS-RECREJ-REC
           END-IF
           MOVE WS-RC-QTY TO WS-RC-QTY-DISP
           MOVE SPACES TO WS-RECREJ-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               WS-RC-DATE ";"
               FUNCTION TRIM(WS-RC-PONUMBER) ";"
               FUNCTION TRIM(WS-RC-PARTNO) ";"
               FUNCTION TRIM(WS-RC-QTY-DISP) ";"
               FUNCTION TRIM(WS-RC-LOTNO) ";"
               FUNCTION TRIM(WS-RC-LOCATION) ";"
               FUNCTION TRIM(WS-RECREJ-REASON)
               DELIMITED BY SIZE INTO WS-RECREJ-REC
           WRITE RECEIPT-REJECT-LINE FROM WS-RECREJ-REC
           CLOSE RECEIPT-REJECT-FILE.

      *    The dock confirms an announced delivery by keying PO and
      *    part; quantity and lot left blank come from the ship
      *    notice. A lot keyed differently from the notice is posted
      *    as keyed (the dock saw the label) but warned - the lot
      *    number is what a recall is traced by. The notice is used
      *    up by the receipt.
       TAKE-OVER-SHIP-NOTICE.
           IF O-ASNDATE(ORDER-IDX) > 0
               ADD 1 TO WS-ASN-USED-COUNT
               IF WS-RC-QTY-TXT = SPACES
                   MOVE O-ASNQTY(ORDER-IDX) TO WS-RC-QTY
               END-IF
               IF WS-RC-LOTNO = SPACES
                   MOVE O-ASNLOTNO(ORDER-IDX) TO WS-RC-LOTNO
               ELSE
               IF O-ASNLOTNO(ORDER-IDX) NOT = SPACES
                   AND O-ASNLOTNO(ORDER-IDX) NOT = WS-RC-LOTNO
                   DISPLAY "WARNUNG: CHARGE " FUNCTION TRIM(WS-RC-LOTNO)
                       " WEICHT VOM LIEFERAVIS AB ("
                       FUNCTION TRIM(O-ASNLOTNO(ORDER-IDX)) ") -> "
                       FUNCTION TRIM(WS-RC-PONUMBER)
                   MOVE "RC-W-0135" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "CHARGE WEICHT VOM LIEFERAVIS AB "
                       FUNCTION TRIM(WS-RC-PONUMBER) " / "
                       FUNCTION TRIM(WS-RC-PARTNO) " "
                       FUNCTION TRIM(WS-RC-LOTNO) " STATT "
                       FUNCTION TRIM(O-ASNLOTNO(ORDER-IDX))
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
               END-IF
               MOVE 0 TO O-ASNQTY(ORDER-IDX)
               MOVE 0 TO O-ASNDATE(ORDER-IDX)
               MOVE SPACES TO O-ASNLOTNO(ORDER-IDX)
           END-IF.

      *    The line expects the ordered quantity, or the confirmed
      *    one once the supplier has acknowledged; the status follows
      *    the received balance against it.
       SET-ORDER-STATUS.
           MOVE O-ORDERQTY(ORDER-IDX) TO WS-EFF-QTY
           IF O-ACKDATE(ORDER-IDX) > 0
               MOVE O-CONFQTY(ORDER-IDX) TO WS-EFF-QTY
           END-IF
           IF O-RECEIVEDQTY(ORDER-IDX) >= WS-EFF-QTY
               IF O-STATUS(ORDER-IDX) NOT = "CLOSED"
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               MOVE "CLOSED" TO O-STATUS(ORDER-IDX)
           ELSE
           IF O-RECEIVEDQTY(ORDER-IDX) > 0
               MOVE "PART" TO O-STATUS(ORDER-IDX)
           ELSE
               MOVE "OPEN" TO O-STATUS(ORDER-IDX)
           END-IF
           END-IF.

       FIND-ORDER-LINE.

      *    Append-only delivery history, one row per posted receipt,
      *    with the order's supplier and dates alongside - the raw
      *    material for any later lead-time or on-time analysis. The
      *    supplier-confirmed date (blank while unacknowledged) rides
      *    along so delivery can be judged against both dates.
       WRITE-RECEIPT-LOG.
           OPEN EXTEND RECEIPT-LOG-FILE
           IF WS-RECLOG-STATUS = "35"
               OPEN OUTPUT RECEIPT-LOG-FILE
               MOVE SPACES TO WS-RECLOG-REC
               STRING "RUNID;RECDATE;PONUMBER;PARTNO;QTY;SUPPCODE;"
                   "ORDERDATE;DUEDATE;LOTNO;CONFDATE"
                   DELIMITED BY SIZE INTO WS-RECLOG-REC
               WRITE RECEIPT-LOG-LINE FROM WS-RECLOG-REC
           END-IF
           MOVE WS-RC-QTY TO WS-RC-QTY-DISP
           MOVE SPACES TO WS-CONF-TXT
           IF O-ACKDATE(ORDER-IDX) > 0
               MOVE O-CONFDATE(ORDER-IDX) TO WS-CONF-TXT
           END-IF
           MOVE SPACES TO WS-RECLOG-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-RC-DATE ";"
               FUNCTION TRIM(O-SUPPCODE(ORDER-IDX)) ";"
               O-ORDERDATE(ORDER-IDX) ";"
               O-DUEDATE(ORDER-IDX) ";"
               FUNCTION TRIM(WS-RC-LOTNO) ";"
               FUNCTION TRIM(WS-CONF-TXT)
               DELIMITED BY SIZE INTO WS-RECLOG-REC
           WRITE RECEIPT-LOG-LINE FROM WS-RECLOG-REC
           CLOSE RECEIPT-LOG-FILE.

      *    The receipt goes to STOCKPOST as an ordinary R movement
      *    with the PO number as reference; the location has been
      *    checked against the same master, STOCKPOST leaves the
      *    audit row.
       WRITE-STOCK-RECEIPT.
           OPEN EXTEND STOCK-TRANS-FILE
           IF WS-STOCKTRANS-STATUS = "35"
               OPEN OUTPUT STOCK-TRANS-FILE
               MOVE SPACES TO WS-STOCKTRANS-REC
               STRING "TYPE;PARTNO;QTY;TRANSDATE;REFERENCE;"
                   "LOCATION;TOLOCATION"
                   DELIMITED BY SIZE INTO WS-STOCKTRANS-REC
               WRITE STOCK-TRANS-LINE FROM WS-STOCKTRANS-REC
           END-IF
           MOVE WS-RC-QTY TO WS-RC-QTY-DISP
           MOVE SPACES TO WS-STOCKTRANS-REC
           STRING "R;" FUNCTION TRIM(WS-RC-PARTNO) ";"
               FUNCTION TRIM(WS-RC-QTY-DISP) ";"
               WS-RC-DATE ";"
               FUNCTION TRIM(WS-RC-PONUMBER) ";"
               FUNCTION TRIM(WS-RC-LOCATION)
               DELIMITED BY SIZE INTO WS-STOCKTRANS-REC
           WRITE STOCK-TRANS-LINE FROM WS-STOCKTRANS-REC
           CLOSE STOCK-TRANS-FILE.

      *    The trailer is regenerated from what is actually in the
      *    table - by construction count and checksum always match
      *    the rows written.
           OPEN OUTPUT OPEN-ORDERS-FILE
           MOVE SPACES TO WS-VAL-LINE
           STRING "PONUMBER;PARTNO;SUPPCODE;ORDERQTY;RECEIVEDQTY;"
               "UNITCOST;ORDERDATE;DUEDATE;STATUS;EXTEUR;CONFQTY;"
               "CONFDATE;ACKDATE;ASNQTY;ASNDATE;ASNLOTNO"
               DELIMITED BY SIZE INTO WS-VAL-LINE
           WRITE OPEN-ORDERS-LINE FROM WS-VAL-LINE
           MOVE 0 TO WS-VAL-COUNT
               MOVE O-RECEIVEDQTY(I) TO WS-ORD-REC-TXT
               MOVE O-UNITCOST(I) TO WS-ORD-COST-TXT
               MOVE O-EXTEUR(I) TO WS-ORD-EUR-TXT
               PERFORM FORMAT-ACK-COLUMNS
               MOVE SPACES TO WS-VAL-LINE
               STRING FUNCTION TRIM(O-PONUMBER(I)) ";"
                   FUNCTION TRIM(O-PARTNO(I)) ";"
                   O-ORDERDATE(I) ";"
                   O-DUEDATE(I) ";"
                   FUNCTION TRIM(O-STATUS(I)) ";"
                   FUNCTION TRIM(WS-ORD-EUR-TXT) ";"
                   FUNCTION TRIM(WS-OO-CONFQTY-TXT) ";"
                   FUNCTION TRIM(WS-OO-CONFDATE-TXT) ";"
                   FUNCTION TRIM(WS-OO-ACKDATE-TXT) ";"
                   FUNCTION TRIM(WS-OO-ASNQTY-TXT) ";"
                   FUNCTION TRIM(WS-OO-ASNDATE-TXT) ";"
                   FUNCTION TRIM(O-ASNLOTNO(I))
                   DELIMITED BY SIZE INTO WS-VAL-LINE
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
           WRITE OPEN-ORDERS-LINE FROM WS-VAL-TRAILER
           CLOSE OPEN-ORDERS-FILE.

      *    Acknowledgment and ship-notice columns stay blank while
      *    there is none, so an unacknowledged line is not mistaken
      *    for one confirmed at quantity 0.
       FORMAT-ACK-COLUMNS.
           MOVE SPACES TO WS-OO-CONFQTY-TXT
           MOVE SPACES TO WS-OO-CONFDATE-TXT
           MOVE SPACES TO WS-OO-ACKDATE-TXT
           MOVE SPACES TO WS-OO-ASNQTY-TXT
           MOVE SPACES TO WS-OO-ASNDATE-TXT
           IF O-ACKDATE(I) > 0
               MOVE O-CONFQTY(I) TO WS-CONF-QTY-DISP
               MOVE WS-CONF-QTY-DISP TO WS-OO-CONFQTY-TXT
               MOVE O-CONFDATE(I) TO WS-OO-CONFDATE-TXT
               MOVE O-ACKDATE(I) TO WS-OO-ACKDATE-TXT
           END-IF
           IF O-ASNDATE(I) > 0
               MOVE O-ASNQTY(I) TO WS-CONF-QTY-DISP
               MOVE WS-CONF-QTY-DISP TO WS-OO-ASNQTY-TXT
               MOVE O-ASNDATE(I) TO WS-OO-ASNDATE-TXT
           END-IF.

      *    The dock's worksheet for announced deliveries, in the
      *    receipts.csv layout: one line per pending ship notice,
      *    prefilled with arrival date, shipped quantity and lot.
      *    Rewritten every run, so it only ever lists what is still
      *    expected; no trailer, like receipts.csv itself.
       WRITE-ASN-RECEIPTS.
           OPEN OUTPUT ASN-RECEIPTS-FILE
           MOVE "PONUMBER;PARTNO;RECDATE;QTY;LOTNO;LOCATION"
               TO WS-VAL-LINE
           WRITE ASN-RECEIPTS-LINE FROM WS-VAL-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORDER-COUNT
               IF O-ASNDATE(I) > 0
                   AND O-STATUS(I) NOT = "CLOSED"
                   MOVE O-ASNQTY(I) TO WS-CONF-QTY-DISP
                   MOVE SPACES TO WS-VAL-LINE
                   STRING FUNCTION TRIM(O-PONUMBER(I)) ";"
                       FUNCTION TRIM(O-PARTNO(I)) ";"
                       O-ASNDATE(I) ";"
                       FUNCTION TRIM(WS-CONF-QTY-DISP) ";"
                       FUNCTION TRIM(O-ASNLOTNO(I)) ";"
                       DELIMITED BY SIZE INTO WS-VAL-LINE
                   WRITE ASN-RECEIPTS-LINE FROM WS-VAL-LINE
               END-IF
           END-PERFORM
           CLOSE ASN-RECEIPTS-FILE.

       BUILD-VAL-TRAILER.
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
               DELIMITED BY SIZE INTO WS-VAL-TRAILER.

      *    ONORDERQTY is no longer hand-typed: for every inventory
      *    row it is recomputed as the sum of open balances (ordered,
      *    or confirmed once acknowledged, minus received over all
      *    non-CLOSED order lines) of that part. All other columns
      *    pass through untouched and the trailer is regenerated.
      *    The incoming trailer is verified first - the rewrite must
      *    never launder a damaged master.
       REWRITE-INVENTORY.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
       SUM-OPEN-BALANCE.
           MOVE 0 TO WS-ONORDER-QTY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORDER-COUNT
               MOVE O-ORDERQTY(I) TO WS-EFF-QTY
               IF O-ACKDATE(I) > 0
                   MOVE O-CONFQTY(I) TO WS-EFF-QTY
               END-IF
               IF O-PARTNO(I) = IV-PARTNO(INV-IDX)
                   AND O-STATUS(I) NOT = "CLOSED"
                   AND WS-EFF-QTY > O-RECEIVEDQTY(I)
                   COMPUTE WS-ONORDER-QTY =
                       WS-ONORDER-QTY
                       + WS-EFF-QTY - O-RECEIVEDQTY(I)
               END-IF
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORDER-COUNT
               MOVE O-ORDERQTY(I) TO WS-QTY-DISP
               MOVE O-RECEIVEDQTY(I) TO WS-REC-DISP
               MOVE O-ORDERQTY(I) TO WS-EFF-QTY
               MOVE "--------" TO WS-CONF-TXT
               IF O-ACKDATE(I) > 0
                   MOVE O-CONFQTY(I) TO WS-EFF-QTY
                   MOVE O-CONFDATE(I) TO WS-CONF-TXT
               END-IF
               MOVE WS-EFF-QTY TO WS-CONF-QTY-DISP
               IF WS-EFF-QTY > O-RECEIVEDQTY(I)
                   COMPUTE WS-OPEN-DISP =
                       WS-EFF-QTY - O-RECEIVEDQTY(I)
               ELSE
                   MOVE 0 TO WS-OPEN-DISP
               END-IF
               MOVE "--------" TO WS-ASN-TXT
               IF O-ASNDATE(I) > 0
                   MOVE O-ASNDATE(I) TO WS-ASN-TXT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING O-PONUMBER(I) " | " O-PARTNO(I)
                   " | LIEFERANT: " O-SUPPCODE(I)
                   " | BESTELLT: " WS-QTY-DISP
                   " | BESTAETIGT: " WS-CONF-QTY-DISP
                   " | GELIEFERT: " WS-REC-DISP
                   " | OFFEN: " WS-OPEN-DISP
                   " | FAELLIG: " O-DUEDATE(I)
                   " | ZUGESAGT: " WS-CONF-TXT
                   " | AVIS: " WS-ASN-TXT
                   " | STATUS: " O-STATUS(I)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           STRING "GEBUCHTE WARENEINGAENGE   : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-RECREJ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ABGELEHNT (PERIODE ZU)    : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-RECLOC-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ABGELEHNT (LAGERORT)      : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GESCHLOSSENE PO-ZEILEN    : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ACK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUFTRAGSBESTAETIGUNGEN    : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ASN-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LIEFERAVISE EINGEGANGEN   : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ASN-USED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EINGAENGE AUS LIEFERAVIS  : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ACK-DAYS TO WS-AGE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NACHFASSLISTE (OHNE BESTAETIGUNG NACH "
               FUNCTION TRIM(WS-AGE-DISP) " TAGEN, SPAETER ODER "
               "WENIGER BESTAETIGT ALS BESTELLT)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-EXPEDITE-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORDER-COUNT
               IF O-STATUS(I) NOT = "CLOSED"
                   PERFORM CHECK-EXPEDITE-LINE
               END-IF
           END-PERFORM
           IF WS-EXPEDITE-COUNT = 0
               MOVE "    KEINE - ALLE OFFENEN ZEILEN BESTAETIGT"
                   TO WS-REPORT-LINE
               WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           CLOSE POTRACK-REPORT-FILE.

      *    A line needs chasing when the supplier has not answered
      *    within ACKDAYS of the order date (a ship notice counts as
      *    an answer), or has answered with a later date or a smaller
      *    quantity than ordered. One list line per reason.
       CHECK-EXPEDITE-LINE.
           IF O-ACKDATE(I) = 0
               IF O-ASNDATE(I) = 0 AND O-ORDERDATE(I) > 16010101
                   COMPUTE WS-ACK-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(O-ORDERDATE(I))
                   IF WS-ACK-AGE > WS-ACK-DAYS
                       MOVE WS-ACK-AGE TO WS-AGE-DISP
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    " O-PONUMBER(I) " | " O-PARTNO(I)
                           " | LIEFERANT: " O-SUPPCODE(I)
                           " | FAELLIG: " O-DUEDATE(I)
                           " | OHNE BESTAETIGUNG SEIT "
                           FUNCTION TRIM(WS-AGE-DISP) " TAGEN"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
                       ADD 1 TO WS-EXPEDITE-COUNT
                   END-IF
               END-IF
           ELSE
               IF O-CONFDATE(I) > O-DUEDATE(I)
                   AND O-DUEDATE(I) > 16010101
                   COMPUTE WS-ACK-AGE =
                       FUNCTION INTEGER-OF-DATE(O-CONFDATE(I))
                       - FUNCTION INTEGER-OF-DATE(O-DUEDATE(I))
                   MOVE WS-ACK-AGE TO WS-AGE-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " O-PONUMBER(I) " | " O-PARTNO(I)
                       " | LIEFERANT: " O-SUPPCODE(I)
                       " | FAELLIG: " O-DUEDATE(I)
                       " | ZUGESAGT: " O-CONFDATE(I)
                       " | " FUNCTION TRIM(WS-AGE-DISP)
                       " TAGE SPAETER BESTAETIGT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
                   ADD 1 TO WS-EXPEDITE-COUNT
               END-IF
               IF O-CONFQTY(I) < O-ORDERQTY(I)
                   MOVE O-ORDERQTY(I) TO WS-QTY-DISP
                   MOVE O-CONFQTY(I) TO WS-CONF-QTY-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " O-PONUMBER(I) " | " O-PARTNO(I)
                       " | LIEFERANT: " O-SUPPCODE(I)
                       " | BESTELLT: " WS-QTY-DISP
                       " | BESTAETIGT: " WS-CONF-QTY-DISP
                       " | MENGE GEKUERZT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE POTRACK-REPORT-LINE FROM WS-REPORT-LINE
                   ADD 1 TO WS-EXPEDITE-COUNT
               END-IF
           END-IF.

      *    Run-in-progress lock: RUNCTL leaves run_lock.dat (run ID
      *    and start time) in place for the duration of the chain.
      *    A step CALLed by the driver sees the shared
