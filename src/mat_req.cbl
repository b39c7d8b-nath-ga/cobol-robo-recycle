      *    foreign currency the report and the PO proposals also
      *    show the billing-currency equivalent, derived at the
      *    dated rate from fx_rates.csv as of the costing date.
      *
      *    Spare parts for the installed base come from SVCDEMAND's
      *    service_demand.csv (PARTNO;PERIOD;QTY, PERIOD = month the
      *    spare is needed). They are independent part demand: no
      *    BOM, no scrap allowance, shifted by the purchasing lead
      *    time like a build month and netted in the same buckets.
      *    The purchasing list and the pegging file show the spares
      *    share separately from the production share.
      *
      *    A part with rows in approved_vendors.csv (PARTNO;SUPPCODE;
      *    PRIORITY;QUOTAPCT;UNITCOST) is multi-sourced: each net
      *    bucket is split across its approved suppliers by quota,
      *    every share checked against that supplier's minimum order
      *    quantity and priced from its own price (blank = part
      *    master price) and break tiers. A share below the MOQ goes
      *    to the top-priority supplier instead, which also takes
      *    the rounding remainder. Supplier subtotals and the PO
      *    proposals follow the split. With QUOTAMINOTD set, a
      *    supplier whose on-time percentage in SUPPPERF's
      *    supplier_rating.csv falls below it loses QUOTASHIFTPCT
      *    percent of its quota to the best-priority approved
      *    supplier of the part that delivers well.
      *
      *    Open purchase-order lines come from POTRACK's
      *    open_orders.csv. Netting still works with the on-order
      *    total of inventory.csv; the lines themselves are placed in
      *    the order-period buckets by their due date (the confirmed
      *    date once the supplier has acknowledged) less the lead
      *    time and matched against the demand, earliest line first.
      *    A line needed before its bucket gets a pull-in message,
      *    one needed later a push-out, one needed only in part a
      *    reduction (not below the supplier MOQ) and one not needed
      *    at all a cancellation. The messages print as an exception
      *    section of the report and go to reschedule_messages.csv,
      *    the worklist purchasing takes to the suppliers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\reusable_stock.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REUSE-STATUS.
           SELECT SERVICE-DEMAND-FILE
               ASSIGN TO "..\data\service_demand.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVCDEM-STATUS.
           SELECT INVLOC-FILE
               ASSIGN TO "..\data\inventory_loc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLOC-STATUS.
           SELECT AVL-FILE
               ASSIGN TO "..\data\approved_vendors.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVL-STATUS.
           SELECT RATING-FILE
               ASSIGN TO "..\data\supplier_rating.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.
           SELECT OPEN-ORDERS-FILE
               ASSIGN TO "..\data\open_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENORD-STATUS.
           SELECT RESCHEDULE-FILE
               ASSIGN TO "..\data\reschedule_messages.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       01  FX-RATES-LINE           PIC X(80).

       FD  MATREQ-REPORT-FILE.
       01  MATREQ-REPORT-LINE      PIC X(350).

       FD  PO-PROPOSALS-FILE.
       01  PO-PROPOSALS-LINE       PIC X(200).
       FD  REUSE-FILE.
       01  REUSE-LINE              PIC X(80).

       FD  SERVICE-DEMAND-FILE.
       01  SERVICE-DEMAND-LINE     PIC X(80).

       FD  INVLOC-FILE.
       01  INVLOC-LINE             PIC X(200).

       FD  AVL-FILE.
       01  AVL-LINE                PIC X(200).

       FD  RATING-FILE.
       01  RATING-LINE             PIC X(200).

       FD  OPEN-ORDERS-FILE.
       01  OPEN-ORDERS-LINE        PIC X(250).

       FD  RESCHEDULE-FILE.
       01  RESCHEDULE-LINE         PIC X(200).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

       01  WS-BUY-QTY              PIC 9(9).
       01  WS-BUY-DISC             PIC 9(2)V99.
       01  WS-BUY-PRICE            PIC 9(9)V99.
       01  WS-BUY-BASE             PIC 9(9)V99.

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *        demand bucket (scrap allowance included). Chaining a
      *        P record's ROBOTNO through the A records walks the
      *        sub-assembly path up to the schedule lines.
      *    With service demand a third type:
      *      S;<PARTNO>;<ORDERPERIOD>;SERVICE;<NEEDPERIOD>;<QTY>
      *        one per service_demand.csv row - the spares share of
      *        the part's gross demand bucket, which has no robot
      *        behind it.
       77  WS-PEGGING              PIC X VALUE "N".
       01  WS-PEG-LINE             PIC X(120).
       01  WS-PEG-QTY-DISP         PIC Z(8)9.
       01  WS-RU-QTY-TXT           PIC X(20).
       01  WS-REUSE-DISP           PIC ZZZZZZZZ9.

      *    Nettable locations (PARM MRPNETLOCS, comma list, e.g.
      *    LAGER,KAEFIG). Blank means every location counts, as
      *    before stock was kept by location. With a list, stock
      *    on the other locations of inventory_loc.csv (STOCKPOST)
      *    is taken off ONHANDQTY, and the reusable_stock.csv cage
      *    only counts when KAEFIG is listed.
       01  WS-NETLOC-LIST          PIC X(40) VALUE SPACES.
       01  NETLOC-TABLE.
           05 NL-CODE OCCURS 10 TIMES PIC X(10).
       77  NETLOC-COUNT            PIC 9(2) VALUE 0.
       77  WS-NL-PTR               PIC 9(3) VALUE 0.
       77  WS-NL-IDX               PIC 9(2) VALUE 0.
       01  WS-NL-ITEM              PIC X(20).
       01  WS-NL-FIND              PIC X(10).
       77  WS-NL-FOUND             PIC X VALUE "N".
       77  WS-INVLOC-STATUS        PIC X(2) VALUE "00".
       77  WS-INVLOC-CHECKSUM      PIC 9(9) VALUE 0.
       77  INVLOC-COUNT            PIC 9(6) VALUE 0.
       01  WS-IL-PARTNO            PIC X(10).
       01  WS-IL-LOCATION          PIC X(10).
       01  WS-IL-QTY-TXT           PIC X(20).
       01  WS-IL-QTY               PIC S9(9).
       01  WS-NONNET-QTY           PIC 9(11) VALUE 0.
       01  WS-NONNET-DISP          PIC Z(10)9.

      *    Service spare-parts demand as written by SVCDEMAND.
       77  WS-SVCDEM-STATUS        PIC X(2) VALUE "00".
       77  WS-SVCDEM-CHECKSUM      PIC 9(9) VALUE 0.
       77  SVC-COUNT               PIC 9(5) VALUE 0.
       77  VI                      PIC 9(5) VALUE 0.
       01  WS-SV-PARTNO            PIC X(10).
       01  WS-SV-PERIOD-TXT        PIC X(20).
       01  WS-SV-QTY-TXT           PIC X(20).
       01  SERVICE-TABLE.
           05 SERVICE-ENTRY OCCURS 5000 TIMES.
              10 T-SVC-PARTNO      PIC X(10).
              10 T-SVC-PERIOD      PIC 9(6).
              10 T-SVC-QTY         PIC 9(9).
       01  WS-SPARE-DISP           PIC ZZZZZZZZ9.

       01  WS-AVAIL-QTY            PIC S9(9).
       01  WS-NET-QTY              PIC S9(9).
       01  WS-REMAIN-QTY           PIC S9(9).

       01  WS-PERIOD-SPEND         PIC 9(11)V99.
       01  WS-GRAND-SPEND          PIC 9(13)V99 VALUE 0.
       01  WS-REPORT-LINE          PIC X(350) VALUE SPACES.
       01  WS-QTY-DISP             PIC ZZZZZZZZ9.
       01  WS-AVAIL-DISP           PIC ---------9.
       01  WS-NET-DISP             PIC ZZZZZZZZ9.
              10 T-NET-QTY         PIC 9(9) VALUE 0.
              10 T-BUY-TOT-QTY     PIC 9(9) VALUE 0.
              10 T-NET-SPEND       PIC 9(11)V99 VALUE 0.
              10 T-SPARE-QTY       PIC 9(9) VALUE 0.
              10 T-AVL-FIRST       PIC 9(4) VALUE 0.
              10 T-AVL-COUNT       PIC 9(2) VALUE 0.
              10 T-OO-FIRST        PIC 9(4) VALUE 0.
              10 T-OO-COUNT        PIC 9(4) VALUE 0.
              10 T-ORD-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-NET-PER-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-BUY-PER-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-SPARE-PER-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.

       01  ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 2000 TIMES.
              10 T-SUPP-CURRENCY   PIC X(3).
              10 T-SUPP-FXRATE     PIC 9(5)V9(6) VALUE 0.
              10 T-SUPP-SPEND-CUR  PIC 9(11)V99 VALUE 0.
              10 T-SUPP-RATED      PIC X VALUE "N".
              10 T-SUPP-ONTIME     PIC 9(3)V9 VALUE 0.
              10 T-SUPP-POOR       PIC X VALUE "N".
       77  SUPPLIER-COUNT          PIC 9(4) VALUE 0.
       77  SUPPLIER-IDX            PIC 9(4) VALUE 0.

      *    Approved-vendor list, held in part order (insertion on
      *    load) so each part's suppliers form one contiguous run
      *    from T-AVL-FIRST. The 48 buy buckets per entry sit in a
      *    parallel table so the insertion only moves the keys.
       77  WS-AVL-STATUS           PIC X(2) VALUE "00".
       77  WS-AVL-CHECKSUM         PIC 9(9) VALUE 0.
       77  AVL-READ-COUNT          PIC 9(5) VALUE 0.
       77  AVL-COUNT               PIC 9(4) VALUE 0.
       77  AI                      PIC 9(4) VALUE 0.
       77  AVL-LAST                PIC 9(4) VALUE 0.
       77  AVL-TOP                 PIC 9(4) VALUE 0.
       77  AVL-GOOD                PIC 9(4) VALUE 0.
       01  WS-AV-PARTNO            PIC X(10).
       01  WS-AV-SUPPCODE          PIC X(6).
       01  WS-AV-PRIO-TXT          PIC X(20).
       01  WS-AV-QUOTA-TXT         PIC X(20).
       01  WS-AV-COST-TXT          PIC X(20).
       01  WS-AV-REJECT            PIC X(30).
       01  WS-AV-QUOTA-SUM         PIC 9(5)V99.
       01  WS-AV-SHARE             PIC 9(9).
       01  WS-AV-ASSIGNED          PIC 9(9).
       01  WS-AV-MOVED             PIC 9(3)V99.
       01  WS-AV-LINE-SPEND        PIC 9(11)V99.
       01  WS-AV-QUOTA-DISP        PIC ZZ9.99.
       01  WS-AV-QUOTA2-DISP       PIC ZZ9.99.
       01  WS-AV-CNT-DISP          PIC Z9.
       01  WS-AV-ONTIME-DISP       PIC ZZ9.9.
       01  AVL-TABLE.
           05 AVL-ENTRY OCCURS 2000 TIMES.
              10 AV-PART-IDX       PIC 9(5).
              10 AV-SUPP-IDX       PIC 9(4).
              10 AV-PRIORITY       PIC 9(3).
              10 AV-QUOTA          PIC 9(3)V99.
              10 AV-EFF-QUOTA      PIC 9(3)V99.
              10 AV-UNITCOST       PIC 9(9)V99.
              10 AV-BUY-TOT        PIC 9(9).
              10 AV-SPEND          PIC 9(11)V99.
       01  AVL-BUCKET-TABLE.
           05 AVL-BUCKET-ENTRY OCCURS 2000 TIMES.
              10 AV-BUY-PER OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.

      *    Supplier rating from SUPPPERF (SUPPCODE;RECEIPTS;
      *    ONTIMEPCT;AVGLEADDAYS;LATEOPEN). Only read when
      *    QUOTAMINOTD is set; a supplier without receipts is not
      *    rated and keeps its quota.
       77  WS-RATING-STATUS        PIC X(2) VALUE "00".
       77  WS-RATING-CHECKSUM      PIC 9(9) VALUE 0.
       77  RATING-COUNT            PIC 9(4) VALUE 0.
       01  WS-SR-SUPPCODE          PIC X(6).
       01  WS-SR-RECEIPTS-TXT      PIC X(20).
       01  WS-SR-ONTIME-TXT        PIC X(20).
       01  WS-QUOTA-MINOTD         PIC 9(3)V9 VALUE 0.
       01  WS-QUOTA-SHIFTPCT       PIC 9(3) VALUE 50.
       77  WS-SHIFT-COUNT          PIC 9(5) VALUE 0.

      *    Exchange rates, date-effective like part_prices.csv: of
      *    all rows for a currency with EFFDATE on or before the
      *    costing date, the latest one wins. EUR itself needs no
       01  WS-PO-EUR-DISP          PIC Z(10)9.99.
       01  WS-PO-CUR-PRICE         PIC 9(9)V99.


      *    Open order lines from POTRACK (PONUMBER;PARTNO;SUPPCODE;
      *    ORDERQTY;RECEIVEDQTY;UNITCOST;ORDERDATE;DUEDATE;STATUS;
      *    EXTEUR;CONFQTY;CONFDATE;ACKDATE;...), held in part and
      *    due-date order so a part's lines form one run from
      *    T-OO-FIRST, the way the approved-vendor list is kept.
      *    Quantity and date are the confirmed ones once the line is
      *    acknowledged. OO-PI is the bucket of the line's order
      *    period (zero beyond the horizon); OO-COVER and OO-NEED-PI
      *    are what the demand takes from it and from which bucket.
       77  WS-OPENORD-STATUS       PIC X(2) VALUE "00".
       77  WS-OPENORD-CHECKSUM     PIC 9(9) VALUE 0.
       77  OO-READ-COUNT           PIC 9(5) VALUE 0.
       77  OO-COUNT                PIC 9(4) VALUE 0.
       77  OI                      PIC 9(4) VALUE 0.
       77  OO-LAST                 PIC 9(4) VALUE 0.
       77  WS-RESCHED-COUNT        PIC 9(5) VALUE 0.
       77  WS-OO-HDR-DONE          PIC X VALUE "N".
       01  WS-OO-PONUMBER          PIC X(19).
       01  WS-OO-PARTNO            PIC X(10).
       01  WS-OO-SUPPCODE          PIC X(6).
       01  WS-OO-ORDERQTY-TXT      PIC X(20).
       01  WS-OO-RECEIVED-TXT      PIC X(20).
       01  WS-OO-UNITCOST-TXT      PIC X(20).
       01  WS-OO-ORDERDATE-TXT     PIC X(20).
       01  WS-OO-DUEDATE-TXT       PIC X(20).
       01  WS-OO-STATUS            PIC X(6).
       01  WS-OO-EXTEUR-TXT        PIC X(20).
       01  WS-OO-CONFQTY-TXT       PIC X(20).
       01  WS-OO-CONFDATE-TXT      PIC X(20).
       01  WS-OO-ACKDATE-TXT       PIC X(20).
       01  WS-OO-QTY               PIC 9(9).
       01  WS-OO-RECEIVED          PIC 9(9).
       01  WS-OO-DATE              PIC 9(8).
       01  WS-OO-REJECT            PIC X(30).
       01  WS-OO-NEED              PIC 9(9).
       01  WS-OO-TAKE              PIC 9(9).
       01  WS-OO-NEWQTY            PIC 9(9).
       01  WS-OO-BUCKET-QTY        PIC 9(9).
       01  WS-OO-MOVE-TEXT         PIC X(40).
       01  WS-OO-CHANGE-TEXT       PIC X(40).
       01  WS-OO-ACTION-TEXT       PIC X(80).
       01  WS-RS-LINE              PIC X(200).
       01  WS-RS-QTY-DISP          PIC Z(8)9.
       01  WS-RS-RECV-DISP         PIC Z(8)9.
       01  WS-RS-NEW-DISP          PIC Z(8)9.
       01  OPEN-ORDER-TABLE.
           05 OPEN-ORDER-ENTRY OCCURS 5000 TIMES.
              10 OO-PART-IDX       PIC 9(5).
              10 OO-SUPP-IDX       PIC 9(4).
              10 OO-PONUMBER       PIC X(19).
              10 OO-SUPPCODE       PIC X(6).
              10 OO-ORDERQTY       PIC 9(9).
              10 OO-RECEIVED       PIC 9(9).
              10 OO-OPEN-QTY       PIC 9(9).
              10 OO-DATE           PIC 9(8).
              10 OO-PERIOD         PIC 9(6).
              10 OO-PI             PIC 9(2).
              10 OO-COVER          PIC 9(9).
              10 OO-NEED-PI        PIC 9(2).
              10 OO-MOVE           PIC X(7).
              10 OO-NEW-DATE       PIC 9(8).
              10 OO-CHANGE         PIC X(6).
              10 OO-NEW-QTY        PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM LOAD-FX-RATES
           PERFORM RESOLVE-SUPPLIER-RATES
           PERFORM VALIDATE-PART-SUPPLIERS
           PERFORM LOAD-APPROVED-VENDORS
           PERFORM LOAD-SUPPLIER-RATINGS
           PERFORM APPLY-QUOTA-SHIFT
           PERFORM LOAD-BOM
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-INVENTORY-LOCATIONS
           PERFORM LOAD-REUSABLE-STOCK
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-SERVICE-DEMAND
           PERFORM REGISTER-PERIODS
           PERFORM PLACE-OPEN-ORDERS
           PERFORM INIT-EFFECTIVE-QTY
           PERFORM RESOLVE-ROBOT-DEMAND
           IF WS-PEGGING = "J"
           END-IF
           PERFORM APPLY-ALL-DEMAND
           PERFORM ADD-BUY-SCHEDULE-DEMAND
           PERFORM APPLY-SERVICE-DEMAND
           IF WS-PEGGING = "J"
               CLOSE PEGGING-FILE
           END-IF
           PERFORM CALC-NET-REQUIREMENTS
           PERFORM CALC-RESCHEDULE-MESSAGES
           PERFORM BUILD-SUPPLIER-TOTALS
           PERFORM WRITE-MATREQ-REPORT
           PERFORM WRITE-PO-PROPOSALS
           PERFORM WRITE-RESCHEDULE-FILE
           PERFORM WRITE-DEMAND-HISTORY
           PERFORM WRITE-RUN-TOTALS
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
           COMPUTE WS-TOTAL-READ =
               PART-COUNT + SUPPLIER-COUNT + ROBOT-COUNT
               + BOM-READ-COUNT + INV-COUNT + SCHED-COUNT
               + SVC-COUNT + OO-READ-COUNT
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "MATREQ;" WS-TOTAL-READ
           IF WS-PARM-KEY = "PEGGING"
               AND WS-PARM-VALUE(1:1) = "J"
               MOVE "J" TO WS-PEGGING
           END-IF
           IF WS-PARM-KEY = "MRPNETLOCS"
               MOVE WS-PARM-VALUE TO WS-NETLOC-LIST
               PERFORM PARSE-NETLOC-LIST
           END-IF
           IF WS-PARM-KEY = "QUOTAMINOTD"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                   TO WS-QUOTA-MINOTD
           END-IF
           IF WS-PARM-KEY = "QUOTASHIFTPCT"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                   TO WS-QUOTA-SHIFTPCT
           END-IF.

       PARSE-NETLOC-LIST.
           MOVE 0 TO NETLOC-COUNT
           MOVE 1 TO WS-NL-PTR
           PERFORM UNTIL WS-NL-PTR > 40
               MOVE SPACES TO WS-NL-ITEM
               UNSTRING WS-NETLOC-LIST
                   DELIMITED BY ","
                   INTO WS-NL-ITEM
                   WITH POINTER WS-NL-PTR
               END-UNSTRING
               IF WS-NL-ITEM NOT = SPACES AND NETLOC-COUNT < 10
                   ADD 1 TO NETLOC-COUNT
                   MOVE FUNCTION TRIM(WS-NL-ITEM)
                       TO NL-CODE(NETLOC-COUNT)
               END-IF
           END-PERFORM.

       CHECK-NETLOC.
           MOVE "N" TO WS-NL-FOUND
           PERFORM VARYING WS-NL-IDX FROM 1 BY 1
                   UNTIL WS-NL-IDX > NETLOC-COUNT
               IF NL-CODE(WS-NL-IDX) = WS-NL-FIND
                   MOVE "J" TO WS-NL-FOUND
               END-IF
           END-PERFORM.

      *    The part master is the keyed file BLDINDEX builds from
      *    the validated CSV; sequential reads deliver the entries in
      *    ascending PARTNO order - which also means the purchasing
                   TO T-LEADTIME-DAYS(I)
           END-PERFORM.

      *    Approved-vendor list: optional master with the house
      *    trailer. Rows for unknown parts or suppliers, and a second
      *    row for the same part and supplier, are skipped with a
      *    warning. A truncated list would quietly fall back to the
      *    part master supplier for the rest - overflow is a hard
      *    stop like the part table.
       LOAD-APPROVED-VENDORS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-AVL-CHECKSUM
           OPEN INPUT AVL-FILE
           IF WS-AVL-STATUS NOT = "00"
               DISPLAY "HINWEIS: APPROVED_VENDORS.CSV NICHT "
                   "VORHANDEN - EIN LIEFERANT JE TEIL"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ AVL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               IF AVL-LINE(1:7) = "TRAILER"
                                   PERFORM VALIDATE-AVL-TRAILER
                               ELSE
                                   PERFORM APPLY-AVL-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVL-FILE
               PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AVL-COUNT
                   MOVE AV-PART-IDX(AI) TO PART-IDX
                   IF T-AVL-COUNT(PART-IDX) = 0
                       MOVE AI TO T-AVL-FIRST(PART-IDX)
                   END-IF
                   ADD 1 TO T-AVL-COUNT(PART-IDX)
               END-PERFORM
           END-IF.

       VALIDATE-AVL-TRAILER.
           UNSTRING AVL-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = AVL-READ-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-AVL-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   "APPROVED_VENDORS.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME APPROVED_VENDORS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-AVL-LINE.
           ADD 1 TO AVL-READ-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(AVL-LINE))
               TO WS-AVL-CHECKSUM
           MOVE SPACES TO WS-AV-PARTNO
           MOVE SPACES TO WS-AV-SUPPCODE
           MOVE SPACES TO WS-AV-PRIO-TXT
           MOVE SPACES TO WS-AV-QUOTA-TXT
           MOVE SPACES TO WS-AV-COST-TXT
           UNSTRING AVL-LINE
               DELIMITED BY ";"
               INTO WS-AV-PARTNO WS-AV-SUPPCODE WS-AV-PRIO-TXT
                    WS-AV-QUOTA-TXT WS-AV-COST-TXT
           END-UNSTRING
           MOVE SPACES TO WS-AV-REJECT
           MOVE WS-AV-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           MOVE WS-AV-SUPPCODE TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           IF PART-IDX = 0
               MOVE "TEIL UNBEKANNT" TO WS-AV-REJECT
           ELSE
               IF SUPPLIER-IDX = 0
                   MOVE "LIEFERANT UNBEKANNT" TO WS-AV-REJECT
               ELSE
                   PERFORM VARYING AI FROM 1 BY 1
                           UNTIL AI > AVL-COUNT
                       IF AV-PART-IDX(AI) = PART-IDX
                           AND AV-SUPP-IDX(AI) = SUPPLIER-IDX
                           MOVE "DOPPELTER EINTRAG" TO WS-AV-REJECT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-AV-REJECT NOT = SPACES
               DISPLAY "WARNUNG: AVL-ZEILE NICHT VERARBEITET -> "
                   WS-AV-PARTNO " " WS-AV-SUPPCODE " ("
                   FUNCTION TRIM(WS-AV-REJECT) ")"
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "AVL-ZEILE NICHT VERARBEITET "
                   WS-AV-PARTNO " " WS-AV-SUPPCODE " "
                   WS-AV-REJECT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               IF AVL-COUNT >= 2000
                   DISPLAY "ABBRUCH: AVL-TABLE VOLL (2000) - "
                       "LAUF ANGEHALTEN"
                   MOVE "RC-E-0210" TO WS-LOG-CODE
                   MOVE "SEVERE" TO WS-LOG-SEVERITY
                   MOVE "AVL-TABLE VOLL (2000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM INSERT-AVL-ENTRY
           END-IF.

      *    Insert behind any entries of the same part, so a part's
      *    suppliers keep their file order (first row wins a
      *    priority tie).
       INSERT-AVL-ENTRY.
           ADD 1 TO AVL-COUNT
           MOVE AVL-COUNT TO AI
           MOVE "N" TO WS-INS-DONE
           PERFORM UNTIL AI = 1 OR WS-INS-DONE = "Y"
               IF AV-PART-IDX(AI - 1) > PART-IDX
                   MOVE AVL-ENTRY(AI - 1) TO AVL-ENTRY(AI)
                   SUBTRACT 1 FROM AI
               ELSE
                   MOVE "Y" TO WS-INS-DONE
               END-IF
           END-PERFORM
           INITIALIZE AVL-ENTRY(AI)
           MOVE PART-IDX TO AV-PART-IDX(AI)
           MOVE SUPPLIER-IDX TO AV-SUPP-IDX(AI)
           MOVE 99 TO AV-PRIORITY(AI)
           IF WS-AV-PRIO-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AV-PRIO-TXT)
                   TO AV-PRIORITY(AI)
           END-IF
           IF WS-AV-QUOTA-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AV-QUOTA-TXT)
                   TO AV-QUOTA(AI)
           END-IF
           MOVE AV-QUOTA(AI) TO AV-EFF-QUOTA(AI)
           IF WS-AV-COST-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AV-COST-TXT)
                   TO AV-UNITCOST(AI)
           END-IF.

      *    Ratings only matter when the quota shift is switched on
      *    and some part actually has approved vendors.
       LOAD-SUPPLIER-RATINGS.
           IF WS-QUOTA-MINOTD > 0 AND AVL-COUNT > 0
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO LINE-NO
               MOVE 0 TO WS-RATING-CHECKSUM
               OPEN INPUT RATING-FILE
               IF WS-RATING-STATUS NOT = "00"
                   DISPLAY "HINWEIS: SUPPLIER_RATING.CSV NICHT "
                       "VORHANDEN - KEINE QUOTENVERSCHIEBUNG"
               ELSE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ RATING-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO LINE-NO
                               IF LINE-NO = 1
                                   CONTINUE
                               ELSE
                                   IF RATING-LINE(1:7) = "TRAILER"
                                       PERFORM
                                           VALIDATE-RATING-TRAILER
                                   ELSE
                                       PERFORM APPLY-RATING-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RATING-FILE
               END-IF
           END-IF.

       VALIDATE-RATING-TRAILER.
           UNSTRING RATING-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = RATING-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-RATING-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   "SUPPLIER_RATING.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME SUPPLIER_RATING.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-RATING-LINE.
           ADD 1 TO RATING-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(RATING-LINE))
               TO WS-RATING-CHECKSUM
           MOVE SPACES TO WS-SR-RECEIPTS-TXT
           MOVE SPACES TO WS-SR-ONTIME-TXT
           UNSTRING RATING-LINE
               DELIMITED BY ";"
               INTO WS-SR-SUPPCODE WS-SR-RECEIPTS-TXT
                    WS-SR-ONTIME-TXT
           END-UNSTRING
           MOVE WS-SR-SUPPCODE TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           IF SUPPLIER-IDX > 0
               AND WS-SR-RECEIPTS-TXT NOT = SPACES
               AND WS-SR-ONTIME-TXT NOT = SPACES
               IF FUNCTION NUMVAL(WS-SR-RECEIPTS-TXT) > 0
                   MOVE "J" TO T-SUPP-RATED(SUPPLIER-IDX)
                   MOVE FUNCTION NUMVAL(WS-SR-ONTIME-TXT)
                       TO T-SUPP-ONTIME(SUPPLIER-IDX)
                   IF T-SUPP-ONTIME(SUPPLIER-IDX) < WS-QUOTA-MINOTD
                       MOVE "J" TO T-SUPP-POOR(SUPPLIER-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A poorly delivering supplier hands QUOTASHIFTPCT percent
      *    of its quota to the best-priority approved supplier of
      *    the same part that is not itself rated poor. Without such
      *    a supplier the quotas stay as they are.
       APPLY-QUOTA-SHIFT.
           IF WS-QUOTA-MINOTD > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
                   IF T-AVL-COUNT(I) > 1
                       PERFORM SHIFT-PART-QUOTA
                   END-IF
               END-PERFORM
           END-IF.

       SHIFT-PART-QUOTA.
           COMPUTE AVL-LAST = T-AVL-FIRST(I) + T-AVL-COUNT(I) - 1
           MOVE 0 TO AVL-GOOD
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF T-SUPP-POOR(AV-SUPP-IDX(AI)) = "N"
                   IF AVL-GOOD = 0
                       MOVE AI TO AVL-GOOD
                   ELSE
                       IF AV-PRIORITY(AI) < AV-PRIORITY(AVL-GOOD)
                           MOVE AI TO AVL-GOOD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF AVL-GOOD > 0
               PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                       UNTIL AI > AVL-LAST
                   IF T-SUPP-POOR(AV-SUPP-IDX(AI)) = "J"
                       AND AV-EFF-QUOTA(AI) > 0
                       COMPUTE WS-AV-MOVED ROUNDED =
                           AV-EFF-QUOTA(AI) * WS-QUOTA-SHIFTPCT / 100
                       SUBTRACT WS-AV-MOVED FROM AV-EFF-QUOTA(AI)
                       ADD WS-AV-MOVED TO AV-EFF-QUOTA(AVL-GOOD)
                       ADD 1 TO WS-SHIFT-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *    Only the key is needed here - the demand driver is the
      *    schedule, not TARGETQTY, and costing fields belong to
      *    CALCCOSTS.
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Only with a nettable-location list: the stock on every
      *    location not in the list is taken off the part's
      *    on-hand quantity. A missing file means STOCKPOST has
      *    not split the stock yet - everything is in LAGER.
       LOAD-INVENTORY-LOCATIONS.
           IF NETLOC-COUNT > 0
               MOVE "N" TO EOF-FLAG
               MOVE 0 TO LINE-NO
               MOVE 0 TO WS-INVLOC-CHECKSUM
               MOVE 0 TO INVLOC-COUNT
               OPEN INPUT INVLOC-FILE
               IF WS-INVLOC-STATUS NOT = "00"
                   DISPLAY "HINWEIS: INVENTORY_LOC.CSV NICHT "
                       "VORHANDEN - BESTAND GILT ALS LAGER"
               ELSE
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ INVLOC-FILE
                           AT END
                               MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO LINE-NO
                               IF LINE-NO = 1
                                   CONTINUE
                               ELSE
                               IF INVLOC-LINE(1:7) = "TRAILER"
                                   PERFORM VALIDATE-INVLOC-TRAILER
                               ELSE
                                   PERFORM APPLY-INVLOC-LINE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INVLOC-FILE
               END-IF
           END-IF.

       VALIDATE-INVLOC-TRAILER.
           UNSTRING INVLOC-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = INVLOC-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-INVLOC-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   "INVENTORY_LOC.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME INVENTORY_LOC.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-INVLOC-LINE.
           ADD 1 TO INVLOC-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(INVLOC-LINE))
               TO WS-INVLOC-CHECKSUM
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
           MOVE FUNCTION TRIM(WS-IL-LOCATION) TO WS-NL-FIND
           PERFORM CHECK-NETLOC
           IF WS-NL-FOUND = "N" AND WS-IL-QTY > 0
               MOVE WS-IL-PARTNO TO WS-BOM-PARTNO
               PERFORM FIND-PART-IDX
               IF PART-IDX > 0
                   IF WS-IL-QTY > T-ONHAND-QTY(PART-IDX)
                       MOVE T-ONHAND-QTY(PART-IDX) TO WS-IL-QTY
                   END-IF
                   SUBTRACT WS-IL-QTY FROM T-ONHAND-QTY(PART-IDX)
                   ADD WS-IL-QTY TO WS-NONNET-QTY
               END-IF
           END-IF.

      *    Reusable stock from the recycling cage, written by
      *    REFURB: recovered parts that passed refurbishment offset
      *    the purchase demand the same way warehouse stock does,
      *    but are shown separately on the report. No file yet
      *    simply means no recoveries have been processed. With a
      *    nettable-location list that leaves out KAEFIG the cage
      *    is not counted.
       LOAD-REUSABLE-STOCK.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-REUSE-CHECKSUM
           MOVE "KAEFIG" TO WS-NL-FIND
           PERFORM CHECK-NETLOC
           IF NETLOC-COUNT > 0 AND WS-NL-FOUND = "N"
               DISPLAY "HINWEIS: KAEFIG NICHT IN MRPNETLOCS"
                   " - KEIN ABZUG WIEDERVERWENDBARER TEILE"
           ELSE
               OPEN INPUT REUSE-FILE
               IF WS-REUSE-STATUS NOT = "00"
                   DISPLAY "HINWEIS: REUSABLE_STOCK.CSV NICHT VORHANDEN"
                       " - KEIN ABZUG WIEDERVERWENDBARER TEILE"
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
                                       PERFORM VALIDATE-REUSE-TRAILER
                                   ELSE
                                       PERFORM APPLY-REUSE-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REUSE-FILE
               END-IF
           END-IF.

       VALIDATE-REUSE-TRAILER.
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Open order lines as POTRACK left them. No file means no
      *    purchase orders are tracked yet - the run then has no
      *    exception messages. Closed lines and lines with nothing
      *    left to deliver are counted for the trailer only.
       LOAD-OPEN-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-OPENORD-CHECKSUM
           OPEN INPUT OPEN-ORDERS-FILE
           IF WS-OPENORD-STATUS NOT = "00"
               DISPLAY "HINWEIS: OPEN_ORDERS.CSV NICHT VORHANDEN"
                   " - KEINE AUSNAHMEMELDUNGEN"
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
                               PERFORM VALIDATE-OPENORD-TRAILER
                           ELSE
                           IF OO-COUNT >= 5000
                               DISPLAY "KAPAZITAET ERSCHOEPFT BEI "
                                   "ZEILE " LINE-NO
                                   " - OPEN-ORDER-TABLE VOLL (5000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "OPEN-ORDER-TABLE VOLL (5000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM APPLY-OPENORD-LINE
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ORDERS-FILE
               PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > OO-COUNT
                   MOVE OO-PART-IDX(OI) TO PART-IDX
                   IF T-OO-COUNT(PART-IDX) = 0
                       MOVE OI TO T-OO-FIRST(PART-IDX)
                   END-IF
                   ADD 1 TO T-OO-COUNT(PART-IDX)
               END-PERFORM
           END-IF.

       VALIDATE-OPENORD-TRAILER.
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = OO-READ-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-OPENORD-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   "OPEN_ORDERS.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME OPEN_ORDERS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Same quantity rule as POTRACK's order status: an
      *    acknowledged line is owed the confirmed quantity by the
      *    confirmed date, otherwise the ordered quantity by the due
      *    date.
       APPLY-OPENORD-LINE.
           ADD 1 TO OO-READ-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(OPEN-ORDERS-LINE))
               TO WS-OPENORD-CHECKSUM
           MOVE SPACES TO WS-OO-PONUMBER
           MOVE SPACES TO WS-OO-PARTNO
           MOVE SPACES TO WS-OO-SUPPCODE
           MOVE SPACES TO WS-OO-ORDERQTY-TXT
           MOVE SPACES TO WS-OO-RECEIVED-TXT
           MOVE SPACES TO WS-OO-DUEDATE-TXT
           MOVE SPACES TO WS-OO-STATUS
           MOVE SPACES TO WS-OO-CONFQTY-TXT
           MOVE SPACES TO WS-OO-CONFDATE-TXT
           MOVE SPACES TO WS-OO-ACKDATE-TXT
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-OO-PONUMBER WS-OO-PARTNO WS-OO-SUPPCODE
                    WS-OO-ORDERQTY-TXT WS-OO-RECEIVED-TXT
                    WS-OO-UNITCOST-TXT WS-OO-ORDERDATE-TXT
                    WS-OO-DUEDATE-TXT WS-OO-STATUS
                    WS-OO-EXTEUR-TXT WS-OO-CONFQTY-TXT
                    WS-OO-CONFDATE-TXT WS-OO-ACKDATE-TXT
           END-UNSTRING
           IF WS-OO-STATUS NOT = "CLOSED"
               MOVE 0 TO WS-OO-QTY
               MOVE 0 TO WS-OO-RECEIVED
               MOVE 0 TO WS-OO-DATE
               IF WS-OO-ORDERQTY-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-OO-ORDERQTY-TXT)
                       TO WS-OO-QTY
               END-IF
               IF WS-OO-RECEIVED-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-OO-RECEIVED-TXT)
                       TO WS-OO-RECEIVED
               END-IF
               IF WS-OO-DUEDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-OO-DUEDATE-TXT)
                       TO WS-OO-DATE
               END-IF
               IF WS-OO-ACKDATE-TXT NOT = SPACES
                   IF WS-OO-CONFQTY-TXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-OO-CONFQTY-TXT)
                           TO WS-OO-QTY
                   END-IF
                   IF WS-OO-CONFDATE-TXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-OO-CONFDATE-TXT)
                           TO WS-OO-DATE
                   END-IF
               END-IF
               IF WS-OO-QTY > WS-OO-RECEIVED
                   PERFORM STORE-OPEN-ORDER
               END-IF
           END-IF.

       STORE-OPEN-ORDER.
           MOVE SPACES TO WS-OO-REJECT
           MOVE WS-OO-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           IF PART-IDX = 0
               MOVE "TEIL UNBEKANNT" TO WS-OO-REJECT
           ELSE
               IF WS-OO-DATE < 16010101
                   MOVE "LIEFERTERMIN FEHLT" TO WS-OO-REJECT
               END-IF
           END-IF
           IF WS-OO-REJECT NOT = SPACES
               DISPLAY "WARNUNG: BESTELLZEILE NICHT VERARBEITET -> "
                   WS-OO-PONUMBER " " WS-OO-PARTNO " ("
                   FUNCTION TRIM(WS-OO-REJECT) ")"
               MOVE "RC-W-0106" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "BESTELLZEILE NICHT VERARBEITET "
                   WS-OO-PONUMBER " " WS-OO-PARTNO " "
                   WS-OO-REJECT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
               MOVE WS-OO-SUPPCODE TO WS-SUP-CODE
               PERFORM FIND-SUPPLIER-IDX
               IF SUPPLIER-IDX = 0
                   MOVE T-SUPP-IDX(PART-IDX) TO SUPPLIER-IDX
               END-IF
               PERFORM INSERT-OPEN-ORDER
           END-IF.

      *    Insert behind the part's lines due on or before this one,
      *    so each part's lines form one run in date order (file
      *    order on a tie).
       INSERT-OPEN-ORDER.
           ADD 1 TO OO-COUNT
           MOVE OO-COUNT TO OI
           MOVE "N" TO WS-INS-DONE
           PERFORM UNTIL OI = 1 OR WS-INS-DONE = "Y"
               IF OO-PART-IDX(OI - 1) > PART-IDX
                   OR (OO-PART-IDX(OI - 1) = PART-IDX
                       AND OO-DATE(OI - 1) > WS-OO-DATE)
                   MOVE OPEN-ORDER-ENTRY(OI - 1)
                       TO OPEN-ORDER-ENTRY(OI)
                   SUBTRACT 1 FROM OI
               ELSE
                   MOVE "Y" TO WS-INS-DONE
               END-IF
           END-PERFORM
           INITIALIZE OPEN-ORDER-ENTRY(OI)
           MOVE PART-IDX TO OO-PART-IDX(OI)
           MOVE SUPPLIER-IDX TO OO-SUPP-IDX(OI)
           MOVE WS-OO-PONUMBER TO OO-PONUMBER(OI)
           MOVE WS-OO-SUPPCODE TO OO-SUPPCODE(OI)
           MOVE WS-OO-QTY TO OO-ORDERQTY(OI)
           MOVE WS-OO-RECEIVED TO OO-RECEIVED(OI)
           COMPUTE OO-OPEN-QTY(OI) = WS-OO-QTY - WS-OO-RECEIVED
           MOVE WS-OO-DATE TO OO-DATE(OI).

      *    Spare-parts demand of the installed base, written by
      *    SVCDEMAND. No file means the service run has not been set
      *    up - the run plans production demand only.
       LOAD-SERVICE-DEMAND.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-SVCDEM-CHECKSUM
           OPEN INPUT SERVICE-DEMAND-FILE
           IF WS-SVCDEM-STATUS NOT = "00"
               DISPLAY "HINWEIS: SERVICE_DEMAND.CSV NICHT VORHANDEN"
                   " - KEIN ERSATZTEILBEDARF"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SERVICE-DEMAND-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF SERVICE-DEMAND-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-SERVICE-TRAILER
                           ELSE
                           IF SVC-COUNT >= 5000
                               DISPLAY "KAPAZITAET ERSCHOEPFT BEI "
                                   "ZEILE " LINE-NO
                                   " - SERVICE-TABLE VOLL (5000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "SERVICE-TABLE VOLL (5000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM APPLY-SERVICE-LINE
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICE-DEMAND-FILE
           END-IF.

       VALIDATE-SERVICE-TRAILER.
           UNSTRING SERVICE-DEMAND-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = SVC-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-SVCDEM-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   "SERVICE_DEMAND.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME SERVICE_DEMAND.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-SERVICE-LINE.
           ADD 1 TO SVC-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(SERVICE-DEMAND-LINE))
               TO WS-SVCDEM-CHECKSUM
           MOVE SPACES TO WS-SV-PERIOD-TXT
           MOVE SPACES TO WS-SV-QTY-TXT
           UNSTRING SERVICE-DEMAND-LINE
               DELIMITED BY ";"
               INTO WS-SV-PARTNO WS-SV-PERIOD-TXT WS-SV-QTY-TXT
           END-UNSTRING
           MOVE WS-SV-PARTNO TO T-SVC-PARTNO(SVC-COUNT)
           MOVE FUNCTION NUMVAL(WS-SV-PERIOD-TXT)
               TO T-SVC-PERIOD(SVC-COUNT)
           MOVE FUNCTION NUMVAL(WS-SV-QTY-TXT)
               TO T-SVC-QTY(SVC-COUNT).

       LOAD-SCHEDULE.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           END-UNSTRING.

      *    The period table holds every month the run has to show:
      *    all scheduled build periods and service need periods,
      *    plus every order period a part's purchasing lead time can
      *    shift a bucket back into.
      *    It is kept sorted ascending so the netting walk consumes
      *    warehouse stock oldest bucket first.
       REGISTER-PERIODS.
               MOVE T-SCH-PERIOD(SI) TO WS-PERIOD
               PERFORM ADD-PERIOD
           END-PERFORM
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > SVC-COUNT
               MOVE T-SVC-PERIOD(VI) TO WS-PERIOD
               PERFORM ADD-PERIOD
           END-PERFORM
           MOVE PERIOD-COUNT TO BASE-PERIOD-COUNT
           PERFORM VARYING PI FROM 1 BY 1
                   UNTIL PI > BASE-PERIOD-COUNT
           COMPUTE WS-OP-DATE = FUNCTION DATE-OF-INTEGER(WS-OP-INT)
           COMPUTE WS-OP-RESULT = WS-OP-DATE / 100.

      *    Each open line goes into the bucket of its order period:
      *    its date shifted back by the part's lead time, the same
      *    offset a demand bucket gets. A line whose order period
      *    lies before the first bucket counts in the first, one in
      *    a month without a bucket in the bucket before it. Lines
      *    beyond the last bucket stay outside the horizon (OO-PI
      *    zero). The open lines add no periods of their own.
       PLACE-OPEN-ORDERS.
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > OO-COUNT
               MOVE OO-PART-IDX(OI) TO I
               COMPUTE WS-OP-INT =
                   FUNCTION INTEGER-OF-DATE(OO-DATE(OI))
                   - T-LEADTIME-DAYS(I)
               COMPUTE WS-OP-DATE = FUNCTION DATE-OF-INTEGER(WS-OP-INT)
               COMPUTE OO-PERIOD(OI) = WS-OP-DATE / 100
               MOVE 0 TO OO-PI(OI)
               IF PERIOD-COUNT > 0
                   IF OO-PERIOD(OI) < T-PERIOD(1)
                       MOVE 1 TO OO-PI(OI)
                   ELSE
                   IF OO-PERIOD(OI) <= T-PERIOD(PERIOD-COUNT)
                       PERFORM VARYING PI FROM 1 BY 1
                               UNTIL PI > PERIOD-COUNT
                           IF T-PERIOD(PI) <= OO-PERIOD(OI)
                               MOVE PI TO OO-PI(OI)
                           END-IF
                       END-PERFORM
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INIT-EFFECTIVE-QTY.
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               PERFORM VARYING PI FROM 1 BY 1
               END-IF
           END-PERFORM.

      *    Spares are independent demand on the part itself: the
      *    need month is shifted back by the purchasing lead time
      *    into the order period like a build month, no BOM and no
      *    scrap allowance. The spares share is kept per bucket so
      *    the purchasing list can show it next to the production
      *    share.
       APPLY-SERVICE-DEMAND.
           PERFORM VARYING VI FROM 1 BY 1 UNTIL VI > SVC-COUNT
               MOVE T-SVC-PARTNO(VI) TO WS-BOM-PARTNO
               PERFORM FIND-PART-IDX
               IF PART-IDX > 0
                   MOVE T-SVC-QTY(VI) TO WS-DEMAND-QTY
                   MOVE T-SVC-PERIOD(VI) TO WS-OP-PERIOD
                   MOVE T-LEADTIME-DAYS(PART-IDX) TO WS-OP-LEADDAYS
                   PERFORM COMPUTE-ORDER-PERIOD
                   MOVE WS-OP-RESULT TO WS-PERIOD
                   PERFORM FIND-PERIOD-IDX
                   IF PERIOD-IDX > 0
                       ADD WS-DEMAND-QTY
                           TO T-ORD-QTY(PART-IDX, PERIOD-IDX)
                       ADD WS-DEMAND-QTY
                           TO T-SPARE-PER-QTY(PART-IDX, PERIOD-IDX)
                   END-IF
                   ADD WS-DEMAND-QTY TO T-DEMAND-QTY(PART-IDX)
                   ADD WS-DEMAND-QTY TO T-SPARE-QTY(PART-IDX)
                   IF WS-PEGGING = "J"
                       PERFORM WRITE-SERVICE-PEG-RECORD
                   END-IF
               ELSE
                   DISPLAY "WARNUNG: ERSATZTEIL-ZEILE NICHT "
                       "VERARBEITET -> " T-SVC-PARTNO(VI)
                       " / " T-SVC-PERIOD(VI)
                   MOVE "RC-W-0106" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "ERSATZTEIL-ZEILE NICHT VERARBEITET "
                       T-SVC-PARTNO(VI) " / " T-SVC-PERIOD(VI)
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-PERFORM.

       WRITE-SERVICE-PEG-RECORD.
           MOVE WS-DEMAND-QTY TO WS-PEG-QTY-DISP
           MOVE SPACES TO WS-PEG-LINE
           STRING "S;"
               FUNCTION TRIM(T-PARTNO(PART-IDX)) ";"
               WS-OP-RESULT ";"
               "SERVICE;"
               T-SVC-PERIOD(VI) ";"
               FUNCTION TRIM(WS-PEG-QTY-DISP)
               DELIMITED BY SIZE INTO WS-PEG-LINE
           WRITE PEGGING-LINE FROM WS-PEG-LINE.

      *    One BOM line's demand, bucket by bucket: the build-period
      *    quantity is shifted back by the part's purchasing lead time
      *    and accumulated in the resulting ORDER period, so the
      *    Each net bucket becomes an actual order: rounded up to the
      *    supplier's minimum order quantity, then priced from the
      *    quantity price-break tier the order quantity reaches.
      *    A multi-sourced part splits the bucket first.
       CALC-BUY-BUCKETS.
           MOVE 0 TO T-BUY-TOT-QTY(I)
           MOVE 0 TO T-NET-SPEND(I)
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PERIOD-COUNT
               IF T-NET-PER-QTY(I, PI) > 0
                   IF T-AVL-COUNT(I) > 0
                       PERFORM SPLIT-BUY-BUCKET
                   ELSE
                       MOVE T-NET-PER-QTY(I, PI) TO WS-BUY-QTY
                       MOVE T-SUPP-IDX(I) TO SUPPLIER-IDX
                       IF WS-BUY-QTY < T-SUPP-MOQ(SUPPLIER-IDX)
                           MOVE T-SUPP-MOQ(SUPPLIER-IDX) TO WS-BUY-QTY
                       END-IF
                       MOVE T-UNITCOST(I) TO WS-BUY-BASE
                       PERFORM COMPUTE-BUY-PRICE
                       MOVE WS-BUY-QTY TO T-BUY-PER-QTY(I, PI)
                       ADD WS-BUY-QTY TO T-BUY-TOT-QTY(I)
                       COMPUTE T-NET-SPEND(I) ROUNDED =
                           T-NET-SPEND(I) + WS-BUY-QTY * WS-BUY-PRICE
                   END-IF
               ELSE
                   MOVE 0 TO T-BUY-PER-QTY(I, PI)
               END-IF
           END-PERFORM.

      *    Quota split of one net bucket: every approved supplier
      *    except the top one gets net x quota / quota total, rounded
      *    down; a share below that supplier's MOQ is not ordered
      *    there. The top supplier (best priority with a quota, or
      *    best priority at all when no quotas are set) takes what
      *    is left, rounded up to its own MOQ. Each share is priced
      *    with its supplier's price and break tiers.
       SPLIT-BUY-BUCKET.
           COMPUTE AVL-LAST = T-AVL-FIRST(I) + T-AVL-COUNT(I) - 1
           PERFORM FIND-AVL-TOP
           MOVE 0 TO WS-AV-ASSIGNED
           MOVE 0 TO T-BUY-PER-QTY(I, PI)
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               MOVE 0 TO AV-BUY-PER(AI, PI)
               IF AI NOT = AVL-TOP AND AV-EFF-QUOTA(AI) > 0
                   COMPUTE WS-AV-SHARE =
                       T-NET-PER-QTY(I, PI) * AV-EFF-QUOTA(AI)
                       / WS-AV-QUOTA-SUM
                   IF WS-AV-SHARE < T-SUPP-MOQ(AV-SUPP-IDX(AI))
                       MOVE 0 TO WS-AV-SHARE
                   END-IF
                   MOVE WS-AV-SHARE TO AV-BUY-PER(AI, PI)
                   ADD WS-AV-SHARE TO WS-AV-ASSIGNED
               END-IF
           END-PERFORM
           COMPUTE WS-BUY-QTY = T-NET-PER-QTY(I, PI) - WS-AV-ASSIGNED
           IF WS-BUY-QTY < T-SUPP-MOQ(AV-SUPP-IDX(AVL-TOP))
               MOVE T-SUPP-MOQ(AV-SUPP-IDX(AVL-TOP)) TO WS-BUY-QTY
           END-IF
           MOVE WS-BUY-QTY TO AV-BUY-PER(AVL-TOP, PI)
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF AV-BUY-PER(AI, PI) > 0
                   PERFORM PRICE-AVL-ENTRY
                   ADD WS-BUY-QTY TO AV-BUY-TOT(AI)
                   COMPUTE AV-SPEND(AI) ROUNDED =
                       AV-SPEND(AI) + WS-BUY-QTY * WS-BUY-PRICE
                   ADD WS-BUY-QTY TO T-BUY-PER-QTY(I, PI)
                   COMPUTE T-NET-SPEND(I) ROUNDED =
                       T-NET-SPEND(I) + WS-BUY-QTY * WS-BUY-PRICE
               END-IF
           END-PERFORM
           ADD T-BUY-PER-QTY(I, PI) TO T-BUY-TOT-QTY(I).

       FIND-AVL-TOP.
           MOVE 0 TO AVL-TOP
           MOVE 0 TO WS-AV-QUOTA-SUM
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF AV-EFF-QUOTA(AI) > 0
                   ADD AV-EFF-QUOTA(AI) TO WS-AV-QUOTA-SUM
                   IF AVL-TOP = 0
                       MOVE AI TO AVL-TOP
                   ELSE
                       IF AV-PRIORITY(AI) < AV-PRIORITY(AVL-TOP)
                           MOVE AI TO AVL-TOP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF AVL-TOP = 0
               MOVE T-AVL-FIRST(I) TO AVL-TOP
               PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                       UNTIL AI > AVL-LAST
                   IF AV-PRIORITY(AI) < AV-PRIORITY(AVL-TOP)
                       MOVE AI TO AVL-TOP
                   END-IF
               END-PERFORM
           END-IF.

      *    Quantity, supplier and base price of approved-vendor
      *    entry AI in bucket PI, priced through COMPUTE-BUY-PRICE.
       PRICE-AVL-ENTRY.
           MOVE AV-SUPP-IDX(AI) TO SUPPLIER-IDX
           MOVE AV-BUY-PER(AI, PI) TO WS-BUY-QTY
           IF AV-UNITCOST(AI) > 0
               MOVE AV-UNITCOST(AI) TO WS-BUY-BASE
           ELSE
               MOVE T-UNITCOST(I) TO WS-BUY-BASE
           END-IF
           PERFORM COMPUTE-BUY-PRICE.

      *    Break tiers are held ascending by quantity; the highest
      *    tier the order quantity reaches wins. A zero tier quantity
      *    means the tier is not in use for that supplier. The base
      *    price in WS-BUY-BASE is set by the caller.
       COMPUTE-BUY-PRICE.
           MOVE 0 TO WS-BUY-DISC
           PERFORM VARYING KB FROM 1 BY 1 UNTIL KB > 3
               END-IF
           END-PERFORM
           COMPUTE WS-BUY-PRICE ROUNDED =
               WS-BUY-BASE * (100 - WS-BUY-DISC) / 100.

      *    Matches each part's open lines against its gross demand
      *    buckets. Stock on hand and in the cage, less the safety
      *    stock, covers the earliest demand - a safety shortfall is
      *    needed at once, in the first bucket. Whatever is left is
      *    taken from the open lines in date order. A line remembers
      *    how much of it the demand takes and the first bucket it
      *    serves; the messages follow from that.
       CALC-RESCHEDULE-MESSAGES.
           MOVE 0 TO WS-RESCHED-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               IF T-OO-COUNT(I) > 0
                   COMPUTE OO-LAST = T-OO-FIRST(I) + T-OO-COUNT(I) - 1
                   PERFORM ALLOCATE-OPEN-ORDERS
                   PERFORM SET-RESCHEDULE-ACTIONS
               END-IF
           END-PERFORM.

       ALLOCATE-OPEN-ORDERS.
           COMPUTE WS-REMAIN-QTY =
               T-ONHAND-QTY(I) + T-REUSE-QTY(I) - T-SAFETY-QTY(I)
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PERIOD-COUNT
               MOVE T-ORD-QTY(I, PI) TO WS-OO-NEED
               IF WS-REMAIN-QTY < 0
                   COMPUTE WS-OO-NEED = WS-OO-NEED - WS-REMAIN-QTY
                   MOVE 0 TO WS-REMAIN-QTY
               ELSE
                   IF WS-REMAIN-QTY >= WS-OO-NEED
                       SUBTRACT WS-OO-NEED FROM WS-REMAIN-QTY
                       MOVE 0 TO WS-OO-NEED
                   ELSE
                       SUBTRACT WS-REMAIN-QTY FROM WS-OO-NEED
                       MOVE 0 TO WS-REMAIN-QTY
                   END-IF
               END-IF
               PERFORM VARYING OI FROM T-OO-FIRST(I) BY 1
                       UNTIL OI > OO-LAST OR WS-OO-NEED = 0
                   IF OO-COVER(OI) < OO-OPEN-QTY(OI)
                       COMPUTE WS-OO-TAKE =
                           OO-OPEN-QTY(OI) - OO-COVER(OI)
                       IF WS-OO-TAKE > WS-OO-NEED
                           MOVE WS-OO-NEED TO WS-OO-TAKE
                       END-IF
                       IF OO-COVER(OI) = 0
                           MOVE PI TO OO-NEED-PI(OI)
                       END-IF
                       ADD WS-OO-TAKE TO OO-COVER(OI)
                       SUBTRACT WS-OO-TAKE FROM WS-OO-NEED
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    PULLIN or PUSHOUT when the first bucket a line serves lies
      *    before or after its own; the new date is that bucket's
      *    first day plus the lead time, as on a PO proposal line. A
      *    line needed only in part is cut to what was received plus
      *    what is needed, though not below the supplier MOQ; a line
      *    not needed at all is cancelled down to what was received.
      *    Lines beyond the horizon get no message - there is no
      *    demand yet to judge them by.
       SET-RESCHEDULE-ACTIONS.
           PERFORM VARYING OI FROM T-OO-FIRST(I) BY 1
                   UNTIL OI > OO-LAST
               IF OO-COVER(OI) = 0
                   IF OO-PI(OI) > 0
                       MOVE "CANCEL" TO OO-CHANGE(OI)
                       MOVE OO-RECEIVED(OI) TO OO-NEW-QTY(OI)
                       ADD 1 TO WS-RESCHED-COUNT
                   END-IF
               ELSE
                   MOVE OO-NEED-PI(OI) TO PI
                   IF T-PERIOD(PI) < OO-PERIOD(OI)
                       MOVE "PULLIN" TO OO-MOVE(OI)
                   ELSE
                       IF T-PERIOD(PI) > OO-PERIOD(OI)
                           MOVE "PUSHOUT" TO OO-MOVE(OI)
                       END-IF
                   END-IF
                   IF OO-MOVE(OI) NOT = SPACES
                       COMPUTE WS-OP-DATE = T-PERIOD(PI) * 100 + 1
                       COMPUTE WS-OP-INT =
                           FUNCTION INTEGER-OF-DATE(WS-OP-DATE)
                           + T-LEADTIME-DAYS(I)
                       COMPUTE OO-NEW-DATE(OI) =
                           FUNCTION DATE-OF-INTEGER(WS-OP-INT)
                       ADD 1 TO WS-RESCHED-COUNT
                   END-IF
                   COMPUTE WS-OO-NEWQTY =
                       OO-RECEIVED(OI) + OO-COVER(OI)
                   IF OO-SUPP-IDX(OI) > 0
                       IF WS-OO-NEWQTY < T-SUPP-MOQ(OO-SUPP-IDX(OI))
                           MOVE T-SUPP-MOQ(OO-SUPP-IDX(OI))
                               TO WS-OO-NEWQTY
                       END-IF
                   END-IF
                   IF WS-OO-NEWQTY < OO-ORDERQTY(OI)
                       MOVE "REDUCE" TO OO-CHANGE(OI)
                       MOVE WS-OO-NEWQTY TO OO-NEW-QTY(OI)
                       ADD 1 TO WS-RESCHED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *    Spend rolls up against the supplier master entry resolved
      *    at load time - subtotals can no longer split on a
      *    accumulates in EUR too; the figure in the supplier's
      *    billing currency is DERIVED at the run-date rate, for
      *    purchasing to check against confirmations.
      *    A multi-sourced part's spend is booked per approved
      *    supplier share instead.
       BUILD-SUPPLIER-TOTALS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               IF T-AVL-COUNT(I) = 0
                   ADD T-NET-SPEND(I) TO T-SUPP-SPEND(T-SUPP-IDX(I))
               END-IF
           END-PERFORM
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AVL-COUNT
               ADD AV-SPEND(AI) TO T-SUPP-SPEND(AV-SUPP-IDX(AI))
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SUPPLIER-COUNT
               COMPUTE T-SUPP-SPEND-CUR(J) ROUNDED =
               " BOM=" WS-BOM-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF NETLOC-COUNT = 0
               MOVE "NETTOFAEHIGE LAGERORTE: ALLE" TO WS-REPORT-LINE
           ELSE
               MOVE WS-NONNET-QTY TO WS-NONNET-DISP
               STRING "NETTOFAEHIGE LAGERORTE: "
                   FUNCTION TRIM(WS-NETLOC-LIST)
                   " | NICHT NETTOFAEHIGER BESTAND: "
                   FUNCTION TRIM(WS-NONNET-DISP)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE

                   MOVE T-NET-SPEND(I)   TO WS-SPEND-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE T-REUSE-QTY(I) TO WS-REUSE-DISP
                   MOVE T-SPARE-QTY(I) TO WS-SPARE-DISP
                   COMPUTE WS-CUR-SPEND ROUNDED =
                       T-NET-SPEND(I)
                       / T-SUPP-FXRATE(T-SUPP-IDX(I))
                   MOVE WS-CUR-SPEND TO WS-CUR-DISP
                   IF T-AVL-COUNT(I) > 0
                       MOVE T-AVL-COUNT(I) TO WS-AV-CNT-DISP
                       STRING T-PARTNO(I) " | " T-PARTNAME(I)
                           " | BEDARF: " WS-QTY-DISP
                           " | DAVON ERSATZTEILE: " WS-SPARE-DISP
                           " | BESTAND: " WS-AVAIL-DISP
                           " | DAVON WIEDERVERW.: " WS-REUSE-DISP
                           " | NETTO: " WS-NET-DISP
                           " | BESTELLMENGE: " WS-BUY-DISP
                           " | KOSTEN: EUR " WS-SPEND-DISP
                           " | LIEFERANT: AUFGETEILT AUF "
                           WS-AV-CNT-DISP " FREIGEGEBENE LIEFERANTEN"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING T-PARTNO(I) " | " T-PARTNAME(I)
                           " | BEDARF: " WS-QTY-DISP
                           " | DAVON ERSATZTEILE: " WS-SPARE-DISP
                           " | BESTAND: " WS-AVAIL-DISP
                           " | DAVON WIEDERVERW.: " WS-REUSE-DISP
                           " | NETTO: " WS-NET-DISP
                           " | BESTELLMENGE: " WS-BUY-DISP
                           " | KOSTEN: EUR " WS-SPEND-DISP
                           " ("
                           T-SUPP-CURRENCY(T-SUPP-IDX(I)) " "
                           WS-CUR-DISP ")"
                           " | LIEFERANT: " T-SUPPCODE(I) " "
                           T-SUPP-NAME(T-SUPP-IDX(I))
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
                   PERFORM WRITE-PERIOD-LINES
                   ADD T-NET-SPEND(I) TO WS-GRAND-SPEND
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE

           IF WS-QUOTA-MINOTD > 0 AND AVL-COUNT > 0
               PERFORM WRITE-QUOTA-SHIFT-LINES
           END-IF

           IF OO-COUNT > 0
               PERFORM WRITE-RESCHEDULE-LINES
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "SUBTOTAL NACH LIEFERANT" TO WS-REPORT-LINE
                       DELIMITED BY SIZE INTO WS-PO-NUMBER
                   PERFORM WRITE-PO-HEADER
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
                       IF T-AVL-COUNT(I) = 0
                           IF T-SUPP-IDX(I) = J
                               PERFORM WRITE-PO-PART-LINES
                           END-IF
                       ELSE
                           PERFORM WRITE-PO-AVL-LINES
                       END-IF
                   END-PERFORM
               END-IF
               IF T-BUY-PER-QTY(I, PI) > 0
                   MOVE T-BUY-PER-QTY(I, PI) TO WS-BUY-QTY
                   MOVE T-SUPP-IDX(I) TO SUPPLIER-IDX
                   MOVE T-UNITCOST(I) TO WS-BUY-BASE
                   PERFORM COMPUTE-BUY-PRICE
                   PERFORM WRITE-PO-LINE
               END-IF
           END-PERFORM.

      *    Supplier J's share of a multi-sourced part, one L record
      *    per bucket it was given.
       WRITE-PO-AVL-LINES.
           COMPUTE AVL-LAST = T-AVL-FIRST(I) + T-AVL-COUNT(I) - 1
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF AV-SUPP-IDX(AI) = J AND AV-BUY-TOT(AI) > 0
                   PERFORM VARYING PI FROM 1 BY 1
                           UNTIL PI > PERIOD-COUNT
                       IF AV-BUY-PER(AI, PI) > 0
                           PERFORM PRICE-AVL-ENTRY
                           PERFORM WRITE-PO-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    The delivery date keeps the part's planning lead time,
      *    which the order period was offset by.
       WRITE-PO-LINE.
           COMPUTE WS-OP-DATE = T-PERIOD(PI) * 100 + 1
           COMPUTE WS-OP-INT =
               FUNCTION INTEGER-OF-DATE(WS-OP-DATE)
               + T-LEADTIME-DAYS(I)
           COMPUTE WS-DEL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-OP-INT)
      *    The EUR amount comes straight from the EUR master price;
      *    the UNITCOST/EXTCOST columns purchasing compares with
      *    the supplier confirmation are derived at the run-date
      *    rate. EXTEUR is the authoritative figure.
           COMPUTE WS-PO-EUR-COST ROUNDED =
               WS-BUY-QTY * WS-BUY-PRICE
           ADD WS-PO-EUR-COST TO WS-POSPEND-EUR
           COMPUTE WS-PO-CUR-PRICE ROUNDED =
               WS-BUY-PRICE
               / T-SUPP-FXRATE(SUPPLIER-IDX)
           COMPUTE WS-PO-EXT-COST ROUNDED =
               WS-BUY-QTY * WS-PO-CUR-PRICE
           MOVE WS-BUY-QTY     TO WS-PO-QTY-DISP
           MOVE WS-PO-CUR-PRICE TO WS-PO-PRICE-DISP
           MOVE WS-PO-EXT-COST TO WS-PO-EXT-DISP
           MOVE WS-PO-EUR-COST TO WS-PO-EUR-DISP
           MOVE SPACES TO WS-PO-LINE
           STRING "L;" WS-PO-NUMBER ";"
               FUNCTION TRIM(T-PARTNO(I)) ";"
               FUNCTION TRIM(WS-PO-QTY-DISP) ";"
               FUNCTION TRIM(WS-PO-PRICE-DISP) ";"
               FUNCTION TRIM(WS-PO-EXT-DISP) ";"
               WS-DEL-DATE ";"
               FUNCTION TRIM(WS-PO-EUR-DISP)
               DELIMITED BY SIZE INTO WS-PO-LINE
           WRITE PO-PROPOSALS-LINE FROM WS-PO-LINE.

      *    Machine-readable exception messages, rewritten every run
      *    as the worklist purchasing takes to the suppliers:
      *      RUNID;PONUMBER;PARTNO;SUPPCODE;ACTION;ORDERQTY;
      *        RECEIVEDQTY;DUEDATE;NEWQTY;NEWDATE
      *    ACTION is PULLIN or PUSHOUT (NEWDATE set, NEWQTY blank)
      *    or REDUCE or CANCEL (NEWQTY = the new order total,
      *    NEWDATE blank); a line may carry one of each. ORDERQTY
      *    and DUEDATE are the figures the line is planned with -
      *    the confirmed ones once acknowledged.
       WRITE-RESCHEDULE-FILE.
           OPEN OUTPUT RESCHEDULE-FILE
           MOVE SPACES TO WS-RS-LINE
           STRING "RUNID;PONUMBER;PARTNO;SUPPCODE;ACTION;ORDERQTY;"
               "RECEIVEDQTY;DUEDATE;NEWQTY;NEWDATE"
               DELIMITED BY SIZE INTO WS-RS-LINE
           WRITE RESCHEDULE-LINE FROM WS-RS-LINE
           PERFORM VARYING OI FROM 1 BY 1 UNTIL OI > OO-COUNT
               MOVE OO-PART-IDX(OI) TO I
               MOVE OO-ORDERQTY(OI) TO WS-RS-QTY-DISP
               MOVE OO-RECEIVED(OI) TO WS-RS-RECV-DISP
               MOVE OO-NEW-QTY(OI) TO WS-RS-NEW-DISP
               IF OO-MOVE(OI) NOT = SPACES
                   MOVE SPACES TO WS-RS-LINE
                   STRING FUNCTION TRIM(WS-RUN-ID) ";"
                       FUNCTION TRIM(OO-PONUMBER(OI)) ";"
                       FUNCTION TRIM(T-PARTNO(I)) ";"
                       FUNCTION TRIM(OO-SUPPCODE(OI)) ";"
                       FUNCTION TRIM(OO-MOVE(OI)) ";"
                       FUNCTION TRIM(WS-RS-QTY-DISP) ";"
                       FUNCTION TRIM(WS-RS-RECV-DISP) ";"
                       OO-DATE(OI) ";;"
                       OO-NEW-DATE(OI)
                       DELIMITED BY SIZE INTO WS-RS-LINE
                   WRITE RESCHEDULE-LINE FROM WS-RS-LINE
               END-IF
               IF OO-CHANGE(OI) NOT = SPACES
                   MOVE SPACES TO WS-RS-LINE
                   STRING FUNCTION TRIM(WS-RUN-ID) ";"
                       FUNCTION TRIM(OO-PONUMBER(OI)) ";"
                       FUNCTION TRIM(T-PARTNO(I)) ";"
                       FUNCTION TRIM(OO-SUPPCODE(OI)) ";"
                       FUNCTION TRIM(OO-CHANGE(OI)) ";"
                       FUNCTION TRIM(WS-RS-QTY-DISP) ";"
                       FUNCTION TRIM(WS-RS-RECV-DISP) ";"
                       OO-DATE(OI) ";"
                       FUNCTION TRIM(WS-RS-NEW-DISP) ";"
                       DELIMITED BY SIZE INTO WS-RS-LINE
                   WRITE RESCHEDULE-LINE FROM WS-RS-LINE
               END-IF
           END-PERFORM
           CLOSE RESCHEDULE-FILE.

      *    Appends one row per part and order-period bucket per run
      *    (the way CALCCOSTS appends cost_history.csv), so demand

      *    Monthly buckets under a printed part: the ORDER period
      *    (build month already shifted back by the lead time), the
      *    gross demand falling into it with its spares share, the
      *    open order lines placed in it and the portion left to buy
      *    after the stock walk.
       WRITE-PERIOD-LINES.
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PERIOD-COUNT
               IF T-ORD-QTY(I, PI) > 0
                   MOVE T-ORD-QTY(I, PI)     TO WS-QTY-DISP
                   MOVE T-SPARE-PER-QTY(I, PI) TO WS-SPARE-DISP
                   MOVE T-NET-PER-QTY(I, PI) TO WS-NET-DISP
                   MOVE T-BUY-PER-QTY(I, PI) TO WS-BUY-DISP
                   IF T-BUY-PER-QTY(I, PI) > 0
                       IF T-AVL-COUNT(I) > 0
                           PERFORM SUM-AVL-PERIOD-SPEND
                       ELSE
                           MOVE T-BUY-PER-QTY(I, PI) TO WS-BUY-QTY
                           MOVE T-SUPP-IDX(I) TO SUPPLIER-IDX
                           MOVE T-UNITCOST(I) TO WS-BUY-BASE
                           PERFORM COMPUTE-BUY-PRICE
                           COMPUTE WS-PERIOD-SPEND ROUNDED =
                               T-BUY-PER-QTY(I, PI) * WS-BUY-PRICE
                       END-IF
                   ELSE
                       MOVE 0 TO WS-BUY-PRICE
                       MOVE 0 TO WS-PERIOD-SPEND
                   END-IF
                   MOVE WS-BUY-PRICE TO WS-PRICE-DISP
                   MOVE WS-PERIOD-SPEND TO WS-SPEND-DISP
                   PERFORM SUM-OPEN-ORDER-BUCKET
                   MOVE WS-OO-BUCKET-QTY TO WS-RS-QTY-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    BESTELLPERIODE " T-PERIOD(PI)
                       " | BEDARF: " WS-QTY-DISP
                       " | DAVON ERSATZTEILE: " WS-SPARE-DISP
                       " | OFFENE BEST.: " WS-RS-QTY-DISP
                       " | NETTO: " WS-NET-DISP
                       " | BESTELLMENGE: " WS-BUY-DISP
                       " | PREIS: " WS-PRICE-DISP
                       " | KOSTEN: " WS-SPEND-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
                   IF T-AVL-COUNT(I) > 0
                       AND T-BUY-PER-QTY(I, PI) > 0
                       PERFORM WRITE-AVL-PERIOD-LINES
                   END-IF
               END-IF
           END-PERFORM.

      *    Open order quantity of the part placed in this bucket.
       SUM-OPEN-ORDER-BUCKET.
           MOVE 0 TO WS-OO-BUCKET-QTY
           IF T-OO-COUNT(I) > 0
               COMPUTE OO-LAST = T-OO-FIRST(I) + T-OO-COUNT(I) - 1
               PERFORM VARYING OI FROM T-OO-FIRST(I) BY 1
                       UNTIL OI > OO-LAST
                   IF OO-PI(OI) = PI
                       ADD OO-OPEN-QTY(OI) TO WS-OO-BUCKET-QTY
                   END-IF
               END-PERFORM
           END-IF.

      *    Bucket spend of a multi-sourced part is the sum of its
      *    priced shares; the price on the bucket line is the mixed
      *    average.
       SUM-AVL-PERIOD-SPEND.
           MOVE 0 TO WS-PERIOD-SPEND
           COMPUTE AVL-LAST = T-AVL-FIRST(I) + T-AVL-COUNT(I) - 1
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF AV-BUY-PER(AI, PI) > 0
                   PERFORM PRICE-AVL-ENTRY
                   COMPUTE WS-PERIOD-SPEND ROUNDED =
                       WS-PERIOD-SPEND + WS-BUY-QTY * WS-BUY-PRICE
               END-IF
           END-PERFORM
           COMPUTE WS-BUY-PRICE ROUNDED =
               WS-PERIOD-SPEND / T-BUY-PER-QTY(I, PI).

      *    One line per supplier share of the bucket, with the
      *    effective quota it was split by.
       WRITE-AVL-PERIOD-LINES.
           PERFORM VARYING AI FROM T-AVL-FIRST(I) BY 1
                   UNTIL AI > AVL-LAST
               IF AV-BUY-PER(AI, PI) > 0
                   PERFORM PRICE-AVL-ENTRY
                   COMPUTE WS-AV-LINE-SPEND ROUNDED =
                       WS-BUY-QTY * WS-BUY-PRICE
                   MOVE AV-EFF-QUOTA(AI) TO WS-AV-QUOTA-DISP
                   MOVE WS-BUY-QTY TO WS-BUY-DISP
                   MOVE WS-BUY-PRICE TO WS-PRICE-DISP
                   MOVE WS-AV-LINE-SPEND TO WS-SPEND-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "        LIEFERANT "
                       T-SUPP-CODE(SUPPLIER-IDX) " "
                       T-SUPP-NAME(SUPPLIER-IDX)
                       " | QUOTE: " WS-AV-QUOTA-DISP " %"
                       " | BESTELLMENGE: " WS-BUY-DISP
                       " | PREIS: " WS-PRICE-DISP
                       " | KOSTEN: " WS-SPEND-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *    Quotas moved by the supplier rating, so purchasing can
      *    see why a split differs from the approved-vendor file.
       WRITE-QUOTA-SHIFT-LINES.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-QUOTA-MINOTD TO WS-AV-ONTIME-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUOTENVERSCHIEBUNG NACH LIEFERANTENBEWERTUNG "
               "(TERMINTREUE UNTER " WS-AV-ONTIME-DISP " %)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI > AVL-COUNT
               IF AV-EFF-QUOTA(AI) NOT = AV-QUOTA(AI)
                   MOVE AV-PART-IDX(AI) TO PART-IDX
                   MOVE AV-SUPP-IDX(AI) TO SUPPLIER-IDX
                   MOVE AV-QUOTA(AI) TO WS-AV-QUOTA-DISP
                   MOVE AV-EFF-QUOTA(AI) TO WS-AV-QUOTA2-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   IF T-SUPP-POOR(SUPPLIER-IDX) = "J"
                       MOVE T-SUPP-ONTIME(SUPPLIER-IDX)
                           TO WS-AV-ONTIME-DISP
                       STRING "    " T-PARTNO(PART-IDX) " | "
                           T-SUPP-CODE(SUPPLIER-IDX) " "
                           T-SUPP-NAME(SUPPLIER-IDX)
                           " | QUOTE: " WS-AV-QUOTA-DISP
                           " -> " WS-AV-QUOTA2-DISP " %"
                           " | TERMINTREUE: " WS-AV-ONTIME-DISP " %"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING "    " T-PARTNO(PART-IDX) " | "
                           T-SUPP-CODE(SUPPLIER-IDX) " "
                           T-SUPP-NAME(SUPPLIER-IDX)
                           " | QUOTE: " WS-AV-QUOTA-DISP
                           " -> " WS-AV-QUOTA2-DISP " %"
                           " | UEBERNIMMT VERSCHOBENE QUOTE"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SHIFT-COUNT = 0
               MOVE "    KEINE - FREIGEGEBENE LIEFERANTEN IM RAHMEN"
                   TO WS-REPORT-LINE
               WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    Exception section: each part with a message on one of
      *    its open lines, the lines with messages under it.
       WRITE-RESCHEDULE-LINES.
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSNAHMEMELDUNGEN OFFENE BESTELLUNGEN"
               TO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PART-COUNT
               IF T-OO-COUNT(I) > 0
                   COMPUTE OO-LAST = T-OO-FIRST(I) + T-OO-COUNT(I) - 1
                   MOVE "N" TO WS-OO-HDR-DONE
                   PERFORM VARYING OI FROM T-OO-FIRST(I) BY 1
                           UNTIL OI > OO-LAST
                       IF OO-MOVE(OI) NOT = SPACES
                           OR OO-CHANGE(OI) NOT = SPACES
                           IF WS-OO-HDR-DONE = "N"
                               MOVE SPACES TO WS-REPORT-LINE
                               STRING T-PARTNO(I) " | " T-PARTNAME(I)
                                   DELIMITED BY SIZE
                                   INTO WS-REPORT-LINE
                               WRITE MATREQ-REPORT-LINE
                                   FROM WS-REPORT-LINE
                               MOVE "J" TO WS-OO-HDR-DONE
                           END-IF
                           PERFORM WRITE-RESCHEDULE-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RESCHED-COUNT = 0
               MOVE "    KEINE - OFFENE BESTELLUNGEN PASSEN ZUM BEDARF"
                   TO WS-REPORT-LINE
               WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       WRITE-RESCHEDULE-LINE.
           MOVE SPACES TO WS-OO-MOVE-TEXT
           IF OO-MOVE(OI) = "PULLIN"
               STRING "VORZIEHEN AUF " OO-NEW-DATE(OI)
                   DELIMITED BY SIZE INTO WS-OO-MOVE-TEXT
           END-IF
           IF OO-MOVE(OI) = "PUSHOUT"
               STRING "VERSCHIEBEN AUF " OO-NEW-DATE(OI)
                   DELIMITED BY SIZE INTO WS-OO-MOVE-TEXT
           END-IF
           MOVE SPACES TO WS-OO-CHANGE-TEXT
           IF OO-CHANGE(OI) = "REDUCE"
               MOVE OO-NEW-QTY(OI) TO WS-RS-NEW-DISP
               STRING "REDUZIEREN AUF "
                   FUNCTION TRIM(WS-RS-NEW-DISP)
                   DELIMITED BY SIZE INTO WS-OO-CHANGE-TEXT
           END-IF
           IF OO-CHANGE(OI) = "CANCEL"
               MOVE "STORNIEREN - KEIN BEDARF" TO WS-OO-CHANGE-TEXT
           END-IF
           IF WS-OO-MOVE-TEXT = SPACES
               MOVE WS-OO-CHANGE-TEXT TO WS-OO-ACTION-TEXT
           ELSE
               IF WS-OO-CHANGE-TEXT = SPACES
                   MOVE WS-OO-MOVE-TEXT TO WS-OO-ACTION-TEXT
               ELSE
                   MOVE SPACES TO WS-OO-ACTION-TEXT
                   STRING FUNCTION TRIM(WS-OO-MOVE-TEXT) " / "
                       FUNCTION TRIM(WS-OO-CHANGE-TEXT)
                       DELIMITED BY SIZE INTO WS-OO-ACTION-TEXT
               END-IF
           END-IF
           MOVE OO-ORDERQTY(OI) TO WS-RS-QTY-DISP
           MOVE OO-OPEN-QTY(OI) TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    BESTELLUNG " OO-PONUMBER(OI)
               " | LIEFERANT: " OO-SUPPCODE(OI)
               " | MENGE: " WS-RS-QTY-DISP
               " | OFFEN: " WS-QTY-DISP
               " | TERMIN: " OO-DATE(OI)
               " | " WS-OO-ACTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MATREQ-REPORT-LINE FROM WS-REPORT-LINE.

      *    Run-in-progress lock: RUNCTL leaves run_lock.dat (run ID
      *    and start time) in place for the duration of the chain.
      *    A step CALLed by the driver sees the shared
