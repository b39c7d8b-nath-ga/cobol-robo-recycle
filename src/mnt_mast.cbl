      *    recorded there too.
      *
      *    master_trans.csv layout: line 1 is a header
      *    (FILE;ACTION;USER;RECORD) and is skipped, then one
      *    transaction per line, USER being the requester's user ID
      *    (a line without one is rejected):
      *      PARTS;A;<user>;<full parts.csv record>
      *      PARTS;C;<user>;<full parts.csv record> (key = 1st field)
      *      PARTS;D;<user>;<PARTNO>
      *      ROBOTS;A/C/D analogously
      *      ORDERS;A/C/D analogously (key = ORDERNO)
      *      ORDERS;P;<user>;<full cust_orders.csv record>
      *
      *    An order carries the price QUOTEGEN firmed it at
      *    (UNITPRICE;PRICEDATE). ORDERS;C keeps that price: blank
      *    price columns in the record take over the stored ones,
      *    and a different price or date on an order that already
      *    has a PRICEDATE is rejected. Re-pricing is the explicit
      *    P (re-price) action - the record is taken as it is, blank
      *    price columns letting QUOTEGEN firm the order again at
      *    the list price of its next run.
      *
      *    Two-person rule: sensitive changes are not applied but
      *    held in pending_changes.csv under a change ID (run ID and
      *    sequence number) -
      *      - a UNITCOST (parts) or BUDGETCOSTPERUNIT / PURCHPRICE
      *        (robots) change of more than APPRPRICEPCT percent
      *        (batch_parms, default 10),
      *      - any SUPPLIERCODE change on parts or robots,
      *      - any part or robot delete (a delete followed by an
      *        add would otherwise carry a new price or supplier
      *        past the rule).
      *    A held change is applied only by an approval line from a
      *    different user, rejected by a reject line:
      *      APPROVAL;A;<user>;<change ID>     approve and apply
      *      APPROVAL;R;<user>;<change ID>     reject, nothing applied
      *    The approved change is checked against the master as it is
      *    then (key still there, no duplicate). While a change is
      *    held, every other C or D on the same key is rejected -
      *    the approval replays the record captured at hold time and
      *    would silently undo anything applied in between. Held,
      *    approved and rejected changes all land in
      *    master_audit.csv with the requester and the approver;
      *    APPRPEND lists what is still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\master_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO "..\data\pending_changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT RUNID-FILE
               ASSIGN TO "..\data\run_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(500).

       FD  PENDING-FILE.
       01  PENDING-LINE            PIC X(300).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(80).

       FD  RUNID-FILE.
       01  RUNID-LINE              PIC X(80).


       77  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       77  WS-PEND-STATUS          PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).

      *    The incoming masters' hand-maintained trailers are
      *    verified before any transaction is applied - maintenance
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(20).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-I-0004 AENDERUNG ZUR GENEHMIGUNG VORGEMERKT
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 TRANSAKTIONSDATEI FEHLT
       01  WS-T-FILE               PIC X(10).
       01  WS-T-ACTION             PIC X(1).
       01  WS-T-PAYLOAD            PIC X(200).
       01  WS-T-KEY                PIC X(20).
       01  WS-T-USER               PIC X(10).
       77  WS-T-PTR                PIC 9(4).
       77  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       77  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(60).
       01  WS-BEFORE-IMAGE         PIC X(200).
       01  WS-AFTER-IMAGE          PIC X(200).
       01  WS-AUDIT-REC            PIC X(500).
       01  WS-REQ-USER             PIC X(10).
       01  WS-APPR-USER            PIC X(10).

      *    Two-person rule, see the header. WS-APPROVING is set while
      *    an approved change is replayed so it is not held again.
       01  WS-PRICE-LIMIT          PIC 9(3)V99 VALUE 10.
       77  WS-APPROVING            PIC X VALUE "N".
       01  WS-HOLD-REASON          PIC X(30).
       01  WS-OLD-FIELDS.
           05 WS-OLD-F OCCURS 9 TIMES PIC X(30).
       01  WS-NEW-FIELDS.
           05 WS-NEW-F OCCURS 9 TIMES PIC X(30).
       77  WS-FIELD-NO             PIC 9(1) VALUE 0.
       01  WS-OLD-AMOUNT           PIC 9(9)V99.
       01  WS-NEW-AMOUNT           PIC 9(9)V99.
       01  WS-CHANGE-PCT           PIC 9(9)V99.
       01  WS-FIELD-OLD            PIC X(30).
       01  WS-FIELD-NEW            PIC X(30).

      *    Firmed order price, see the header.
       01  WS-ORDER-HEAD           PIC X(200).
       01  WS-NEW-PRICE            PIC X(30).
       01  WS-NEW-PRICEDATE        PIC X(30).
       01  WS-PD-KEY               PIC X(20).

      *    Held changes, kept in pending_changes.csv between runs
      *    (header, one change per line, regenerated trailer):
      *    CHANGEID;REQDATE;REQUSER;REASON;FILE;ACTION;RECORD.
      *    PD-DONE marks the ones approved or rejected this run;
      *    they are not written back.
       01  PENDING-HEADER          PIC X(300).
       01  PENDING-TABLE.
           05 PD-ENTRY OCCURS 2000 TIMES.
              10 PD-ID             PIC X(20).
              10 PD-DATE           PIC 9(8).
              10 PD-USER           PIC X(10).
              10 PD-REASON         PIC X(30).
              10 PD-FILE           PIC X(10).
              10 PD-ACTION         PIC X(1).
              10 PD-RECORD         PIC X(200).
              10 PD-DONE           PIC X(1).
       77  PEND-COUNT              PIC 9(4) VALUE 0.
       77  PEND-IDX                PIC 9(4) VALUE 0.
       77  WS-PEND-SEQ             PIC 9(3) VALUE 0.
       01  WS-PEND-ID              PIC X(20).
       01  WS-PD-DATE-TXT          PIC X(20).
       01  WS-PENDING-REC          PIC X(300).
       77  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
       77  WS-DECLINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-APPR-ACTION          PIC X(1).

       01  WS-MASTER-HEADER        PIC X(200).
       77  MASTER-IDX              PIC 9(5) VALUE 0.
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "STAMMDATENPFLEGE GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-PARMS
           PERFORM LOAD-PARTS-MASTER
           PERFORM LOAD-ROBOTS-MASTER
           PERFORM LOAD-ORDERS-MASTER
           PERFORM LOAD-PENDING-CHANGES
           PERFORM PROCESS-TRANSACTIONS
           PERFORM REWRITE-PARTS-MASTER
           PERFORM REWRITE-ROBOTS-MASTER
           PERFORM REWRITE-ORDERS-MASTER
           PERFORM REWRITE-PENDING-CHANGES
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LOG-TEXT
           STRING "STAMMDATENPFLEGE BEENDET - ANGEWANDT: "
               WS-APPLIED-COUNT " ABGELEHNT: " WS-REJECT-COUNT
               " VORGEMERKT: " WS-HELD-COUNT
               " GENEHMIGT: " WS-APPROVED-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           DISPLAY "MNTMAST: ANGEWANDT " WS-APPLIED-COUNT
               " ABGELEHNT " WS-REJECT-COUNT
               " VORGEMERKT " WS-HELD-COUNT
               " GENEHMIGT " WS-APPROVED-COUNT
               " ZURUECKGEWIESEN " WS-DECLINED-COUNT
           GOBACK.

       LOAD-PARTS-MASTER.
           END-PERFORM
           CLOSE ORDERS-FILE.

      *    No pending_changes.csv yet simply means nothing is
      *    waiting. Its trailer is checked like the masters' - a
      *    damaged file must not be rewritten clean.
       LOAD-PENDING-CHANGES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "PENDING_CHANGES.CSV" TO WS-TRAILER-FILE
           MOVE SPACES TO PENDING-HEADER
           STRING "CHANGEID;REQDATE;REQUSER;REASON;FILE;ACTION;"
               "RECORD"
               DELIMITED BY SIZE INTO PENDING-HEADER
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               MOVE PENDING-LINE TO PENDING-HEADER
                           ELSE
                           IF PENDING-LINE(1:7) = "TRAILER"
                               MOVE PENDING-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                           IF PEND-COUNT >= 2000
                               DISPLAY "ABBRUCH: PENDING-TABLE VOLL "
                                   "(2000) - LAUF ANGEHALTEN"
                               MOVE "RC-E-0210" TO WS-LOG-CODE
                               MOVE "SEVERE" TO WS-LOG-SEVERITY
                               MOVE "PENDING-TABLE VOLL (2000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PENDING-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-PENDING-LINE
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *    A restarted run keeps its run ID, so the sequence goes on
      *    from the highest change ID this run already handed out.
       APPLY-PENDING-LINE.
           ADD 1 TO PEND-COUNT
           MOVE SPACES TO WS-PD-DATE-TXT
           INITIALIZE PD-ENTRY(PEND-COUNT)
           MOVE 1 TO WS-T-PTR
           UNSTRING PENDING-LINE
               DELIMITED BY ";"
               INTO PD-ID(PEND-COUNT) WS-PD-DATE-TXT
                    PD-USER(PEND-COUNT) PD-REASON(PEND-COUNT)
                    PD-FILE(PEND-COUNT) PD-ACTION(PEND-COUNT)
               WITH POINTER WS-T-PTR
           END-UNSTRING
           IF WS-T-PTR <= 300
               MOVE PENDING-LINE(WS-T-PTR:) TO PD-RECORD(PEND-COUNT)
           END-IF
           MOVE FUNCTION NUMVAL(WS-PD-DATE-TXT) TO PD-DATE(PEND-COUNT)
           MOVE "N" TO PD-DONE(PEND-COUNT)
           IF PD-ID(PEND-COUNT)(1:15) = WS-RUN-ID
               AND PD-ID(PEND-COUNT)(17:3) IS NUMERIC
               IF PD-ID(PEND-COUNT)(17:3) > WS-PEND-SEQ
                   MOVE PD-ID(PEND-COUNT)(17:3) TO WS-PEND-SEQ
               END-IF
           END-IF.

      *    A transaction file that simply is not there means nothing
      *    was queued - as a calendar-driven step this program runs
      *    on schedule, not only when someone prepared input. Any
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-T-FILE
           MOVE SPACES TO WS-T-ACTION
           MOVE SPACES TO WS-T-USER
           MOVE SPACES TO WS-T-PAYLOAD
           MOVE 1 TO WS-T-PTR
           UNSTRING TRANS-LINE
               DELIMITED BY ";"
               INTO WS-T-FILE WS-T-ACTION WS-T-USER
               WITH POINTER WS-T-PTR
           END-UNSTRING
           IF WS-T-PTR <= 250
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-T-USER TO WS-REQ-USER
           MOVE SPACES TO WS-APPR-USER
           IF WS-T-USER = SPACES
               MOVE "BENUTZER-ID FEHLT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-FILE = "APPROVAL"
               PERFORM APPLY-APPROVAL-TRANSACTION
           ELSE
               PERFORM APPLY-MASTER-TRANSACTION
           END-IF
           END-IF.

       APPLY-MASTER-TRANSACTION.
           PERFORM FIND-PENDING-KEY
           IF PEND-IDX > 0
               MOVE SPACES TO WS-REJECT-REASON
               STRING "AENDERUNG VORGEMERKT UNTER "
                   FUNCTION TRIM(PD-ID(PEND-IDX))
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE WS-T-FILE
                   WHEN "PARTS"
                       PERFORM APPLY-PARTS-TRANSACTION
                   WHEN "ROBOTS"
                       PERFORM APPLY-ROBOTS-TRANSACTION
                   WHEN "ORDERS"
                       PERFORM APPLY-ORDERS-TRANSACTION
                   WHEN OTHER
                       MOVE "DATEI UNBEKANNT" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

      *    A C or D on a key with a change still waiting for its
      *    second person is refused, see the header. The replay of
      *    an approved change has already marked its own entry done.
       FIND-PENDING-KEY.
           MOVE 0 TO PEND-IDX
           IF WS-APPROVING = "N"
               AND (WS-T-ACTION = "C" OR WS-T-ACTION = "D")
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > PEND-COUNT OR PEND-IDX > 0
                   MOVE SPACES TO WS-PD-KEY
                   UNSTRING PD-RECORD(I)
                       DELIMITED BY ";"
                       INTO WS-PD-KEY
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-PD-KEY) TO WS-KEY1
                   MOVE FUNCTION TRIM(WS-T-KEY)  TO WS-KEY2
                   IF PD-DONE(I) = "N"
                       AND PD-FILE(I) = WS-T-FILE
                       AND WS-KEY1 = WS-KEY2
                       MOVE I TO PEND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-PARTS-TRANSACTION.
           PERFORM FIND-PART-ROW
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE PM-LINE(MASTER-IDX) TO WS-BEFORE-IMAGE
                       MOVE WS-T-PAYLOAD TO WS-AFTER-IMAGE
                       PERFORM CHECK-PARTS-HOLD
                       IF WS-HOLD-REASON NOT = SPACES
                           PERFORM HOLD-TRANSACTION
                       ELSE
                           MOVE WS-T-PAYLOAD TO PM-LINE(MASTER-IDX)
                           PERFORM RECORD-APPLIED
                       END-IF
                   END-IF
               WHEN "D"
                   IF MASTER-IDX = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE PM-LINE(MASTER-IDX) TO WS-BEFORE-IMAGE
                       IF WS-APPROVING = "N"
                           MOVE "TEIL LOESCHEN" TO WS-HOLD-REASON
                           PERFORM HOLD-TRANSACTION
                       ELSE
                           PERFORM VARYING I FROM MASTER-IDX BY 1
                                   UNTIL I >= PART-ROW-COUNT
                               MOVE PM-ENTRY(I + 1) TO PM-ENTRY(I)
                           END-PERFORM
                           SUBTRACT 1 FROM PART-ROW-COUNT
                           PERFORM RECORD-APPLIED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "AKTION UNBEKANNT" TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE RM-LINE(MASTER-IDX) TO WS-BEFORE-IMAGE
                       MOVE WS-T-PAYLOAD TO WS-AFTER-IMAGE
                       PERFORM CHECK-ROBOTS-HOLD
                       IF WS-HOLD-REASON NOT = SPACES
                           PERFORM HOLD-TRANSACTION
                       ELSE
                           MOVE WS-T-PAYLOAD TO RM-LINE(MASTER-IDX)
                           PERFORM RECORD-APPLIED
                       END-IF
                   END-IF
               WHEN "D"
                   IF MASTER-IDX = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE RM-LINE(MASTER-IDX) TO WS-BEFORE-IMAGE
                       IF WS-APPROVING = "N"
                           MOVE "ROBOTER LOESCHEN"
                               TO WS-HOLD-REASON
                           PERFORM HOLD-TRANSACTION
                       ELSE
                           PERFORM VARYING I FROM MASTER-IDX BY 1
                                   UNTIL I >= ROBOT-ROW-COUNT
                               MOVE RM-ENTRY(I + 1) TO RM-ENTRY(I)
                           END-PERFORM
                           SUBTRACT 1 FROM ROBOT-ROW-COUNT
                           PERFORM RECORD-APPLIED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "AKTION UNBEKANNT" TO WS-REJECT-REASON
                   END-IF
                   END-IF
               WHEN "C"
                   IF MASTER-IDX = 0
                       MOVE "SCHLUESSEL NICHT GEFUNDEN"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE OM-LINE(MASTER-IDX) TO WS-BEFORE-IMAGE
                       PERFORM KEEP-ORDER-PRICE
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM REJECT-TRANSACTION
                       ELSE
                           MOVE WS-T-PAYLOAD TO OM-LINE(MASTER-IDX)
                           MOVE WS-T-PAYLOAD TO WS-AFTER-IMAGE
                           PERFORM RECORD-APPLIED
                       END-IF
                   END-IF
               WHEN "P"
                   IF MASTER-IDX = 0
                       MOVE "SCHLUESSEL NICHT GEFUNDEN"
                           TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

      *    ORDERS;C on the stored order (WS-BEFORE-IMAGE): blank
      *    UNITPRICE/PRICEDATE in the record take the stored ones,
      *    and the record is rebuilt with them; a firmed price may
      *    only change through P. Sets WS-REJECT-REASON otherwise.
       KEEP-ORDER-PRICE.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM SPLIT-BEFORE-AFTER
           MOVE FUNCTION TRIM(WS-NEW-F(7)) TO WS-NEW-PRICE
           MOVE FUNCTION TRIM(WS-NEW-F(8)) TO WS-NEW-PRICEDATE
           MOVE FUNCTION TRIM(WS-OLD-F(7)) TO WS-FIELD-OLD
           IF WS-NEW-PRICE = SPACES
               MOVE WS-FIELD-OLD TO WS-NEW-PRICE
           END-IF
           IF WS-NEW-PRICEDATE = SPACES
               MOVE FUNCTION TRIM(WS-OLD-F(8)) TO WS-NEW-PRICEDATE
           END-IF
           IF FUNCTION TRIM(WS-OLD-F(8)) NOT = SPACES
               IF WS-NEW-PRICEDATE NOT = FUNCTION TRIM(WS-OLD-F(8))
                   MOVE "PREIS FEST - AENDERUNG NUR UEBER P"
                       TO WS-REJECT-REASON
               END-IF
               IF WS-FIELD-OLD = SPACES
                   IF WS-NEW-PRICE NOT = SPACES
                       MOVE "PREIS FEST - AENDERUNG NUR UEBER P"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE FUNCTION NUMVAL(WS-FIELD-OLD) TO WS-OLD-AMOUNT
                   MOVE FUNCTION NUMVAL(WS-NEW-PRICE) TO WS-NEW-AMOUNT
                   IF WS-NEW-AMOUNT NOT = WS-OLD-AMOUNT
                       MOVE "PREIS FEST - AENDERUNG NUR UEBER P"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-FIELD-OLD TO WS-NEW-PRICE
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 1 TO WS-T-PTR
               UNSTRING WS-T-PAYLOAD
                   DELIMITED BY ";"
                   INTO WS-NEW-F(1) WS-NEW-F(2) WS-NEW-F(3)
                        WS-NEW-F(4) WS-NEW-F(5) WS-NEW-F(6)
                   WITH POINTER WS-T-PTR
               END-UNSTRING
               MOVE SPACES TO WS-ORDER-HEAD
               IF WS-T-PTR > 2 AND WS-T-PTR <= 201
                   AND WS-T-PAYLOAD(WS-T-PTR - 1:1) = ";"
                   MOVE WS-T-PAYLOAD(1:WS-T-PTR - 2) TO WS-ORDER-HEAD
               ELSE
                   MOVE FUNCTION TRIM(WS-T-PAYLOAD) TO WS-ORDER-HEAD
               END-IF
               IF WS-NEW-PRICE NOT = SPACES
                   OR WS-NEW-PRICEDATE NOT = SPACES
                   MOVE SPACES TO WS-T-PAYLOAD
                   STRING FUNCTION TRIM(WS-ORDER-HEAD) ";"
                       FUNCTION TRIM(WS-NEW-PRICE) ";"
                       FUNCTION TRIM(WS-NEW-PRICEDATE)
                       DELIMITED BY SIZE INTO WS-T-PAYLOAD
               END-IF
           END-IF.

       FIND-PART-ROW.
           MOVE 0 TO MASTER-IDX
           PERFORM VARYING I FROM 1 BY 1
           END-PERFORM.

       RECORD-APPLIED.
           IF WS-APPROVING = "J"
               ADD 1 TO WS-APPROVED-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "GENEHMIGT " FUNCTION TRIM(WS-PEND-ID)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "ANGEWANDT" TO WS-REJECT-REASON
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      *    Price and supplier checks of the two-person rule, on the
      *    before-image (current master row) against the payload.
       CHECK-PARTS-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-APPROVING = "N"
               PERFORM SPLIT-BEFORE-AFTER
               MOVE 3 TO WS-FIELD-NO
               PERFORM CHECK-PRICE-FIELD
               MOVE 4 TO WS-FIELD-NO
               PERFORM CHECK-SUPPLIER-FIELD
           END-IF.

       CHECK-ROBOTS-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-APPROVING = "N"
               PERFORM SPLIT-BEFORE-AFTER
               MOVE 6 TO WS-FIELD-NO
               PERFORM CHECK-PRICE-FIELD
               MOVE 8 TO WS-FIELD-NO
               PERFORM CHECK-PRICE-FIELD
               MOVE 9 TO WS-FIELD-NO
               PERFORM CHECK-SUPPLIER-FIELD
           END-IF.

       SPLIT-BEFORE-AFTER.
           MOVE SPACES TO WS-OLD-FIELDS
           MOVE SPACES TO WS-NEW-FIELDS
           UNSTRING WS-BEFORE-IMAGE
               DELIMITED BY ";"
               INTO WS-OLD-F(1) WS-OLD-F(2) WS-OLD-F(3) WS-OLD-F(4)
                    WS-OLD-F(5) WS-OLD-F(6) WS-OLD-F(7) WS-OLD-F(8)
                    WS-OLD-F(9)
           END-UNSTRING
           UNSTRING WS-T-PAYLOAD
               DELIMITED BY ";"
               INTO WS-NEW-F(1) WS-NEW-F(2) WS-NEW-F(3) WS-NEW-F(4)
                    WS-NEW-F(5) WS-NEW-F(6) WS-NEW-F(7) WS-NEW-F(8)
                    WS-NEW-F(9)
           END-UNSTRING.

      *    A price going from or to nothing counts as above the
      *    limit; otherwise the change relative to the old price.
       CHECK-PRICE-FIELD.
           IF WS-HOLD-REASON = SPACES
               MOVE FUNCTION TRIM(WS-OLD-F(WS-FIELD-NO))
                   TO WS-FIELD-OLD
               MOVE FUNCTION TRIM(WS-NEW-F(WS-FIELD-NO))
                   TO WS-FIELD-NEW
               MOVE 0 TO WS-OLD-AMOUNT
               MOVE 0 TO WS-NEW-AMOUNT
               IF WS-FIELD-OLD NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-FIELD-OLD) TO WS-OLD-AMOUNT
               END-IF
               IF WS-FIELD-NEW NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-FIELD-NEW) TO WS-NEW-AMOUNT
               END-IF
               IF WS-OLD-AMOUNT NOT = WS-NEW-AMOUNT
                   IF WS-OLD-AMOUNT = 0
                       MOVE "PREISAENDERUNG UEBER GRENZE"
                           TO WS-HOLD-REASON
                   ELSE
                       IF WS-NEW-AMOUNT > WS-OLD-AMOUNT
                           COMPUTE WS-CHANGE-PCT =
                               (WS-NEW-AMOUNT - WS-OLD-AMOUNT) * 100
                               / WS-OLD-AMOUNT
                       ELSE
                           COMPUTE WS-CHANGE-PCT =
                               (WS-OLD-AMOUNT - WS-NEW-AMOUNT) * 100
                               / WS-OLD-AMOUNT
                       END-IF
                       IF WS-CHANGE-PCT > WS-PRICE-LIMIT
                           MOVE "PREISAENDERUNG UEBER GRENZE"
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-SUPPLIER-FIELD.
           IF WS-HOLD-REASON = SPACES
               MOVE FUNCTION TRIM(WS-OLD-F(WS-FIELD-NO))
                   TO WS-FIELD-OLD
               MOVE FUNCTION TRIM(WS-NEW-F(WS-FIELD-NO))
                   TO WS-FIELD-NEW
               IF WS-FIELD-OLD NOT = WS-FIELD-NEW
                   MOVE "LIEFERANT GEAENDERT" TO WS-HOLD-REASON
               END-IF
           END-IF.

      *    The change is parked under a new change ID instead of
      *    being applied; the audit row carries the requester and
      *    the images the approver will be deciding on.
       HOLD-TRANSACTION.
           IF PEND-COUNT >= 2000
               MOVE "VORMERKTABELLE VOLL (2000)" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               ADD 1 TO WS-PEND-SEQ
               MOVE SPACES TO WS-PEND-ID
               STRING FUNCTION TRIM(WS-RUN-ID) "-" WS-PEND-SEQ
                   DELIMITED BY SIZE INTO WS-PEND-ID
               ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
               ADD 1 TO PEND-COUNT
               MOVE WS-PEND-ID TO PD-ID(PEND-COUNT)
               MOVE WS-LOG-DATE TO PD-DATE(PEND-COUNT)
               MOVE WS-T-USER TO PD-USER(PEND-COUNT)
               MOVE WS-HOLD-REASON TO PD-REASON(PEND-COUNT)
               MOVE WS-T-FILE TO PD-FILE(PEND-COUNT)
               MOVE WS-T-ACTION TO PD-ACTION(PEND-COUNT)
               MOVE WS-T-PAYLOAD TO PD-RECORD(PEND-COUNT)
               MOVE "N" TO PD-DONE(PEND-COUNT)
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "VORGEMERKT " FUNCTION TRIM(WS-PEND-ID) " - "
                   FUNCTION TRIM(WS-HOLD-REASON)
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               DISPLAY "AENDERUNG VORGEMERKT (ZEILE " LINE-NO "): "
                   WS-T-FILE " " WS-T-ACTION " " WS-T-KEY
                   " - " WS-PEND-ID " " WS-HOLD-REASON
               MOVE "RC-I-0004" TO WS-LOG-CODE
               MOVE "INFO" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "AENDERUNG VORGEMERKT "
                   FUNCTION TRIM(WS-PEND-ID) " "
                   FUNCTION TRIM(WS-T-FILE) " " WS-T-ACTION " "
                   FUNCTION TRIM(WS-T-KEY) " - "
                   FUNCTION TRIM(WS-HOLD-REASON) " - ANTRAG "
                   FUNCTION TRIM(WS-T-USER)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    APPROVAL lines: the payload is the change ID. The approver
      *    must not be the requester; an approved change is replayed
      *    through the normal A/C/D logic against the master as it
      *    stands now.
       APPLY-APPROVAL-TRANSACTION.
           MOVE WS-T-USER TO WS-APPR-USER
           MOVE SPACES TO WS-REQ-USER
           MOVE WS-T-ACTION TO WS-APPR-ACTION
           PERFORM FIND-PENDING-CHANGE
           IF PEND-IDX = 0
               MOVE "VORGANG NICHT GEFUNDEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-APPR-ACTION NOT = "A" AND WS-APPR-ACTION NOT = "R"
               MOVE "AKTION UNBEKANNT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF PD-USER(PEND-IDX) = WS-T-USER
               MOVE PD-USER(PEND-IDX) TO WS-REQ-USER
               MOVE "GENEHMIGER = ANTRAGSTELLER" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE PD-USER(PEND-IDX) TO WS-REQ-USER
               MOVE PD-ID(PEND-IDX) TO WS-PEND-ID
               MOVE "J" TO PD-DONE(PEND-IDX)
               MOVE PD-FILE(PEND-IDX) TO WS-T-FILE
               MOVE PD-ACTION(PEND-IDX) TO WS-T-ACTION
               MOVE PD-RECORD(PEND-IDX) TO WS-T-PAYLOAD
               MOVE SPACES TO WS-T-KEY
               UNSTRING WS-T-PAYLOAD
                   DELIMITED BY ";"
                   INTO WS-T-KEY
               END-UNSTRING
               IF WS-APPR-ACTION = "A"
                   MOVE "J" TO WS-APPROVING
                   PERFORM APPLY-MASTER-TRANSACTION
                   MOVE "N" TO WS-APPROVING
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE WS-T-PAYLOAD TO WS-AFTER-IMAGE
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ZURUECKGEWIESEN "
                       FUNCTION TRIM(WS-PEND-ID)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   DISPLAY "AENDERUNG ZURUECKGEWIESEN (ZEILE "
                       LINE-NO "): " WS-PEND-ID
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF
           END-IF
           END-IF.

       FIND-PENDING-CHANGE.
           MOVE 0 TO PEND-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PEND-COUNT OR PEND-IDX > 0
               IF PD-ID(I) = WS-T-KEY AND PD-DONE(I) = "N"
                   MOVE I TO PEND-IDX
               END-IF
           END-PERFORM.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "TRANSAKTION ABGELEHNT (ZEILE " LINE-NO
               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-REC
               STRING "RUNID;DATE;TIME;FILE;ACTION;KEY;STATUS;"
                   "REQUSER;APPRUSER;BEFORE;AFTER"
                   DELIMITED BY SIZE INTO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
               WS-T-ACTION ";"
               FUNCTION TRIM(WS-T-KEY) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-REQ-USER) ";"
               FUNCTION TRIM(WS-APPR-USER) ";"
               FUNCTION TRIM(WS-BEFORE-IMAGE) ";"
               FUNCTION TRIM(WS-AFTER-IMAGE)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE ORDERS-LINE FROM WS-VAL-TRAILER
           CLOSE ORDERS-FILE.

      *    Only changes still waiting are written back; approved and
      *    rejected ones live on in master_audit.csv.
       REWRITE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-FILE
           WRITE PENDING-LINE FROM PENDING-HEADER
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PEND-COUNT
               IF PD-DONE(I) = "N"
                   MOVE SPACES TO WS-PENDING-REC
                   STRING FUNCTION TRIM(PD-ID(I)) ";"
                       PD-DATE(I) ";"
                       FUNCTION TRIM(PD-USER(I)) ";"
                       FUNCTION TRIM(PD-REASON(I)) ";"
                       FUNCTION TRIM(PD-FILE(I)) ";"
                       PD-ACTION(I) ";"
                       FUNCTION TRIM(PD-RECORD(I))
                       DELIMITED BY SIZE INTO WS-PENDING-REC
                   ADD 1 TO WS-VAL-COUNT
                   ADD FUNCTION LENGTH(FUNCTION TRIM(WS-PENDING-REC))
                       TO WS-VAL-CHECKSUM
                   WRITE PENDING-LINE FROM WS-PENDING-REC
               END-IF
           END-PERFORM
           PERFORM BUILD-VAL-TRAILER
           WRITE PENDING-LINE FROM WS-VAL-TRAILER
           CLOSE PENDING-FILE.

       BUILD-VAL-TRAILER.
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER.

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
           IF WS-PARM-VALUE NOT = SPACES
               EVALUATE WS-PARM-KEY
                   WHEN "APPRPRICEPCT"
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-PRICE-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    The run ID ties every output of one suite run together.
      *    Under the RUNCTL driver it comes from run_id.dat; started
      *    by hand, the program stamps its own from date and time.
