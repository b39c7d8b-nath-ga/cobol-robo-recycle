      *    a visible trace instead of the only source of truth.
      *
      *    stock_trans.csv layout: line 1 is a header
      *    (TYPE;PARTNO;QTY;TRANSDATE;REFERENCE;LOCATION;TOLOCATION)
      *    and is skipped, then one movement per line:
      *      I;<PARTNO>;<QTY>;<JJJJMMTT>;<WONO>      issue to production
      *      R;<PARTNO>;<QTY>;<JJJJMMTT>;<PONUMBER>  goods receipt
      *      U;<PARTNO>;<QTY>;<JJJJMMTT>;<WONO>      return from production
      *      A;<PARTNO>;<+/-QTY>;<JJJJMMTT>;<reason> count adjustment
      *      T;<PARTNO>;<QTY>;<JJJJMMTT>;<reason>;<FROM>;<TO>
      *                                              transfer
      *    A blank TRANSDATE means today. The REFERENCE of an issue or
      *    return is the work order being built and must be released
      *    (status RELEASED in work_orders.csv, see WORKORD), so
      *    consumption can be compared against the BOM standard per
      *    job and, through the work order's ROBOTNO, per robot.
      *
      *    Stock by location: ONHANDQTY stays the part total, and
      *    inventory_loc.csv (PARTNO;LOCATION;ONHANDQTY + trailer)
      *    splits it over the locations of locations.csv - main
      *    store LAGER, the line-side racks at ASSEMBLY and TEST.
      *    I, R, U and A carry an optional 6th column LOCATION
      *    (blank = LAGER) and post there; a T moves quantity from
      *    one location to another and leaves the part total alone.
      *    The recovery cage KAEFIG is listed as a location but its
      *    stock is reusable_stock.csv, which REFURB rebuilds
      *    every run - nothing is booked into or out of it here.
      *    The location rows always add up to ONHANDQTY: a part
      *    without rows (first run, new part) is all in LAGER, and
      *    a difference found on load is put on LAGER and warned.
      *
      *    A movement whose TRANSDATE falls into a month PERCLOSE has
      *    closed (period_control.csv) is rejected - the month's
      *    journal is in the ledger and the valuation must stay in
      *    line with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\stock_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT LOCATION-FILE
               ASSIGN TO "..\data\locations.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT INVLOC-FILE
               ASSIGN TO "..\data\inventory_loc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLOC-STATUS.
           SELECT WO-FILE
               ASSIGN TO "..\data\work_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "..\data\stock_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRANS-FILE.
       01  TRANS-LINE              PIC X(250).

       FD  LOCATION-FILE.
       01  LOCATION-LINE           PIC X(200).

       FD  INVLOC-FILE.
       01  INVLOC-LINE             PIC X(200).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(120).

       FD  WO-FILE.
       01  WO-LINE                 PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(250).


       77  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       77  WS-WO-STATUS            PIC X(2) VALUE "00".
       77  WS-LOC-STATUS           PIC X(2) VALUE "00".
       77  WS-INVLOC-STATUS        PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
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

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-W-0131 LAGERORTBESTAND ABGEGLICHEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 TRANSAKTIONSDATEI FEHLT
      *      RC-E-0210 TABELLE VOLL - LAUF ANGEHALTEN
              10 IV-ONHAND         PIC S9(9).
              10 IV-ONORDER-TXT    PIC X(20).
              10 IV-SAFETY-TXT     PIC X(20).
              10 IV-LOC-SUM        PIC S9(9).
       77  INV-ROW-COUNT           PIC 9(5) VALUE 0.
       77  INV-IDX                 PIC 9(5) VALUE 0.
       01  WS-IV-ONHAND-TXT        PIC X(20).

      *    Valid locations from locations.csv. Without the master
      *    only LAGER is known, i.e. everything stays in the store.
       01  LOC-TABLE.
           05 LOC-ENTRY OCCURS 50 TIMES.
              10 LOC-CODE          PIC X(10).
       77  LOC-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEFAULT-LOC          PIC X(10) VALUE "LAGER".
       01  WS-CAGE-LOC             PIC X(10) VALUE "KAEFIG".
       01  WS-LC-DESC              PIC X(60).

      *    Stock per part and location. Rows are never deleted in
      *    the run, a location emptied by a transfer simply drops
      *    out of the file at the rewrite.
       01  INVLOC-TABLE.
           05 IL-ENTRY OCCURS 60000 TIMES.
              10 IL-PARTNO         PIC X(10).
              10 IL-LOCATION       PIC X(10).
              10 IL-QTY            PIC S9(9).
       77  INVLOC-COUNT            PIC 9(5) VALUE 0.
       77  IL-IDX                  PIC 9(5) VALUE 0.
       77  IL-FROM-IDX             PIC 9(5) VALUE 0.
       77  WS-INVLOC-PRESENT       PIC X VALUE "N".
       01  WS-IL-PARTNO            PIC X(10).
       01  WS-IL-LOCATION          PIC X(10).
       01  WS-IL-QTY-TXT           PIC X(20).
       01  WS-IL-QTY               PIC S9(9).
       01  WS-FIND-PARTNO          PIC X(10).
       01  WS-FIND-LOC             PIC X(10).
       01  WS-CHECK-LOC            PIC X(10).
       01  WS-LOC-ERROR            PIC X(40).
       01  WS-LOC-DIFF             PIC S9(9).
       01  WS-LOC-NEW              PIC S9(9).
       01  WS-LOC-BEFORE           PIC S9(9).
       01  WS-LOC-AFTER            PIC S9(9).
       01  WS-LOC-BEFORE-TXT       PIC +(8)9.
       01  WS-LOC-AFTER-TXT        PIC +(8)9.
       01  WS-LOC-DIFF-TXT         PIC +(8)9.
       01  WS-IL-QTY-OUT           PIC -(8)9.
       77  WS-LOCFIX-COUNT         PIC 9(5) VALUE 0.

      *    Work orders, number and status only: an issue or return
      *    is accepted only against a job that is still RELEASED.
       01  WO-TABLE.
           05 WO-ENTRY OCCURS 5000 TIMES.
              10 WO-NO             PIC X(10).
              10 WO-STATUS         PIC X(10).
       77  WO-COUNT                PIC 9(5) VALUE 0.
       77  WO-IDX                  PIC 9(5) VALUE 0.
       01  WS-WO-ROBOTNO           PIC X(10).
       01  WS-WO-PERIOD-TXT        PIC X(20).
       01  WS-WO-QTY-TXT           PIC X(20).

       01  WS-T-TYPE               PIC X(1).
       01  WS-T-PARTNO             PIC X(10).
       01  WS-T-QTY-TXT            PIC X(20).
       01  WS-T-DATE-TXT           PIC X(20).
       01  WS-T-REFERENCE          PIC X(30).
       01  WS-T-LOCATION           PIC X(10).
       01  WS-T-TOLOC              PIC X(10).
       01  WS-T-QTY                PIC S9(9).
       01  WS-T-DATE               PIC 9(8).
       01  WS-T-DELTA              PIC S9(9).
           MOVE "BESTANDSBUCHUNG GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-INVENTORY-MASTER
           PERFORM LOAD-LOCATIONS
           PERFORM LOAD-INVENTORY-LOCATIONS
           PERFORM RECONCILE-LOCATIONS
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM PROCESS-TRANSACTIONS
           PERFORM REWRITE-INVENTORY-MASTER
           PERFORM REWRITE-INVENTORY-LOCATIONS
           IF (WS-REJECT-COUNT > 0 OR WS-LOCFIX-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "INVENTORY.CSV" TO WS-TRAILER-FILE
           OPEN INPUT INVENTORY-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ INVENTORY-FILE
                                    IV-SAFETY-TXT(INV-ROW-COUNT)
                           END-UNSTRING
                           MOVE 0 TO IV-ONHAND(INV-ROW-COUNT)
                           MOVE 0 TO IV-LOC-SUM(INV-ROW-COUNT)
                           IF WS-IV-ONHAND-TXT NOT = SPACES
                               MOVE FUNCTION NUMVAL(
                                   WS-IV-ONHAND-TXT)
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

      *    The location master is small and optional: without it
      *    only LAGER is a valid location, which is the state of
      *    things before stock was kept by location.
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
               ADD 1 TO WS-LOCFIX-COUNT
           ELSE
               ADD 1 TO LOC-COUNT
               MOVE WS-CHECK-LOC TO LOC-CODE(LOC-COUNT)
           END-IF
           END-IF.

      *    inventory_loc.csv is this program's own master and is
      *    rewritten at the end of the run - a truncated load would
      *    lose the rows past the cap, so a full table is a hard
      *    stop. A missing file means the split has not been
      *    started yet: every part is then in LAGER.
       LOAD-INVENTORY-LOCATIONS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "INVENTORY_LOC.CSV" TO WS-TRAILER-FILE
           OPEN INPUT INVLOC-FILE
           IF WS-INVLOC-STATUS NOT = "00"
               DISPLAY "HINWEIS: INVENTORY_LOC.CSV NICHT VORHANDEN - "
                   "BESTAND WIRD LAGER ZUGEORDNET"
           ELSE
               MOVE "Y" TO WS-INVLOC-PRESENT
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ INVLOC-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF INVLOC-LINE(1:7) = "TRAILER"
                               MOVE INVLOC-LINE TO WS-RAW-LINE
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(INVLOC-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-INVLOC-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVLOC-FILE
           END-IF.

      *    A row for a part no longer in inventory.csv is dropped -
      *    its stock has no total to belong to any more.
       APPLY-INVLOC-LINE.
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
           MOVE WS-IL-PARTNO TO WS-T-PARTNO
           PERFORM FIND-INVENTORY-ROW
           IF INV-IDX = 0
               DISPLAY "WARNUNG: LAGERORTBESTAND OHNE TEIL -> "
                   FUNCTION TRIM(WS-IL-PARTNO) " / "
                   FUNCTION TRIM(WS-IL-LOCATION) " ENTFERNT"
               MOVE "RC-W-0131" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "LAGERORTBESTAND OHNE TEIL ENTFERNT "
                   FUNCTION TRIM(WS-IL-PARTNO) " / "
                   FUNCTION TRIM(WS-IL-LOCATION)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               ADD 1 TO WS-LOCFIX-COUNT
           ELSE
               MOVE FUNCTION TRIM(WS-IL-PARTNO) TO WS-FIND-PARTNO
               MOVE FUNCTION TRIM(WS-IL-LOCATION) TO WS-FIND-LOC
               PERFORM FIND-LOC-ROW
               IF IL-IDX = 0
                   IF INVLOC-COUNT >= 60000
                       DISPLAY "ABBRUCH: INVLOC-TABLE VOLL "
                           "(60000) - LAUF ANGEHALTEN"
                       MOVE "RC-E-0210" TO WS-LOG-CODE
                       MOVE "SEVERE" TO WS-LOG-SEVERITY
                       MOVE "INVLOC-TABLE VOLL (60000)"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM ADD-LOC-ROW
               END-IF
               ADD WS-IL-QTY TO IL-QTY(IL-IDX)
               ADD WS-IL-QTY TO IV-LOC-SUM(INV-IDX)
           END-IF.

      *    The location rows must add up to ONHANDQTY. Where they do
      *    not - no rows yet, or inventory.csv changed by hand - the
      *    difference is put on LAGER; with an existing location
      *    file that is worth a warning, on the first run it is not.
       RECONCILE-LOCATIONS.
           PERFORM VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > INV-ROW-COUNT
               COMPUTE WS-LOC-DIFF =
                   IV-ONHAND(INV-IDX) - IV-LOC-SUM(INV-IDX)
               IF WS-LOC-DIFF NOT = 0
                   MOVE FUNCTION TRIM(IV-PARTNO(INV-IDX))
                       TO WS-FIND-PARTNO
                   MOVE WS-DEFAULT-LOC TO WS-FIND-LOC
                   PERFORM FIND-LOC-ROW
                   IF IL-IDX = 0
                       PERFORM ADD-LOC-ROW
                   END-IF
                   IF IL-IDX = 0
                       DISPLAY "ABBRUCH: INVLOC-TABLE VOLL "
                           "(60000) - LAUF ANGEHALTEN"
                       MOVE "RC-E-0210" TO WS-LOG-CODE
                       MOVE "SEVERE" TO WS-LOG-SEVERITY
                       MOVE "INVLOC-TABLE VOLL (60000)"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD WS-LOC-DIFF TO IL-QTY(IL-IDX)
                   ADD WS-LOC-DIFF TO IV-LOC-SUM(INV-IDX)
                   IF WS-INVLOC-PRESENT = "Y"
                       MOVE WS-LOC-DIFF TO WS-LOC-DIFF-TXT
                       DISPLAY "WARNUNG: LAGERORTE "
                           FUNCTION TRIM(WS-FIND-PARTNO)
                           " WEICHEN VON ONHANDQTY AB - DIFFERENZ "
                           FUNCTION TRIM(WS-LOC-DIFF-TXT)
                           " AUF LAGER GEBUCHT"
                       MOVE "RC-W-0131" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE SPACES TO WS-LOG-TEXT
                       STRING "LAGERORTBESTAND ABGEGLICHEN "
                           FUNCTION TRIM(WS-FIND-PARTNO)
                           " DIFFERENZ "
                           FUNCTION TRIM(WS-LOC-DIFF-TXT)
                           " AUF LAGER"
                           DELIMITED BY SIZE INTO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                       ADD 1 TO WS-LOCFIX-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-LOC-ROW.
           MOVE 0 TO IL-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > INVLOC-COUNT OR IL-IDX > 0
               IF IL-PARTNO(I) = WS-FIND-PARTNO
                   AND IL-LOCATION(I) = WS-FIND-LOC
                   MOVE I TO IL-IDX
               END-IF
           END-PERFORM.

      *    Leaves IL-IDX at 0 when the table is full; the caller
      *    decides whether that stops the run or rejects a line.
       ADD-LOC-ROW.
           MOVE 0 TO IL-IDX
           IF INVLOC-COUNT < 60000
               ADD 1 TO INVLOC-COUNT
               MOVE INVLOC-COUNT TO IL-IDX
               MOVE WS-FIND-PARTNO TO IL-PARTNO(IL-IDX)
               MOVE WS-FIND-LOC TO IL-LOCATION(IL-IDX)
               MOVE 0 TO IL-QTY(IL-IDX)
           END-IF.

      *    Sets WS-LOC-ERROR for a location nothing may be booked
      *    to: not in locations.csv, or the recovery cage, whose
      *    content REFURB owns.
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

      *    Without the work-order master no issue or return can be
      *    checked; they are then all rejected, receipts and
      *    adjustments still post. A truncated load would reject
      *    issues against valid jobs - hard stop.
       LOAD-WORK-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "WORK_ORDERS.CSV" TO WS-TRAILER-FILE
           OPEN INPUT WO-FILE
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "HINWEIS: WORK_ORDERS.CSV NICHT VORHANDEN - "
                   "KEINE ENTNAHMEN MOEGLICH"
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
                               ADD 1 TO WO-COUNT
                               MOVE SPACES TO WO-NO(WO-COUNT)
                               MOVE SPACES TO WO-STATUS(WO-COUNT)
                               UNSTRING WO-LINE
                                   DELIMITED BY ";"
                                   INTO WO-NO(WO-COUNT)
                                        WS-WO-ROBOTNO
                                        WS-WO-PERIOD-TXT
                                        WS-WO-QTY-TXT
                                        WO-STATUS(WO-COUNT)
                               END-UNSTRING
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WO-FILE
           END-IF.

      *    A movement file that simply is not there means nothing
      *    was posted today - as a calendar-driven step this program
      *    runs on schedule, not only when input was prepared. Any
      *    carry their own sign. The posting is all-or-nothing per
      *    line: an overdraw is rejected whole rather than posting
      *    what fits - a half-posted issue would just move the count
      *    error somewhere harder to find. The same holds per
      *    location: an issue from the ASSEMBLY rack needs the stock
      *    to be on that rack, not just somewhere in the building.
       APPLY-MOVEMENT.
           MOVE SPACES TO WS-T-TYPE
           MOVE SPACES TO WS-T-PARTNO
           MOVE SPACES TO WS-T-QTY-TXT
           MOVE SPACES TO WS-T-DATE-TXT
           MOVE SPACES TO WS-T-REFERENCE
           MOVE SPACES TO WS-T-LOCATION
           MOVE SPACES TO WS-T-TOLOC
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING TRANS-LINE
               DELIMITED BY ";"
               INTO WS-T-TYPE WS-T-PARTNO WS-T-QTY-TXT
                    WS-T-DATE-TXT WS-T-REFERENCE
                    WS-T-LOCATION WS-T-TOLOC
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-T-LOCATION) TO WS-T-LOCATION
           MOVE FUNCTION TRIM(WS-T-TOLOC) TO WS-T-TOLOC
           IF WS-T-LOCATION = SPACES
               MOVE WS-DEFAULT-LOC TO WS-T-LOCATION
           END-IF
           MOVE 0 TO WS-T-QTY
           IF WS-T-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-QTY-TXT) TO WS-T-QTY
           ELSE
               MOVE FUNCTION NUMVAL(WS-T-DATE-TXT) TO WS-T-DATE
           END-IF
           MOVE WS-T-DATE TO WS-PC-DATE
           PERFORM CHECK-POSTING-PERIOD
           PERFORM FIND-INVENTORY-ROW
           MOVE 0 TO WS-BEFORE-QTY
           MOVE 0 TO WS-AFTER-QTY
           MOVE 0 TO WS-LOC-BEFORE
           MOVE 0 TO WS-LOC-AFTER
           MOVE 0 TO IL-FROM-IDX
           IF INV-IDX = 0
               MOVE "TEIL NICHT IM BESTAND" TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
               MOVE IV-ONHAND(INV-IDX) TO WS-BEFORE-QTY
               MOVE FUNCTION TRIM(WS-T-PARTNO) TO WS-FIND-PARTNO
               MOVE WS-T-LOCATION TO WS-FIND-LOC
               PERFORM FIND-LOC-ROW
               MOVE IL-IDX TO IL-FROM-IDX
               IF IL-FROM-IDX > 0
                   MOVE IL-QTY(IL-FROM-IDX) TO WS-LOC-BEFORE
               END-IF
               MOVE WS-LOC-BEFORE TO WS-LOC-AFTER
               MOVE WS-T-LOCATION TO WS-CHECK-LOC
               PERFORM CHECK-LOCATION
           END-IF
           IF INV-IDX = 0
               CONTINUE
           ELSE
           IF WS-PERIOD-ERROR NOT = SPACES
               MOVE WS-PERIOD-ERROR TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
           IF WS-LOC-ERROR NOT = SPACES
               MOVE WS-LOC-ERROR TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
               EVALUATE WS-T-TYPE
                   WHEN "I"
                       COMPUTE WS-T-DELTA = 0 - WS-T-QTY
                       PERFORM CHECK-WORK-ORDER-REF
                   WHEN "R"
                       MOVE WS-T-QTY TO WS-T-DELTA
                       PERFORM POST-MOVEMENT
                   WHEN "U"
                       MOVE WS-T-QTY TO WS-T-DELTA
                       PERFORM CHECK-WORK-ORDER-REF
                   WHEN "A"
                       MOVE WS-T-QTY TO WS-T-DELTA
                       PERFORM POST-MOVEMENT
                   WHEN "T"
                       MOVE 0 TO WS-T-DELTA
                       PERFORM POST-TRANSFER
                   WHEN OTHER
                       MOVE "BEWEGUNGSART UNBEKANNT"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-MOVEMENT
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

       POST-MOVEMENT.
           ELSE
               COMPUTE WS-NEW-ONHAND =
                   IV-ONHAND(INV-IDX) + WS-T-DELTA
               COMPUTE WS-LOC-NEW = WS-LOC-BEFORE + WS-T-DELTA
               IF WS-NEW-ONHAND < 0
                   MOVE "BESTAND WUERDE NEGATIV"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
               IF WS-LOC-NEW < 0
                   MOVE "BESTAND AM LAGERORT ZU GERING"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
                   IF IL-FROM-IDX = 0
                       PERFORM ADD-LOC-ROW
                       MOVE IL-IDX TO IL-FROM-IDX
                   END-IF
                   IF IL-FROM-IDX = 0
                       MOVE "LAGERORT-TABELLE VOLL"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-MOVEMENT
                   ELSE
                       MOVE WS-NEW-ONHAND TO IV-ONHAND(INV-IDX)
                       MOVE WS-NEW-ONHAND TO WS-AFTER-QTY
                       MOVE WS-LOC-NEW TO IL-QTY(IL-FROM-IDX)
                       MOVE WS-LOC-NEW TO WS-LOC-AFTER
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "ANGEWANDT" TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    A transfer moves stock between two locations of the same
      *    part; ONHANDQTY does not change, so BEFORE and AFTER of
      *    the audit row are equal and the location columns show
      *    the source rack. Whatever is not on the source location
      *    cannot be moved from it.
       POST-TRANSFER.
           IF WS-T-QTY NOT > 0
               MOVE "MENGE NICHT GROESSER NULL" TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
           IF WS-T-TOLOC = SPACES
               MOVE "ZIEL-LAGERORT FEHLT" TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
           IF WS-T-TOLOC = WS-T-LOCATION
               MOVE "QUELLE GLEICH ZIEL" TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
               MOVE WS-T-TOLOC TO WS-CHECK-LOC
               PERFORM CHECK-LOCATION
               COMPUTE WS-LOC-NEW = WS-LOC-BEFORE - WS-T-QTY
               IF WS-LOC-ERROR NOT = SPACES
                   MOVE WS-LOC-ERROR TO WS-REJECT-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
               IF WS-LOC-NEW < 0
                   MOVE "BESTAND AM LAGERORT ZU GERING"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-MOVEMENT
               ELSE
                   MOVE FUNCTION TRIM(WS-T-PARTNO) TO WS-FIND-PARTNO
                   MOVE WS-T-TOLOC TO WS-FIND-LOC
                   PERFORM FIND-LOC-ROW
                   IF IL-IDX = 0
                       PERFORM ADD-LOC-ROW
                   END-IF
                   IF IL-IDX = 0
                       MOVE "LAGERORT-TABELLE VOLL"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-MOVEMENT
                   ELSE
                       MOVE WS-LOC-NEW TO IL-QTY(IL-FROM-IDX)
                       ADD WS-T-QTY TO IL-QTY(IL-IDX)
                       MOVE WS-LOC-NEW TO WS-LOC-AFTER
                       MOVE IV-ONHAND(INV-IDX) TO WS-AFTER-QTY
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "ANGEWANDT" TO WS-REJECT-REASON
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *    Material goes out to and comes back from a job, never
      *    to a robot number or a job already closed - its variance
      *    has been reported and would silently change afterwards.
       CHECK-WORK-ORDER-REF.
           MOVE 0 TO WO-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WO-COUNT OR WO-IDX > 0
               MOVE FUNCTION TRIM(WO-NO(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-T-REFERENCE) TO WS-KEY2
               IF WS-KEY1 = WS-KEY2 AND WS-KEY2 NOT = SPACES
                   MOVE I TO WO-IDX
               END-IF
           END-PERFORM
           IF WO-IDX = 0
               MOVE "ARBEITSAUFTRAG UNBEKANNT" TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
           IF WO-STATUS(WO-IDX) NOT = "RELEASED"
               MOVE "ARBEITSAUFTRAG NICHT OFFEN"
                   TO WS-REJECT-REASON
               PERFORM REJECT-MOVEMENT
           ELSE
               PERFORM POST-MOVEMENT
           END-IF
           END-IF.

       FIND-INVENTORY-ROW.
           MOVE 0 TO INV-IDX
           PERFORM VARYING I FROM 1 BY 1
               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-REC
               STRING "RUNID;DATE;TIME;TRANSDATE;TYPE;PARTNO;QTY;"
                   "REFERENCE;STATUS;BEFORE;AFTER;LOCATION;"
                   "TOLOCATION;LOCBEFORE;LOCAFTER"
                   DELIMITED BY SIZE INTO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
           MOVE WS-T-QTY TO WS-QTY-SIGNED-TXT
           MOVE WS-BEFORE-QTY TO WS-BEFORE-TXT
           MOVE WS-AFTER-QTY TO WS-AFTER-TXT
           MOVE WS-LOC-BEFORE TO WS-LOC-BEFORE-TXT
           MOVE WS-LOC-AFTER TO WS-LOC-AFTER-TXT
           MOVE SPACES TO WS-AUDIT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-T-REFERENCE) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-BEFORE-TXT) ";"
               FUNCTION TRIM(WS-AFTER-TXT) ";"
               FUNCTION TRIM(WS-T-LOCATION) ";"
               FUNCTION TRIM(WS-T-TOLOC) ";"
               FUNCTION TRIM(WS-LOC-BEFORE-TXT) ";"
               FUNCTION TRIM(WS-LOC-AFTER-TXT)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE AUDIT-LINE FROM WS-AUDIT-REC
           CLOSE AUDIT-FILE.
           WRITE INVENTORY-LINE FROM WS-VAL-TRAILER
           CLOSE INVENTORY-FILE.

      *    Rows that went to zero are left out - the file lists
      *    where stock is, not where it once was.
       REWRITE-INVENTORY-LOCATIONS.
           OPEN OUTPUT INVLOC-FILE
           MOVE "PARTNO;LOCATION;ONHANDQTY" TO WS-VAL-LINE
           WRITE INVLOC-LINE FROM WS-VAL-LINE
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > INVLOC-COUNT
               IF IL-QTY(I) NOT = 0
                   MOVE IL-QTY(I) TO WS-IL-QTY-OUT
                   MOVE SPACES TO WS-VAL-LINE
                   STRING FUNCTION TRIM(IL-PARTNO(I)) ";"
                       FUNCTION TRIM(IL-LOCATION(I)) ";"
                       FUNCTION TRIM(WS-IL-QTY-OUT)
                       DELIMITED BY SIZE INTO WS-VAL-LINE
                   ADD 1 TO WS-VAL-COUNT
                   ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
                       TO WS-VAL-CHECKSUM
                   WRITE INVLOC-LINE FROM WS-VAL-LINE
               END-IF
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE INVLOC-LINE FROM WS-VAL-TRAILER
           CLOSE INVLOC-FILE.

      *    The run ID ties every output of one suite run together.
      *    Under the RUNCTL driver it comes from run_id.dat; started
      *    by hand, the program stamps its own from date and time.
