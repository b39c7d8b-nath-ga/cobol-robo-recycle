      *    deliberately suppresses (stock covers demand) are exactly
      *    the ones nobody ever sees again, so this report walks the
      *    whole part master the other way round. Per part: on-hand
      *    and reusable-cage quantity valued at the frozen standard
      *    of the COSTDATE fiscal year (COSTROLL; the CALCCOSTS
      *    as-of price before the first release), gross demand
      *    over the schedule horizon (the same BOM explosion MATREQ
      *    runs, scrap allowance included), months of coverage, and
      *    a write-off flag for parts with no BOM usage at all (the
      *    WHEREUSED no-hit the auditors ask about every year-end).
      *
      *    Which locations count is set by parm HLTHNETLOCS (comma
      *    list, blank = all): stock on the other locations of
      *    inventory_loc.csv is left out, and the reusable_stock.csv
      *    cage only counts when KAEFIG is listed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "..\data\inventory.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEALTH-REPORT-FILE
               ASSIGN TO "..\data\stock_health_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVLOC-FILE
               ASSIGN TO "..\data\inventory_loc.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVLOC-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  INVENTORY-FILE.
       01  INVENTORY-LINE          PIC X(200).

       FD  HEALTH-REPORT-FILE.
       01  HEALTH-REPORT-LINE      PIC X(300).

       FD  INVLOC-FILE.
       01  INVLOC-LINE             PIC X(200).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

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

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0103 ZIRKULAERE STUECKLISTE
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
      *      RC-W-0118 BESTAND OHNE VERWENDUNG
      *      RC-W-0134 TEIL OHNE STANDARDKOSTEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-CODE             PIC X(9).
       01  WS-RU-CONDITION         PIC X(10).
       01  WS-RU-QTY-TXT           PIC X(20).

      *    Counted locations, see PARM HLTHNETLOCS.
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

       01  WS-DEMAND-QTY           PIC 9(9).
       01  WS-STOCK-QTY            PIC 9(9).
       01  WS-STOCK-VALUE          PIC 9(11)V99.
           PERFORM LOAD-PARMS
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           COMPUTE WS-STD-TARGET-YEAR = WS-COST-DATE / 10000
           PERFORM LOAD-STANDARD-COSTS
           PERFORM LOAD-ROBOTS
           PERFORM LOAD-BOM
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-INVENTORY-LOCATIONS
           PERFORM LOAD-REUSABLE-STOCK
           PERFORM RESOLVE-ROBOT-DEMAND
           PERFORM APPLY-ALL-DEMAND
           COMPUTE WS-TOTAL-READ =
               PART-COUNT + PRICE-COUNT + ROBOT-COUNT
               + BOM-READ-COUNT + SCHED-COUNT + INV-COUNT
               + STD-ROW-COUNT
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "STOCKHLTH;" WS-TOTAL-READ
           IF WS-PARM-KEY = "COSTDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-COST-DATE
           END-IF
           IF WS-PARM-KEY = "HLTHNETLOCS"
               MOVE WS-PARM-VALUE TO WS-NETLOC-LIST
               PERFORM PARSE-NETLOC-LIST
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

       LOAD-PARTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT PARTS-IDX-FILE
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
           UNSTRING STD-COST-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = STD-ROW-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-STDCOST-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME STANDARD_COSTS.CSV "
                   "FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME STANDARD_COSTS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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

       LOAD-ROBOTS.
           MOVE "N" TO EOF-FLAG
           OPEN INPUT ROBOTS-IDX-FILE
               PERFORM WRITE-RUN-LOG
           END-IF.

      *    Only with a location list: stock on a location not in
      *    the list is taken off the part's on-hand quantity. No
      *    file means STOCKPOST has not split the stock yet.
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
               END-IF
           END-IF.

       LOAD-REUSABLE-STOCK.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-REUSE-CHECKSUM
           MOVE "KAEFIG" TO WS-NL-FIND
           PERFORM CHECK-NETLOC
           IF NETLOC-COUNT > 0 AND WS-NL-FOUND = "N"
               DISPLAY "HINWEIS: KAEFIG NICHT IN HLTHNETLOCS"
                   " - KAEFIG NICHT BEWERTET"
           ELSE
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
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | HORIZONT: " PERIOD-COUNT " PERIODEN"
               " | BEWERTUNG: " FUNCTION TRIM(WS-STD-BASIS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE HEALTH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF NETLOC-COUNT = 0
               MOVE "LAGERORTE: ALLE" TO WS-REPORT-LINE
           ELSE
               STRING "LAGERORTE: " FUNCTION TRIM(WS-NETLOC-LIST)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE HEALTH-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE HEALTH-REPORT-LINE FROM WS-REPORT-LINE

