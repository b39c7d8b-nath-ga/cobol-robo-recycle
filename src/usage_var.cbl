      *    resolved the way MATREQ resolves sub-assembly pull)
      *    against what the floor actually drew from stores (the
      *    posted I movements in stock_audit.csv, net of U returns,
      *    grouped by the ROBOTNO each issue was referenced to - an
      *    issue referenced to a work order counts for the ROBOTNO
      *    of that order in work_orders.csv).
      *    The variance is shown in units and in money at the
      *    frozen standard of the period's fiscal year (COSTROLL,
      *    standard_costs.csv) - the report that says whether the
      *    scrap percentages in parts.csv are fiction.
      *
      *    The period comes from batch_parms.csv (USAGEPERIOD;JJJJMM,
      *    default: the calendar month before the run date, the
      *    month the day-01 run closes, as in PRICEVAR, STOCKVAL and
      *    GLEXTRACT). Before the first standard is
      *    released, and for a part the set does not carry, prices
      *    resolve as of COSTDATE exactly like CALCCOSTS. Issues
      *    referenced to a robot with no BOM claim on the part are
      *    listed with standard zero - material walking out of
      *    stores against the wrong order is a variance too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT STOCK-AUDIT-FILE
               ASSIGN TO "..\data\stock_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT WO-FILE
               ASSIGN TO "..\data\work_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT USAGEVAR-REPORT-FILE
               ASSIGN TO "..\data\usage_variance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  STOCK-AUDIT-FILE.
       01  STOCK-AUDIT-LINE        PIC X(250).

       FD  WO-FILE.
       01  WO-LINE                 PIC X(200).

       FD  USAGEVAR-REPORT-FILE.
       01  USAGEVAR-REPORT-LINE    PIC X(300).

       77  WS-PARTSIDX-STATUS      PIC X(2) VALUE "00".
       77  WS-ROBOTSIDX-STATUS     PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       77  WS-WO-STATUS            PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".
       77  WS-BS-LO                PIC 9(4) VALUE 0.
       77  WS-BS-HI                PIC 9(4) VALUE 0.
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-COST-DATE            PIC 9(8) VALUE 0.
       01  WS-USAGE-PERIOD         PIC 9(6) VALUE 0.
       01  WS-USAGE-PERIOD-R REDEFINES WS-USAGE-PERIOD.
           05 WS-USAGE-YEAR        PIC 9(4).
           05 WS-USAGE-MON         PIC 9(2).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).

       77  WS-PRICES-CHECKSUM      PIC 9(9) VALUE 0.
       77  PRICE-COUNT             PIC 9(5) VALUE 0.
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
      *      RC-W-0134 TEIL OHNE STANDARDKOSTEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-CODE             PIC X(9).
       01  WS-AU-TRANSDATE         PIC 9(8).
       01  WS-AU-PERIOD            PIC 9(6).

      *    Work order -> robot, for issues referenced to a job.
       01  WO-TABLE.
           05 WO-ENTRY OCCURS 5000 TIMES.
              10 WO-NO             PIC X(10).
              10 WO-ROBOTNO        PIC X(10).
       77  WO-COUNT                PIC 9(5) VALUE 0.
       77  WO-READ-COUNT           PIC 9(5) VALUE 0.
       77  WO-IDX                  PIC 9(5) VALUE 0.
       77  WS-WO-CHECKSUM          PIC 9(9) VALUE 0.
       77  WS-WO-TRUNC             PIC X VALUE "N".
       01  WS-WO-NO                PIC X(10).
       01  WS-WO-ROBOTNO           PIC X(10).

       01  WS-STD-QTY              PIC 9(9).
       01  WS-ACT-QTY              PIC S9(9).
       01  WS-VAR-QTY              PIC S9(9).
           PERFORM LOAD-PARMS
           PERFORM LOAD-PARTS
           PERFORM LOAD-PART-PRICES
           COMPUTE WS-STD-TARGET-YEAR = WS-USAGE-PERIOD / 100
           PERFORM LOAD-STANDARD-COSTS
           PERFORM LOAD-ROBOTS
           PERFORM LOAD-BOM
           PERFORM LOAD-SCHEDULE
           PERFORM RESOLVE-ROBOT-DEMAND
           PERFORM LOAD-WORK-ORDERS
           PERFORM LOAD-ACTUAL-ISSUES
           PERFORM WRITE-USAGEVAR-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
       WRITE-STEP-STATS.
           COMPUTE WS-TOTAL-READ =
               PART-COUNT + PRICE-COUNT + ROBOT-COUNT
               + BOM-READ-COUNT + SCHED-COUNT + WO-READ-COUNT
               + STD-ROW-COUNT
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "USAGEVAR;" WS-TOTAL-READ

      *    COSTDATE is the pricing as-of date exactly as CALCCOSTS
      *    uses it; USAGEPERIOD is the month being measured and
      *    defaults to the month before the run date.
       LOAD-PARMS.
           ACCEPT WS-COST-DATE FROM DATE YYYYMMDD
           MOVE WS-COST-DATE TO WS-TODAY
           MOVE "N" TO PARMS-EOF
           OPEN INPUT PARMS-FILE
           IF WS-PARMS-STATUS = "00"
                   END-READ
               END-PERFORM
               CLOSE PARMS-FILE
           END-IF
           IF WS-USAGE-MON < 1 OR WS-USAGE-MON > 12
               IF WS-USAGE-PERIOD NOT = 0
                   DISPLAY "HINWEIS: USAGEPERIOD " WS-USAGE-PERIOD
                       " UNGUELTIG - VORMONAT WIRD VERWENDET"
               END-IF
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-USAGE-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-USAGE-MON
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-USAGE-YEAR
                   COMPUTE WS-USAGE-MON = WS-TODAY-MONTH - 1
               END-IF
           END-IF.

       APPLY-PARM-LINE.
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
               END-IF
           END-PERFORM.

      *    Issues were referenced to the robot before work orders
      *    existed and still are in older audit rows, so the file
      *    is optional: without it every reference is taken as the
      *    ROBOTNO itself.
       LOAD-WORK-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-WO-CHECKSUM
           OPEN INPUT WO-FILE
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "HINWEIS: WORK_ORDERS.CSV NICHT VORHANDEN - "
                   "REFERENZ GILT ALS ROBOTNO"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ WO-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               IF WO-LINE(1:7) = "TRAILER"
                                   PERFORM VALIDATE-WO-TRAILER
                               ELSE
                                   ADD 1 TO WO-READ-COUNT
                                   ADD FUNCTION LENGTH(
                                       FUNCTION TRIM(WO-LINE))
                                       TO WS-WO-CHECKSUM
                                   PERFORM STORE-WORK-ORDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WO-FILE
           END-IF.

       VALIDATE-WO-TRAILER.
           UNSTRING WO-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = WO-READ-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-WO-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME WORK_ORDERS.CSV "
                   "FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME WORK_ORDERS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       STORE-WORK-ORDER.
           IF WO-COUNT >= 5000
               IF WS-WO-TRUNC = "N"
                   MOVE "J" TO WS-WO-TRUNC
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "WO-TABLE VOLL (5000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "WO-TABLE VOLL (5000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               MOVE SPACES TO WS-WO-NO
               MOVE SPACES TO WS-WO-ROBOTNO
               UNSTRING WO-LINE
                   DELIMITED BY ";"
                   INTO WS-WO-NO WS-WO-ROBOTNO
               END-UNSTRING
               ADD 1 TO WO-COUNT
               MOVE WS-WO-NO TO WO-NO(WO-COUNT)
               MOVE WS-WO-ROBOTNO TO WO-ROBOTNO(WO-COUNT)
           END-IF.

      *    Posted movements only (STATUS ANGEWANDT), transaction
      *    date inside the measured period: issues add to the net
      *    draw, returns subtract. The issue's REFERENCE names the
      *    work order (or, in older rows, the robot) being built;
      *    the robot is the grouping key.
       LOAD-ACTUAL-ISSUES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           END-UNSTRING
           IF WS-AU-STATUS(1:9) = "ANGEWANDT"
               AND (WS-AU-TYPE = "I" OR WS-AU-TYPE = "U")
               PERFORM RESOLVE-WORK-ORDER-REF
               MOVE FUNCTION NUMVAL(WS-AU-TRANSDATE-TXT)
                   TO WS-AU-TRANSDATE
               COMPUTE WS-AU-PERIOD = WS-AU-TRANSDATE / 100
               END-IF
           END-IF.

       RESOLVE-WORK-ORDER-REF.
           PERFORM VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > WO-COUNT
                      OR WO-NO(WO-IDX) = WS-AU-REFERENCE(1:10)
               CONTINUE
           END-PERFORM
           IF WO-IDX <= WO-COUNT
               MOVE SPACES TO WS-AU-REFERENCE
               MOVE WO-ROBOTNO(WO-IDX) TO WS-AU-REFERENCE
           END-IF.

       ADD-ACTUAL-USAGE.
           MOVE 0 TO ACTUAL-IDX
           PERFORM VARYING J FROM 1 BY 1
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               " | PERIODE: " WS-USAGE-PERIOD
               " | BEWERTUNG: " FUNCTION TRIM(WS-STD-BASIS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE USAGEVAR-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE

      *    One line per BOM part under the robot: standard with the
      *    scrap allowance folded in, actual net draw, variance in
      *    units and at standard cost. A positive variance is
      *    over-consumption.
       WRITE-PART-VARIANCE-LINE.
           COMPUTE WS-STD-QTY ROUNDED =
