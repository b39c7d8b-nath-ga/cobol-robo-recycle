      *    instead of finance re-keying printed reports - re-keying
      *    is where the transposition errors come from. Sources for
      *    the period GLPERIOD (batch_parms.csv, JJJJMM, default the
      *    calendar month before the run date - the month the day-01
      *    run closes, as PRICEVAR and STOCKVAL take it):
      *      BUILDCOST  the production cost of the period's LATEST
      *                 CALCCOSTS run from cost_history.csv (an
      *                 earlier run of the same month is superseded,
      *                 not added), at the frozen robot standard of
      *                 the period's fiscal year (COSTROLL,
      *                 standard_costs.csv): quantity COSTTOTAL /
      *                 COSTPER times STDCOST. A robot the set does
      *                 not carry, or any robot before the first
      *                 release, posts the CALCCOSTS figure;
      *      SALVAGE    projected recycling revenue per material
      *                 type from the latest manifest rows of the
      *                 period in manifest_log.csv;
      *                 EUR line value (EXTEUR) the proposal carried;
      *                 the line's UNITCOST is the supplier's billing
      *                 currency and must not be summed into EUR.
      *      PPV        purchase price variance of the period's
      *                 LATEST PRICEVAR run from ppv_history.csv;
      *                 an unfavourable total posts under KEY
      *                 UNGUENSTIG, a favourable one (paid below
      *                 standard) under KEY GUENSTIG, each with its
      *                 own account pair, amount always positive.
      *      INVBAL     month-end inventory balance of the period's
      *                 LATEST STOCKVAL run from
      *                 stock_valuation_history.csv: warehouse stock
      *                 under KEY LAGER, the reusable cage (not in
      *                 the warehouse value) under KEY KAEFIG.
      *      REVAL      inventory revaluation at a new standard from
      *                 the LATEST COSTROLL release run booked to
      *                 the period in revaluation_history.csv; a
      *                 write-up posts under KEY AUFWERTUNG, a
      *                 write-down under KEY ABWERTUNG, amount
      *                 always positive.
      *    Accounts come from gl_accounts.csv (SOURCE;KEY;DEBITACCT;
      *    CREDITACCT, KEY * = any). Every posting is written as a
      *    debit/credit pair, the file balances by construction and
               ASSIGN TO "..\data\open_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT PPV-HISTORY-FILE
               ASSIGN TO "..\data\ppv_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPVHIST-STATUS.
           SELECT VAL-HISTORY-FILE
               ASSIGN TO "..\data\stock_valuation_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALHIST-STATUS.
           SELECT STD-COST-FILE
               ASSIGN TO "..\data\standard_costs.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDCOST-STATUS.
           SELECT REVAL-HISTORY-FILE
               ASSIGN TO "..\data\revaluation_history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVALHIST-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "..\data\gl_journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  OPEN-ORDERS-FILE.
       01  OPEN-ORDERS-LINE        PIC X(200).

       FD  PPV-HISTORY-FILE.
       01  PPV-HISTORY-LINE        PIC X(200).

       FD  VAL-HISTORY-FILE.
       01  VAL-HISTORY-LINE        PIC X(250).

       FD  STD-COST-FILE.
       01  STD-COST-LINE           PIC X(150).

       FD  REVAL-HISTORY-FILE.
       01  REVAL-HISTORY-LINE      PIC X(200).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE            PIC X(150).

       77  WS-HISTORY-STATUS       PIC X(2) VALUE "00".
       77  WS-MANLOG-STATUS        PIC X(2) VALUE "00".
       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-PPVHIST-STATUS       PIC X(2) VALUE "00".
       77  WS-VALHIST-STATUS       PIC X(2) VALUE "00".
       77  WS-STDCOST-STATUS       PIC X(2) VALUE "00".
       77  WS-REVALHIST-STATUS     PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0121 KONTENZUORDNUNG FEHLT
      *      RC-W-0134 ROBOTER OHNE STANDARDKOSTEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0209 JOURNAL NICHT AUSGEGLICHEN
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-GL-PERIOD            PIC 9(6) VALUE 0.
       01  WS-GL-PERIOD-R REDEFINES WS-GL-PERIOD.
           05 WS-GL-YEAR           PIC 9(4).
           05 WS-GL-MON            PIC 9(2).

       01  ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 50 TIMES.
       01  WS-HIST-RUNID           PIC X(15).
       01  WS-CUR-HIST-RUN         PIC X(15) VALUE SPACES.
       01  WS-BUILDCOST-SUM        PIC 9(13)V99 VALUE 0.
       01  WS-HIST-COSTPER         PIC 9(11)V99.
       01  WS-HIST-QTY             PIC 9(9).
       01  WS-HIST-AMOUNT          PIC 9(13)V99.
       77  WS-BC-NOSTD-COUNT       PIC 9(5) VALUE 0.

      *    Robot rows of the frozen standard set the period is
      *    posted at, see LOAD-ROBOT-STANDARDS.
       01  ROBOT-STD-TABLE.
           05 RS-ENTRY OCCURS 200 TIMES.
              10 RS-ROBOTNO        PIC X(10).
              10 RS-STDCOST        PIC 9(9)V99.
       77  RS-COUNT                PIC 9(3) VALUE 0.
       77  RS-IDX                  PIC 9(3) VALUE 0.
       77  WS-TRUNC-RS             PIC X VALUE "N".
       77  STD-ROW-COUNT           PIC 9(6) VALUE 0.
       77  WS-STDCOST-CHECKSUM     PIC 9(9) VALUE 0.
       01  WS-STD-SET-YEAR         PIC 9(4) VALUE 0.
       01  WS-STD-ROW-YEAR         PIC 9(4) VALUE 0.
       01  WS-STD-TARGET-YEAR      PIC 9(4) VALUE 0.
       01  WS-STD-YEAR-TXT         PIC X(20).
       01  WS-STD-TYPE             PIC X(1).
       01  WS-STD-ITEMNO           PIC X(10).
       01  WS-STD-MAT-TXT          PIC X(20).
       01  WS-STD-LAB-TXT          PIC X(20).
       01  WS-STD-OVH-TXT          PIC X(20).
       01  WS-STD-COST-TXT         PIC X(20).

       01  WS-ML-DATE-TXT          PIC X(20).
       01  WS-ML-HAULER            PIC X(20).
       01  WS-POSPEND-SUM          PIC 9(13)V99 VALUE 0.
       01  WS-LINE-SPEND           PIC 9(11)V99.

       01  WS-PV-PERIOD-TXT        PIC X(20).
       01  WS-PV-SUPPCODE          PIC X(6).
       01  WS-PV-PARTNO            PIC X(10).
       01  WS-PV-QTY-TXT           PIC X(20).
       01  WS-PV-INVEUR-TXT        PIC X(20).
       01  WS-PV-STDEUR-TXT        PIC X(20).
       01  WS-PV-PPVEUR-TXT        PIC X(20).
       01  WS-PV-FXEUR-TXT         PIC X(20).
       01  WS-PV-RUNID             PIC X(15).
       01  WS-CUR-PPV-RUN          PIC X(15) VALUE SPACES.
       01  WS-PPV-SUM              PIC S9(13)V99 VALUE 0.

       01  WS-VH-PERIOD-TXT        PIC X(20).
       01  WS-VH-REST              PIC X(20).
       01  WS-VH-VALUE-TXT         PIC X(20).
       01  WS-VH-CAGEVAL-TXT       PIC X(20).
       01  WS-VH-RUNID             PIC X(15).
       01  WS-CUR-VAL-RUN          PIC X(15) VALUE SPACES.
       01  WS-INVBAL-SUM           PIC S9(13)V99 VALUE 0.
       01  WS-CAGEBAL-SUM          PIC S9(13)V99 VALUE 0.

       01  WS-RV-YEAR-TXT          PIC X(20).
       01  WS-RV-PERIOD-TXT        PIC X(20).
       01  WS-RV-REST              PIC X(20).
       01  WS-RV-REVAL-TXT         PIC X(20).
       01  WS-RV-RUNID             PIC X(15).
       01  WS-CUR-REVAL-RUN        PIC X(15) VALUE SPACES.
       01  WS-REVAL-SUM            PIC S9(13)V99 VALUE 0.

       01  WS-AMOUNT               PIC 9(13)V99.
       01  WS-DEBIT-TOTAL          PIC 9(15)V99 VALUE 0.
       01  WS-CREDIT-TOTAL         PIC 9(15)V99 VALUE 0.
           PERFORM WRITE-RUN-LOG
           PERFORM LOAD-PARMS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-ROBOT-STANDARDS
           PERFORM SUM-BUILD-COSTS
           PERFORM SUM-SALVAGE-REVENUE
           PERFORM SUM-COMMITTED-SPEND
           PERFORM SUM-PRICE-VARIANCE
           PERFORM SUM-INVENTORY-BALANCE
           PERFORM SUM-REVALUATION
           PERFORM WRITE-JOURNAL
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           GOBACK.

       LOAD-PARMS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO PARMS-EOF
           OPEN INPUT PARMS-FILE
           IF WS-PARMS-STATUS = "00"
                   END-READ
               END-PERFORM
               CLOSE PARMS-FILE
           END-IF
           PERFORM SETUP-GL-PERIOD.

       APPLY-PARM-LINE.
           MOVE SPACES TO WS-PARM-KEY
                   TO WS-GL-PERIOD
           END-IF.

      *    Same derivation as PRICEVAR and STOCKVAL, so the day-01
      *    run finds the PPV and INVBAL rows those steps have just
      *    written for the month.
       SETUP-GL-PERIOD.
           IF WS-GL-MON < 1 OR WS-GL-MON > 12
               IF WS-GL-PERIOD NOT = 0
                   DISPLAY "HINWEIS: GLPERIOD " WS-GL-PERIOD
                       " UNGUELTIG - VORMONAT WIRD VERWENDET"
               END-IF
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-GL-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-GL-MON
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-GL-YEAR
                   COMPUTE WS-GL-MON = WS-TODAY-MONTH - 1
               END-IF
           END-IF.

       LOAD-ACCOUNT-MAP.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
                   END-READ
               END-PERFORM
               CLOSE COST-HISTORY-FILE
               IF WS-BC-NOSTD-COUNT > 0
                   DISPLAY "WARNUNG: " WS-BC-NOSTD-COUNT
                       " ROBOTER OHNE STANDARD " WS-STD-SET-YEAR
                       " - HERSTELLKOSTEN LT. CALCCOSTS GEBUCHT"
                   MOVE "RC-W-0134" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING WS-BC-NOSTD-COUNT " ROBOTER OHNE STANDARD "
                       WS-STD-SET-YEAR
                       " - HERSTELLKOSTEN LT. CALCCOSTS GEBUCHT"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           END-IF.

       APPLY-HISTORY-ROW.
               IF WS-HIST-RUNID NOT = WS-CUR-HIST-RUN
                   MOVE WS-HIST-RUNID TO WS-CUR-HIST-RUN
                   MOVE 0 TO WS-BUILDCOST-SUM
                   MOVE 0 TO WS-BC-NOSTD-COUNT
               END-IF
               PERFORM VALUE-AT-ROBOT-STANDARD
               ADD WS-HIST-AMOUNT TO WS-BUILDCOST-SUM
           END-IF.

      *    The run's quantity (COSTTOTAL is COSTPER times the
      *    target quantity) at the robot's frozen standard.
       VALUE-AT-ROBOT-STANDARD.
           COMPUTE WS-HIST-AMOUNT =
               FUNCTION NUMVAL(WS-HIST-COSTTOT-TXT)
           MOVE FUNCTION NUMVAL(WS-HIST-COSTPER-TXT)
               TO WS-HIST-COSTPER
           MOVE 0 TO RS-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > RS-COUNT OR RS-IDX > 0
               IF RS-ROBOTNO(I) = WS-HIST-ROBOTNO
                   MOVE I TO RS-IDX
               END-IF
           END-PERFORM
           IF RS-IDX > 0
               IF WS-HIST-COSTPER > 0
                   COMPUTE WS-HIST-QTY ROUNDED =
                       WS-HIST-AMOUNT / WS-HIST-COSTPER
                   COMPUTE WS-HIST-AMOUNT =
                       WS-HIST-QTY * RS-STDCOST(RS-IDX)
               END-IF
           ELSE
               IF WS-STD-SET-YEAR > 0
                   ADD 1 TO WS-BC-NOSTD-COUNT
               END-IF
           END-IF.

      *    The newest standard set COSTROLL released for a fiscal
      *    year up to the period's; its robot rows value BUILDCOST.
       LOAD-ROBOT-STANDARDS.
           COMPUTE WS-STD-TARGET-YEAR = WS-GL-PERIOD / 100
           MOVE 0 TO WS-STD-SET-YEAR
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT STD-COST-FILE
           IF WS-STDCOST-STATUS NOT = "00"
               DISPLAY "HINWEIS: STANDARD_COSTS.CSV NICHT VORHANDEN"
           ELSE
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
               IF WS-STD-SET-YEAR > 0
                   PERFORM LOAD-ROBOT-STANDARD-SET
               END-IF
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

       LOAD-ROBOT-STANDARD-SET.
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
                               AND WS-STD-TYPE = "R"
                               PERFORM STORE-ROBOT-STANDARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STD-COST-FILE.

       STORE-ROBOT-STANDARD.
           IF RS-COUNT >= 200
               IF WS-TRUNC-RS = "N"
                   MOVE "J" TO WS-TRUNC-RS
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "ROBOT-STD-TABLE VOLL (200)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "ROBOT-STD-TABLE VOLL (200)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               ADD 1 TO RS-COUNT
               MOVE WS-STD-ITEMNO TO RS-ROBOTNO(RS-COUNT)
               MOVE FUNCTION NUMVAL(WS-STD-COST-TXT)
                   TO RS-STDCOST(RS-COUNT)
           END-IF.

       SUM-SALVAGE-REVENUE.
               END-IF
           END-IF.

      *    ppv_history.csv is appended per PRICEVAR run like
      *    cost_history.csv: the sum restarts with every new run ID
      *    of the period, so only the latest run is posted.
       SUM-PRICE-VARIANCE.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT PPV-HISTORY-FILE
           IF WS-PPVHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: PPV_HISTORY.CSV NICHT VORHANDEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PPV-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-PPV-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPV-HISTORY-FILE
           END-IF.

       APPLY-PPV-ROW.
           MOVE SPACES TO WS-PV-PPVEUR-TXT
           MOVE SPACES TO WS-PV-RUNID
           UNSTRING PPV-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-PV-PERIOD-TXT WS-PV-SUPPCODE WS-PV-PARTNO
                    WS-PV-QTY-TXT WS-PV-INVEUR-TXT WS-PV-STDEUR-TXT
                    WS-PV-PPVEUR-TXT WS-PV-FXEUR-TXT WS-PV-RUNID
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-PV-PERIOD-TXT) TO WS-ROW-PERIOD
           IF WS-ROW-PERIOD = WS-GL-PERIOD
               IF WS-PV-RUNID NOT = WS-CUR-PPV-RUN
                   MOVE WS-PV-RUNID TO WS-CUR-PPV-RUN
                   MOVE 0 TO WS-PPV-SUM
               END-IF
               COMPUTE WS-PPV-SUM =
                   WS-PPV-SUM + FUNCTION NUMVAL(WS-PV-PPVEUR-TXT)
           END-IF.

      *    stock_valuation_history.csv: one row per part and
      *    STOCKVAL run, latest run of the period wins as above.
       SUM-INVENTORY-BALANCE.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT VAL-HISTORY-FILE
           IF WS-VALHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: STOCK_VALUATION_HISTORY.CSV NICHT "
                   "VORHANDEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ VAL-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-VAL-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAL-HISTORY-FILE
           END-IF.

       APPLY-VAL-HISTORY-ROW.
           MOVE SPACES TO WS-VH-VALUE-TXT
           MOVE SPACES TO WS-VH-CAGEVAL-TXT
           MOVE SPACES TO WS-VH-RUNID
           UNSTRING VAL-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-VH-PERIOD-TXT WS-VH-REST WS-VH-REST
                    WS-VH-REST WS-VH-REST WS-VH-REST WS-VH-REST
                    WS-VH-REST WS-VH-REST WS-VH-REST WS-VH-REST
                    WS-VH-REST WS-VH-VALUE-TXT WS-VH-CAGEVAL-TXT
                    WS-VH-RUNID
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-VH-PERIOD-TXT) TO WS-ROW-PERIOD
           IF WS-ROW-PERIOD = WS-GL-PERIOD
               IF WS-VH-RUNID NOT = WS-CUR-VAL-RUN
                   MOVE WS-VH-RUNID TO WS-CUR-VAL-RUN
                   MOVE 0 TO WS-INVBAL-SUM
                   MOVE 0 TO WS-CAGEBAL-SUM
               END-IF
               COMPUTE WS-INVBAL-SUM =
                   WS-INVBAL-SUM + FUNCTION NUMVAL(WS-VH-VALUE-TXT)
               COMPUTE WS-CAGEBAL-SUM =
                   WS-CAGEBAL-SUM + FUNCTION NUMVAL(WS-VH-CAGEVAL-TXT)
           END-IF.

      *    revaluation_history.csv: one row per part and COSTROLL
      *    release, booked to its POSTPERIOD; a repeated release
      *    run for the period supersedes the earlier one as above.
       SUM-REVALUATION.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT REVAL-HISTORY-FILE
           IF WS-REVALHIST-STATUS NOT = "00"
               DISPLAY "HINWEIS: REVALUATION_HISTORY.CSV NICHT "
                   "VORHANDEN"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ REVAL-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-REVAL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVAL-HISTORY-FILE
           END-IF.

       APPLY-REVAL-ROW.
           MOVE SPACES TO WS-RV-PERIOD-TXT
           MOVE SPACES TO WS-RV-REVAL-TXT
           MOVE SPACES TO WS-RV-RUNID
           UNSTRING REVAL-HISTORY-LINE
               DELIMITED BY ";"
               INTO WS-RV-YEAR-TXT WS-RV-PERIOD-TXT WS-RV-REST
                    WS-RV-REST WS-RV-REST WS-RV-REST WS-RV-REST
                    WS-RV-REST WS-RV-REVAL-TXT WS-RV-RUNID
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-RV-PERIOD-TXT) TO WS-ROW-PERIOD
           IF WS-ROW-PERIOD = WS-GL-PERIOD
               IF WS-RV-RUNID NOT = WS-CUR-REVAL-RUN
                   MOVE WS-RV-RUNID TO WS-CUR-REVAL-RUN
                   MOVE 0 TO WS-REVAL-SUM
               END-IF
               COMPUTE WS-REVAL-SUM =
                   WS-REVAL-SUM + FUNCTION NUMVAL(WS-RV-REVAL-TXT)
           END-IF.

      *    Journal layout: GLPERIOD;ACCOUNT;S|H;AMOUNT;SOURCE;RUNID
      *    (S = Soll/debit, H = Haben/credit), one debit and one
      *    credit row per posting, closed with the house trailer.
               MOVE WS-POSPEND-SUM TO WS-AMOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF WS-PPV-SUM NOT = 0
               MOVE "PPV" TO WS-SOURCE-TAG
               IF WS-PPV-SUM > 0
                   MOVE "UNGUENSTIG" TO WS-SOURCE-KEY
                   MOVE WS-PPV-SUM TO WS-AMOUNT
               ELSE
                   MOVE "GUENSTIG" TO WS-SOURCE-KEY
                   COMPUTE WS-AMOUNT = 0 - WS-PPV-SUM
               END-IF
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF WS-INVBAL-SUM > 0
               MOVE "INVBAL" TO WS-SOURCE-TAG
               MOVE "LAGER" TO WS-SOURCE-KEY
               MOVE WS-INVBAL-SUM TO WS-AMOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF WS-CAGEBAL-SUM > 0
               MOVE "INVBAL" TO WS-SOURCE-TAG
               MOVE "KAEFIG" TO WS-SOURCE-KEY
               MOVE WS-CAGEBAL-SUM TO WS-AMOUNT
               PERFORM WRITE-POSTING-PAIR
           END-IF
           IF WS-REVAL-SUM NOT = 0
               MOVE "REVAL" TO WS-SOURCE-TAG
               IF WS-REVAL-SUM > 0
                   MOVE "AUFWERTUNG" TO WS-SOURCE-KEY
                   MOVE WS-REVAL-SUM TO WS-AMOUNT
               ELSE
                   MOVE "ABWERTUNG" TO WS-SOURCE-KEY
                   COMPUTE WS-AMOUNT = 0 - WS-REVAL-SUM
               END-IF
               PERFORM WRITE-POSTING-PAIR
           END-IF
           PERFORM VERIFY-JOURNAL-BALANCE
           MOVE WS-JRN-COUNT TO WS-JRN-COUNT-TXT
           MOVE WS-JRN-CHECKSUM TO WS-JRN-SUM-TXT
