      *    shows up here, not in the overtime requests.
      *    BUY assemblies are purchased finished and put no load on
      *    any work center.
      *
      *    Leveling mode (CAPLEVEL;J in batch_parms) adds a proposal
      *    on top of the report: overloaded periods are relieved by
      *    pulling build quantity of the robots loading that center
      *    into the nearest earlier period where every work center
      *    the robot (and its sub-assemblies) touches still has free
      *    hours. Quantity is only ever pulled forward, never pushed
      *    out, so nothing ends up later than schedule.csv planned
      *    it and no customer REQPERIOD is missed because of the
      *    proposal; firm orders from cust_orders.csv are checked
      *    against the leveled plan all the same. Nothing is pulled
      *    before the first schedule period; empty months inside
      *    the horizon are free capacity. The proposal goes to
      *    schedule_leveled.csv (same layout and trailer as
      *    schedule.csv, so planning can release it in its place
      *    for the next MATREQ run) and the moves with the load per
      *    center before and after to capacity_leveling_report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CAPACITY-REPORT-FILE
               ASSIGN TO "..\data\capacity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDERS-FILE
               ASSIGN TO "..\data\cust_orders.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDERS-STATUS.
           SELECT LEVELED-SCHEDULE-FILE
               ASSIGN TO "..\data\schedule_leveled.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEVELING-REPORT-FILE
               ASSIGN TO "..\data\capacity_leveling_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE    PIC X(300).

       FD  ORDERS-FILE.
       01  ORDERS-LINE             PIC X(200).

       FD  LEVELED-SCHEDULE-FILE.
       01  LEVELED-SCHEDULE-LINE   PIC X(200).

       FD  LEVELING-REPORT-FILE.
       01  LEVELING-REPORT-LINE    PIC X(300).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

       77  WS-INSERT-DONE          PIC X VALUE "N".
       77  WS-SCHEDULE-CHECKSUM    PIC 9(9) VALUE 0.
       01  WS-PERIOD               PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MON        PIC 9(2).
       01  WS-LAST-PERIOD          PIC 9(6).
       01  WS-SCHEDULE-HEADER      PIC X(200) VALUE SPACES.

       77  WS-ROBOTSIDX-STATUS     PIC X(2) VALUE "00".
       77  WS-WORKCTR-STATUS       PIC X(2) VALUE "00".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-COST-DATE            PIC 9(8) VALUE 0.
       01  WS-LEVEL-MODE           PIC X VALUE "N".

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-I-0005 NIVELLIERUNGSVORSCHLAG ERSTELLT
      *      RC-W-0102 TABELLE VOLL
      *      RC-W-0103 ZIRKULAERE STUECKLISTE
      *      RC-W-0106 EINGABEZEILE NICHT VERARBEITET
                                   PIC 9(9) VALUE 0.
              10 T-EFF-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-LVL-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-FIRM-QTY OCCURS 48 TIMES
                                   PIC 9(9) VALUE 0.
              10 T-UNIT-DONE       PIC X VALUE "N".
              10 T-UNIT-HRS OCCURS 50 TIMES
                                   PIC 9(7)V99 VALUE 0.

       01  BOM-TABLE.
           05 BOM-ENTRY OCCURS 2000 TIMES.
              10 T-WC-AVAIL        PIC 9(7)V99.
              10 T-WC-REQ OCCURS 48 TIMES
                                   PIC 9(9)V99 VALUE 0.
              10 T-WC-LVL OCCURS 48 TIMES
                                   PIC 9(9)V99 VALUE 0.
       77  WC-COUNT                PIC 9(2) VALUE 0.
       77  WC-IDX                  PIC 9(2) VALUE 0.
       77  WK                      PIC 9(2) VALUE 0.
       01  WS-OVER-DISP            PIC ZZZZZZ9.99.
       01  WS-COUNT-DISP           PIC ZZZZ9.

      *    Leveling: T-UNIT-HRS is the load one unit of a robot puts
      *    on each center, its sub-assemblies included; T-LVL-QTY
      *    and T-WC-LVL are the leveled build quantities and load.
      *    Every pull is recorded once per robot, from and to period.
       01  WS-UNIT-WORK-TAB.
           05 WS-UNIT-WORK OCCURS 50 TIMES
                                   PIC 9(7)V99.
       01  MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 500 TIMES.
              10 MV-ROBOT-IDX      PIC 9(3).
              10 MV-FROM-IDX       PIC 9(2).
              10 MV-TO-IDX         PIC 9(2).
              10 MV-QTY            PIC 9(9).
       77  MOVE-COUNT              PIC 9(3) VALUE 0.
       77  MV                      PIC 9(3) VALUE 0.
       77  MOVE-IDX                PIC 9(3) VALUE 0.
       77  WS-MOVE-FULL            PIC X VALUE "N".
       77  WJ                      PIC 9(2) VALUE 0.
       77  PQ                      PIC 9(2) VALUE 0.
       77  PULL-TO-IDX             PIC 9(2) VALUE 0.
       77  WS-NO-ROOM              PIC X VALUE "N".
       01  WS-EXCESS-HRS           PIC 9(9)V99.
       01  WS-FREE-HRS             PIC 9(9)V99.
       01  WS-DELTA-HRS            PIC 9(9)V99.
       01  WS-NEED-QTY             PIC 9(9).
       01  WS-FIT-QTY              PIC 9(9).
       01  WS-WC-FIT-QTY           PIC 9(9).
       01  WS-MOVED-TOTAL          PIC 9(9) VALUE 0.
       77  WS-OVER-BEFORE          PIC 9(4) VALUE 0.
       77  WS-OVER-AFTER           PIC 9(4) VALUE 0.
       01  WS-LOAD-FLAG            PIC X(24).
       01  WS-LVL-DISP             PIC ZZZZZZ9.99.
       01  WS-QTY-DISP             PIC Z(8)9.
       01  WS-QTY-DISP2            PIC Z(8)9.

       77  WS-ORDERS-STATUS        PIC X(2) VALUE "00".
       77  WS-ORDERS-READ          PIC 9(6) VALUE 0.
       77  WS-ORDERS-CHECKSUM      PIC 9(9) VALUE 0.
       01  WS-CO-ORDERNO           PIC X(10).
       01  WS-CO-CUSTOMER          PIC X(30).
       01  WS-CO-ROBOTNO           PIC X(10).
       01  WS-CO-QTY-TXT           PIC X(20).
       01  WS-CO-PERIOD-TXT        PIC X(20).
       01  WS-CO-STATUS            PIC X(1).
       01  WS-CO-QTY               PIC 9(9).
       01  WS-CUM-PLAN             PIC 9(9).
       01  WS-CUM-FIRM             PIC 9(9).
       77  WS-LATE-COUNT           PIC 9(4) VALUE 0.
       77  WS-LATE-FOUND           PIC X VALUE "N".

       77  WS-VAL-COUNT            PIC 9(6) VALUE 0.
       77  WS-VAL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-VAL-TRAILER          PIC X(80).
       01  WS-VAL-COUNT-TXT        PIC Z(5)9.
       01  WS-VAL-SUM-TXT          PIC Z(8)9.
       01  WS-VAL-LINE             PIC X(200).
       01  WS-QTY-TXT              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM LOAD-WORK-CENTERS
           PERFORM ACCUMULATE-LOAD
           PERFORM WRITE-CAPACITY-REPORT
           IF WS-LEVEL-MODE = "J"
               PERFORM LEVEL-CAPACITY
           END-IF
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       WRITE-STEP-STATS.
           COMPUTE WS-TOTAL-READ =
               ROBOT-COUNT + BOM-READ-COUNT + SCHED-COUNT
               + WS-WC-READ + WS-STDHRS-READ + WS-ORDERS-READ
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "CAPPLAN;" WS-TOTAL-READ

      *    Same parameter file convention as CALCCOSTS: COSTDATE in
      *    batch_parms.csv selects which BOM effectivity window the
      *    run plans with; blank or missing means today. CAPLEVEL J
      *    switches the leveling proposal on.
       LOAD-PARMS.
           ACCEPT WS-COST-DATE FROM DATE YYYYMMDD
           MOVE "N" TO PARMS-EOF
           IF WS-PARM-KEY = "COSTDATE"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-COST-DATE
           END-IF
           IF WS-PARM-KEY = "CAPLEVEL"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE WS-PARM-VALUE(1:1) TO WS-LEVEL-MODE
           END-IF.

       LOAD-ROBOTS.
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO = 1
                           MOVE SCHEDULE-LINE TO WS-SCHEDULE-HEADER
                       ELSE
                           IF SCHEDULE-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-SCHEDULE-TRAILER
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SCHED-COUNT
               MOVE T-SCH-PERIOD(SI) TO WS-PERIOD
               PERFORM ADD-PERIOD
           END-PERFORM
           IF WS-LEVEL-MODE = "J" AND PERIOD-COUNT > 1
               PERFORM FILL-PERIOD-GAPS
           END-IF.

      *    For leveling, a month inside the horizon with nothing
      *    scheduled is free capacity and must be a pull target.
       FILL-PERIOD-GAPS.
           MOVE T-PERIOD(PERIOD-COUNT) TO WS-LAST-PERIOD
           MOVE T-PERIOD(1) TO WS-PERIOD
           PERFORM UNTIL WS-PERIOD >= WS-LAST-PERIOD
                   OR PERIOD-COUNT >= 48
               ADD 1 TO WS-PERIOD-MON
               IF WS-PERIOD-MON > 12
                   MOVE 1 TO WS-PERIOD-MON
                   ADD 1 TO WS-PERIOD-YEAR
               END-IF
               IF WS-PERIOD < WS-LAST-PERIOD
                   PERFORM ADD-PERIOD
               END-IF
           END-PERFORM.

       FIND-PERIOD-IDX.
               WRITE CAPACITY-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    Leveling proposal. Works on the robots' own scheduled
      *    quantities: one unit of a robot carries its own standard
      *    hours plus the hours of every sub-assembly it pulls
      *    through the BOM, so moving it moves all of that load.
       LEVEL-CAPACITY.
           PERFORM CALC-UNIT-HOURS
           PERFORM INIT-LEVELING
           PERFORM LOAD-FIRM-ORDERS
           PERFORM VARYING PI FROM 2 BY 1 UNTIL PI > PERIOD-COUNT
               PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
                   IF T-WC-LVL(WK, PI) > T-WC-AVAIL(WK)
                       PERFORM RELIEVE-OVERLOAD
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-LEVELED-SCHEDULE
           PERFORM WRITE-LEVELING-REPORT
           MOVE MOVE-COUNT TO WS-COUNT-DISP
           MOVE WS-MOVED-TOTAL TO WS-QTY-DISP
           DISPLAY "CAPPLAN: NIVELLIERUNG - "
               FUNCTION TRIM(WS-COUNT-DISP) " VERSCHIEBUNGEN, "
               FUNCTION TRIM(WS-QTY-DISP) " STUECK VORGEZOGEN"
           MOVE "RC-I-0005" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "NIVELLIERUNG: " FUNCTION TRIM(WS-COUNT-DISP)
               " VERSCHIEBUNGEN, "
               FUNCTION TRIM(WS-QTY-DISP) " STUECK VORGEZOGEN"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    Same dependency passes as RESOLVE-ROBOT-DEMAND, bottom-up:
      *    a robot's unit hours are known once all of its (made)
      *    sub-assemblies' unit hours are. A robot caught in a
      *    circular BOM never resolves and is simply never moved.
       CALC-UNIT-HOURS.
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               MOVE "N" TO T-UNIT-DONE(RI)
               PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
                   MOVE 0 TO T-UNIT-HRS(RI, WK)
               END-PERFORM
               IF T-R-MAKEBUY(RI) = "B"
                   MOVE "Y" TO T-UNIT-DONE(RI)
               END-IF
           END-PERFORM
           PERFORM VARYING PASS-NO FROM 1 BY 1
                   UNTIL PASS-NO > ROBOT-COUNT
               PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
                   IF T-UNIT-DONE(RI) = "N"
                       PERFORM TRY-UNIT-HOURS
                   END-IF
               END-PERFORM
           END-PERFORM.

       TRY-UNIT-HOURS.
           MOVE "Y" TO WS-ALL-DEPS-OK
           PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
               MOVE 0 TO WS-UNIT-WORK(WK)
           END-PERFORM
           PERFORM VARYING SH FROM 1 BY 1 UNTIL SH > STDHRS-COUNT
               IF SH-ROBOT-IDX(SH) = RI
                   ADD SH-HOURS(SH) TO WS-UNIT-WORK(SH-WC-IDX(SH))
               END-IF
           END-PERFORM
           PERFORM VARYING BI FROM 1 BY 1 UNTIL BI > BOM-COUNT
               MOVE FUNCTION TRIM(T-BOM-ROBOTNO(BI)) TO WS-KEY1
               MOVE FUNCTION TRIM(T-ROBOTNO(RI))     TO WS-KEY2
               IF WS-KEY1 = WS-KEY2
                   MOVE T-BOM-PARTNO(BI) TO WS-BOM-ROBOTNO
                   PERFORM FIND-ROBOT-IDX
                   IF ROBOT-IDX > 0 AND ROBOT-IDX NOT = RI
                       IF T-UNIT-DONE(ROBOT-IDX) = "Y"
                           PERFORM VARYING WK FROM 1 BY 1
                                   UNTIL WK > WC-COUNT
                               COMPUTE WS-UNIT-WORK(WK) =
                                   WS-UNIT-WORK(WK)
                                   + T-UNIT-HRS(ROBOT-IDX, WK)
                                   * T-BOM-QTY(BI)
                           END-PERFORM
                       ELSE
                           MOVE "N" TO WS-ALL-DEPS-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ALL-DEPS-OK = "Y"
               PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
                   MOVE WS-UNIT-WORK(WK) TO T-UNIT-HRS(RI, WK)
               END-PERFORM
               MOVE "Y" TO T-UNIT-DONE(RI)
           END-IF.

       INIT-LEVELING.
           MOVE 0 TO MOVE-COUNT
           MOVE 0 TO WS-MOVED-TOTAL
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               PERFORM VARYING PI FROM 1 BY 1
                       UNTIL PI > PERIOD-COUNT
                   MOVE T-SCHED-QTY(RI, PI) TO T-LVL-QTY(RI, PI)
                   MOVE 0 TO T-FIRM-QTY(RI, PI)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
               PERFORM VARYING PI FROM 1 BY 1
                       UNTIL PI > PERIOD-COUNT
                   MOVE T-WC-REQ(WK, PI) TO T-WC-LVL(WK, PI)
               END-PERFORM
           END-PERFORM.

      *    Firm customer orders (status F) per robot and REQPERIOD,
      *    for the due-date check of the proposal. Orders outside
      *    the plan horizon are not the proposal's business.
       LOAD-FIRM-ORDERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-ORDERS-READ
           MOVE 0 TO WS-ORDERS-CHECKSUM
           OPEN INPUT ORDERS-FILE
           IF WS-ORDERS-STATUS NOT = "00"
               DISPLAY "HINWEIS: CUST_ORDERS.CSV NICHT LESBAR - "
                   "KEINE TERMINPRUEFUNG"
               MOVE "Y" TO EOF-FLAG
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ ORDERS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               IF ORDERS-LINE(1:7) = "TRAILER"
                                   PERFORM VALIDATE-ORDERS-TRAILER
                               ELSE
                                   ADD 1 TO WS-ORDERS-READ
                                   ADD FUNCTION LENGTH(
                                       FUNCTION TRIM(ORDERS-LINE))
                                       TO WS-ORDERS-CHECKSUM
                                   PERFORM APPLY-FIRM-ORDER-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       VALIDATE-ORDERS-TRAILER.
           UNSTRING ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = WS-ORDERS-READ
               OR WS-TRAILER-CHECKSUM NOT = WS-ORDERS-CHECKSUM
               DISPLAY "ABBRUCH: KONTROLLSUMME CUST_ORDERS.CSV FALSCH"
               MOVE "RC-E-0201" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "KONTROLLSUMME CUST_ORDERS.CSV FALSCH"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-FIRM-ORDER-LINE.
           MOVE SPACES TO WS-CO-ORDERNO
           MOVE SPACES TO WS-CO-CUSTOMER
           MOVE SPACES TO WS-CO-ROBOTNO
           MOVE SPACES TO WS-CO-QTY-TXT
           MOVE SPACES TO WS-CO-PERIOD-TXT
           MOVE SPACES TO WS-CO-STATUS
           UNSTRING ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-CO-ORDERNO WS-CO-CUSTOMER WS-CO-ROBOTNO
                    WS-CO-QTY-TXT WS-CO-PERIOD-TXT WS-CO-STATUS
           END-UNSTRING
           IF WS-CO-STATUS = "F"
               MOVE WS-CO-ROBOTNO TO WS-BOM-ROBOTNO
               PERFORM FIND-ROBOT-IDX
               MOVE FUNCTION NUMVAL(WS-CO-PERIOD-TXT) TO WS-PERIOD
               PERFORM FIND-PERIOD-IDX
               IF ROBOT-IDX > 0 AND PERIOD-IDX > 0
                   MOVE FUNCTION NUMVAL(WS-CO-QTY-TXT) TO WS-CO-QTY
                   ADD WS-CO-QTY
                       TO T-FIRM-QTY(ROBOT-IDX, PERIOD-IDX)
               END-IF
           END-IF.

      *    Work center WK is over its hours in period PI: pull
      *    robots loading it forward, in robot order, until the
      *    excess is gone or nothing more fits anywhere earlier.
       RELIEVE-OVERLOAD.
           COMPUTE WS-EXCESS-HRS =
               T-WC-LVL(WK, PI) - T-WC-AVAIL(WK)
           PERFORM VARYING RI FROM 1 BY 1
                   UNTIL RI > ROBOT-COUNT OR WS-EXCESS-HRS = 0
                   OR WS-MOVE-FULL = "Y"
               IF T-UNIT-DONE(RI) = "Y"
                   AND T-LVL-QTY(RI, PI) > 0
                   AND T-UNIT-HRS(RI, WK) > 0
                   PERFORM PULL-ROBOT-FORWARD
               END-IF
           END-PERFORM.

      *    Units needed to clear the excess, rounded up, then the
      *    nearest earlier period first: the later a unit is built
      *    within its window, the less stock sits around waiting.
       PULL-ROBOT-FORWARD.
           COMPUTE WS-NEED-QTY =
               WS-EXCESS-HRS / T-UNIT-HRS(RI, WK)
           IF WS-NEED-QTY * T-UNIT-HRS(RI, WK) < WS-EXCESS-HRS
               ADD 1 TO WS-NEED-QTY
           END-IF
           IF WS-NEED-QTY > T-LVL-QTY(RI, PI)
               MOVE T-LVL-QTY(RI, PI) TO WS-NEED-QTY
           END-IF
           MOVE PI TO PQ
           PERFORM UNTIL PQ <= 1 OR WS-NEED-QTY = 0
                   OR WS-MOVE-FULL = "Y"
               SUBTRACT 1 FROM PQ
               PERFORM CALC-FIT-QTY
               IF WS-FIT-QTY > WS-NEED-QTY
                   MOVE WS-NEED-QTY TO WS-FIT-QTY
               END-IF
               IF WS-FIT-QTY > 0
                   MOVE PQ TO PULL-TO-IDX
                   PERFORM BOOK-MOVE
               END-IF
           END-PERFORM.

      *    How many units of robot RI still fit into period PQ on
      *    every work center one unit of it touches.
       CALC-FIT-QTY.
           MOVE 999999999 TO WS-FIT-QTY
           PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > WC-COUNT
               IF T-UNIT-HRS(RI, WJ) > 0
                   IF T-WC-LVL(WJ, PQ) >= T-WC-AVAIL(WJ)
                       MOVE 0 TO WS-FIT-QTY
                   ELSE
                       COMPUTE WS-FREE-HRS =
                           T-WC-AVAIL(WJ) - T-WC-LVL(WJ, PQ)
                       COMPUTE WS-WC-FIT-QTY =
                           WS-FREE-HRS / T-UNIT-HRS(RI, WJ)
                       IF WS-WC-FIT-QTY < WS-FIT-QTY
                           MOVE WS-WC-FIT-QTY TO WS-FIT-QTY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BOOK-MOVE.
           MOVE 0 TO MOVE-IDX
           PERFORM VARYING MV FROM 1 BY 1
                   UNTIL MV > MOVE-COUNT OR MOVE-IDX > 0
               IF MV-ROBOT-IDX(MV) = RI AND MV-FROM-IDX(MV) = PI
                   AND MV-TO-IDX(MV) = PULL-TO-IDX
                   MOVE MV TO MOVE-IDX
               END-IF
           END-PERFORM
           IF MOVE-IDX = 0
               IF MOVE-COUNT >= 500
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "MOVE-TABLE VOLL (500)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "MOVE-TABLE VOLL (500)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE "Y" TO WS-MOVE-FULL
               ELSE
                   ADD 1 TO MOVE-COUNT
                   MOVE MOVE-COUNT TO MOVE-IDX
                   MOVE RI TO MV-ROBOT-IDX(MOVE-IDX)
                   MOVE PI TO MV-FROM-IDX(MOVE-IDX)
                   MOVE PULL-TO-IDX TO MV-TO-IDX(MOVE-IDX)
                   MOVE 0 TO MV-QTY(MOVE-IDX)
               END-IF
           END-IF
           IF MOVE-IDX > 0
               ADD WS-FIT-QTY TO MV-QTY(MOVE-IDX)
               ADD WS-FIT-QTY TO WS-MOVED-TOTAL
               SUBTRACT WS-FIT-QTY FROM T-LVL-QTY(RI, PI)
               ADD WS-FIT-QTY TO T-LVL-QTY(RI, PULL-TO-IDX)
               SUBTRACT WS-FIT-QTY FROM WS-NEED-QTY
               PERFORM VARYING WJ FROM 1 BY 1 UNTIL WJ > WC-COUNT
                   IF T-UNIT-HRS(RI, WJ) > 0
                       COMPUTE WS-DELTA-HRS ROUNDED =
                           WS-FIT-QTY * T-UNIT-HRS(RI, WJ)
                       IF WS-DELTA-HRS > T-WC-LVL(WJ, PI)
                           MOVE 0 TO T-WC-LVL(WJ, PI)
                       ELSE
                           SUBTRACT WS-DELTA-HRS
                               FROM T-WC-LVL(WJ, PI)
                       END-IF
                       ADD WS-DELTA-HRS
                           TO T-WC-LVL(WJ, PULL-TO-IDX)
                   END-IF
               END-PERFORM
               IF T-WC-LVL(WK, PI) > T-WC-AVAIL(WK)
                   COMPUTE WS-EXCESS-HRS =
                       T-WC-LVL(WK, PI) - T-WC-AVAIL(WK)
               ELSE
                   MOVE 0 TO WS-EXCESS-HRS
                   MOVE 0 TO WS-NEED-QTY
               END-IF
           END-IF.

      *    Same layout, header and trailer as schedule.csv so the
      *    file can be released in its place without conversion.
      *    Plan lines CAPPLAN could not place (unknown robot or
      *    period) are passed through untouched.
       WRITE-LEVELED-SCHEDULE.
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           OPEN OUTPUT LEVELED-SCHEDULE-FILE
           IF WS-SCHEDULE-HEADER = SPACES
               MOVE "ROBOTNO;PERIOD;BUILDQTY" TO WS-SCHEDULE-HEADER
           END-IF
           WRITE LEVELED-SCHEDULE-LINE FROM WS-SCHEDULE-HEADER
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               PERFORM VARYING PI FROM 1 BY 1
                       UNTIL PI > PERIOD-COUNT
                   IF T-LVL-QTY(RI, PI) > 0
                       MOVE T-LVL-QTY(RI, PI) TO WS-QTY-TXT
                       MOVE SPACES TO WS-VAL-LINE
                       STRING FUNCTION TRIM(T-ROBOTNO(RI)) ";"
                           T-PERIOD(PI) ";"
                           FUNCTION TRIM(WS-QTY-TXT)
                           DELIMITED BY SIZE INTO WS-VAL-LINE
                       PERFORM WRITE-LEVELED-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SI FROM 1 BY 1 UNTIL SI > SCHED-COUNT
               MOVE T-SCH-ROBOTNO(SI) TO WS-BOM-ROBOTNO
               PERFORM FIND-ROBOT-IDX
               MOVE T-SCH-PERIOD(SI) TO WS-PERIOD
               PERFORM FIND-PERIOD-IDX
               IF ROBOT-IDX = 0 OR PERIOD-IDX = 0
                   MOVE T-SCH-QTY(SI) TO WS-QTY-TXT
                   MOVE SPACES TO WS-VAL-LINE
                   STRING FUNCTION TRIM(T-SCH-ROBOTNO(SI)) ";"
                       T-SCH-PERIOD(SI) ";"
                       FUNCTION TRIM(WS-QTY-TXT)
                       DELIMITED BY SIZE INTO WS-VAL-LINE
                   PERFORM WRITE-LEVELED-LINE
               END-IF
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;" FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE LEVELED-SCHEDULE-LINE FROM WS-VAL-TRAILER
           CLOSE LEVELED-SCHEDULE-FILE.

       WRITE-LEVELED-LINE.
           WRITE LEVELED-SCHEDULE-LINE FROM WS-VAL-LINE
           ADD 1 TO WS-VAL-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-LINE))
               TO WS-VAL-CHECKSUM.

       WRITE-LEVELING-REPORT.
           MOVE 0 TO WS-OVER-BEFORE
           MOVE 0 TO WS-OVER-AFTER
           MOVE 0 TO WS-LATE-COUNT
           OPEN OUTPUT LEVELING-REPORT-FILE
           MOVE "KAPAZITAETS-NIVELLIERUNG (VORSCHLAG)"
               TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALTERNATIVPLAN: SCHEDULE_LEVELED.CSV"
               " | NUR VORZIEHEN, FRUEHESTENS PERIODE "
               T-PERIOD(1)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE

           MOVE "VERSCHIEBUNGEN" TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           IF MOVE-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           PERFORM VARYING MV FROM 1 BY 1 UNTIL MV > MOVE-COUNT
               MOVE MV-ROBOT-IDX(MV) TO RI
               MOVE MV-FROM-IDX(MV) TO PI
               MOVE MV-TO-IDX(MV) TO PQ
               MOVE MV-QTY(MV) TO WS-QTY-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " T-ROBOTNO(RI)
                   " | VON PERIODE " T-PERIOD(PI)
                   " NACH " T-PERIOD(PQ)
                   " | MENGE: " WS-QTY-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSLASTUNG VORHER / NACHHER (STUNDEN)"
               TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING WK FROM 1 BY 1 UNTIL WK > WC-COUNT
               MOVE T-WC-AVAIL(WK) TO WS-AVAIL-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ARBEITSPLATZ " T-WC-NAME(WK)
                   " | VERFUEGBAR JE PERIODE: " WS-AVAIL-DISP
                   " STD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
               PERFORM VARYING PI FROM 1 BY 1
                       UNTIL PI > PERIOD-COUNT
                   IF T-WC-REQ(WK, PI) > 0 OR T-WC-LVL(WK, PI) > 0
                       PERFORM WRITE-LEVEL-COMPARE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "TERMINPRUEFUNG FESTE AUFTRAEGE (REQPERIOD)"
               TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "N" TO WS-LATE-FOUND
           PERFORM VARYING RI FROM 1 BY 1 UNTIL RI > ROBOT-COUNT
               MOVE 0 TO WS-CUM-PLAN
               MOVE 0 TO WS-CUM-FIRM
               PERFORM VARYING PI FROM 1 BY 1
                       UNTIL PI > PERIOD-COUNT
                   ADD T-LVL-QTY(RI, PI) TO WS-CUM-PLAN
                   ADD T-FIRM-QTY(RI, PI) TO WS-CUM-FIRM
                   IF T-FIRM-QTY(RI, PI) > 0
                       PERFORM WRITE-DUE-CHECK-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-LATE-FOUND = "N"
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OVER-BEFORE TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UEBERLASTETE PERIODEN VORHER: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-OVER-AFTER TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UEBERLASTETE PERIODEN NACHHER: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-MOVED-TOTAL TO WS-QTY-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VORGEZOGENE MENGE: " WS-QTY-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FESTE AUFTRAEGE NICHT GEDECKT: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE LEVELING-REPORT-FILE.

       WRITE-LEVEL-COMPARE-LINE.
           MOVE T-WC-REQ(WK, PI) TO WS-REQ-DISP
           MOVE T-WC-LVL(WK, PI) TO WS-LVL-DISP
           MOVE SPACES TO WS-LOAD-FLAG
           IF T-WC-REQ(WK, PI) > T-WC-AVAIL(WK)
               ADD 1 TO WS-OVER-BEFORE
               MOVE " | UEBERLAST ABGEBAUT" TO WS-LOAD-FLAG
           END-IF
           IF T-WC-LVL(WK, PI) > T-WC-AVAIL(WK)
               ADD 1 TO WS-OVER-AFTER
               MOVE " *** RESTUEBERLAST ***" TO WS-LOAD-FLAG
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    PERIODE " T-PERIOD(PI)
               " | VORHER: " WS-REQ-DISP " STD"
               " | NACHHER: " WS-LVL-DISP " STD"
               WS-LOAD-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE.

      *    Cumulative check: every firm order due by a period must
      *    be covered by what the leveled plan builds up to then.
       WRITE-DUE-CHECK-LINE.
           MOVE "Y" TO WS-LATE-FOUND
           MOVE WS-CUM-FIRM TO WS-QTY-DISP
           MOVE WS-CUM-PLAN TO WS-QTY-DISP2
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CUM-PLAN < WS-CUM-FIRM
               ADD 1 TO WS-LATE-COUNT
               STRING "    " T-ROBOTNO(RI)
                   " | BIS PERIODE " T-PERIOD(PI)
                   " | FEST KUM: " WS-QTY-DISP
                   " | PLAN KUM: " WS-QTY-DISP2
                   " *** NICHT GEDECKT ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "    " T-ROBOTNO(RI)
                   " | BIS PERIODE " T-PERIOD(PI)
                   " | FEST KUM: " WS-QTY-DISP
                   " | PLAN KUM: " WS-QTY-DISP2
                   " | OK"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE LEVELING-REPORT-LINE FROM WS-REPORT-LINE.

      *    Run-in-progress lock: RUNCTL leaves run_lock.dat (run ID
      *    and start time) in place for the duration of the chain.
      *    A step CALLed by the driver sees the shared
