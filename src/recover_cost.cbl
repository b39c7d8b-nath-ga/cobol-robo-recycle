      *    against current part prices to compute a salvage credit,
      *    then reports net cost (build cost minus average salvage
      *    credit per decommissioned unit) per robot.
      *
      *    GOOD and FAIR recoveries do not go straight back on the
      *    shelf: every granted batch (ROBOTNO/DECOMDATE/PARTNO/
      *    CONDITION) is handed to refurbishment in
      *    refurb_intake.csv, and REFURB releases to the reusable
      *    cage only what passes cleaning and test.
      *
      *    A recovery line whose DECOMDATE falls into a month
      *    PERCLOSE has closed (period_control.csv) earns nothing -
      *    no credit, no fleet unit decommissioned, no refurbishment
      *    batch - and goes on the exceptions report with the closed
      *    period as reason; it has to be reported again with a date
      *    in an open month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "..\data\manifest_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANLOG-STATUS.
           SELECT INTAKE-FILE
               ASSIGN TO "..\data\refurb_intake.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLEET-FILE
               ASSIGN TO "..\data\fleet_register.csv"
               ASSIGN TO "..\data\run_totals.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTOT-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-LINE         PIC X(250).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(120).

       FD  SCRAP-PRICES-FILE.
       01  SCRAP-PRICES-LINE       PIC X(200).

       FD  MANIFEST-LOG-FILE.
       01  MANIFEST-LOG-LINE       PIC X(150).

       FD  INTAKE-FILE.
       01  INTAKE-LINE             PIC X(80).

       FD  FLEET-FILE.
       01  FLEET-LINE              PIC X(200).
      *      RC-W-0112 SCHROTTPREIS FEHLT
      *      RC-W-0113 RUECKGEWINNUNG GEKAPPT
      *      RC-W-0122 EINHEIT NICHT IM FLOTTENREGISTER
      *      RC-W-0137 BUCHUNGSPERIODE GESCHLOSSEN
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0210 TABELLE VOLL - LAUF ANGEHALTEN
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-REC-QTY-TXT          PIC X(20).
       01  WS-REC-QTY              PIC 9(5).
       01  WS-REC-CONDITION        PIC X(10).
       01  WS-REC-SERIAL           PIC X(10).
       01  WS-REC-PCT              PIC 9(3).
       01  WS-REC-CREDIT           PIC 9(9)V99.

      *    Recovered GOOD/FAIR parts are not just a salvage credit -
      *    they are candidates for the reusable cage. This table
      *    collects them per recovered batch (unit, part and
      *    condition) for the refurbishment intake file REFURB
      *    opens its refurb orders from.
       01  REUSE-TABLE.
           05 RU-ENTRY OCCURS 2000 TIMES.
              10 RU-ROBOTNO        PIC X(10).
              10 RU-DECOMDATE      PIC X(8).
              10 RU-PARTNO         PIC X(10).
              10 RU-CONDITION      PIC X(10).
              10 RU-QTY            PIC 9(9).
       77  RU-COUNT                PIC 9(4) VALUE 0.
       77  RU-IDX                  PIC 9(4) VALUE 0.
       77  WS-REUSE-CHECKSUM       PIC 9(9) VALUE 0.
       01  WS-REUSE-REC            PIC X(80).
       01  WS-RU-QTY-TXT           PIC Z(8)9.
       01  WS-RU-COUNT-TXT         PIC Z(3)9.
       01  WS-RU-SUM-TXT           PIC Z(8)9.

       01  WS-NET-COST              PIC S9(9)V99.
              10 FL-CUSTOMER       PIC X(30).
              10 FL-DECOMDATE      PIC X(8).
              10 FL-STATUS         PIC X(14).
              10 FL-RESERVED       PIC X.
       77  FLEET-ROW-COUNT         PIC 9(4) VALUE 0.
       77  FLEET-IDX               PIC 9(4) VALUE 0.
       77  FK                      PIC 9(4) VALUE 0.
       77  WS-SCRAP-STATUS         PIC X(2) VALUE "00".
       77  WS-SCRAP-CHECKSUM       PIC 9(9) VALUE 0.
       77  SCRAP-COUNT             PIC 9(3) VALUE 0.

      *    Closed posting periods from period_control.csv.
       77  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       77  WS-PERCTL-CHECKSUM      PIC 9(9) VALUE 0.
       77  PERCTL-COUNT            PIC 9(4) VALUE 0.
       77  PERCTL-READ-COUNT       PIC 9(4) VALUE 0.
       01  CLOSED-PERIOD-TABLE.
           05 CP-PERIOD OCCURS 600 TIMES PIC 9(6).
       77  CP-COUNT                PIC 9(4) VALUE 0.
       77  CP-IDX                  PIC 9(4) VALUE 0.
       01  WS-PC-PERIOD-TXT        PIC X(20).
       01  WS-PC-STATUS-TXT        PIC X(10).
       01  WS-PC-DATE              PIC 9(8).
       01  WS-PC-PERIOD            PIC 9(6).
       01  WS-PERIOD-ERROR         PIC X(40).
       01  WS-SP-TYPE              PIC X(12).
       01  WS-SP-RATE-TXT          PIC X(20).
       01  WS-SP-DATE-TXT          PIC X(20).
           PERFORM LOAD-ROBOTS
           PERFORM LOAD-BOM
           PERFORM LOAD-FLEET-REGISTER
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM RESOLVE-ROBOT-BUILDS
           PERFORM FINALIZE-WEIGHT-TOTALS
           PERFORM PROCESS-RECOVERY
           PERFORM WRITE-NETCOST-REPORT
           PERFORM WRITE-WEIGHT-REPORT
           PERFORM WRITE-DISPOSAL-MANIFEST
           PERFORM WRITE-REFURB-INTAKE
           PERFORM WRITE-RUN-TOTALS
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
       WRITE-STEP-STATS.
           COMPUTE WS-TOTAL-READ =
               PART-COUNT + ROBOT-COUNT + BOM-READ-COUNT
               + REC-READ-COUNT + PERCTL-READ-COUNT
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "RECOVERCOST;" WS-TOTAL-READ
           END-PERFORM.

       PROCESS-RECOVERY.
           PERFORM RESERVE-NAMED-SERIALS
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           CLOSE EXCEPTIONS-FILE.

      *    A unit named by serial on any intake line is held back
      *    from the lines that name only a ROBOTNO - otherwise an
      *    earlier anonymous line could take it and the named line
      *    would bounce as "no unit in service".
       RESERVE-NAMED-SERIALS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT RECOVERY-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
               READ RECOVERY-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       IF LINE-NO > 1
                           PERFORM PARSE-RECOVERY
                           IF WS-REC-SERIAL NOT = SPACES
                               PERFORM VARYING FK FROM 1 BY 1
                                       UNTIL FK > FLEET-ROW-COUNT
                                   IF FL-SERIAL(FK) = WS-REC-SERIAL
                                       MOVE "J" TO FL-RESERVED(FK)
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOVERY-FILE.

      *    The optional sixth column names the fleet serial of the
      *    unit (warranty scrap from WARRANTY); without it the unit
      *    is any in-service one of the ROBOTNO.
       PARSE-RECOVERY.
           MOVE SPACES TO WS-REC-SERIAL
           UNSTRING RECOVERY-LINE
               DELIMITED BY ";"
               INTO WS-REC-ROBOTNO WS-REC-DECOMDATE WS-REC-PARTNO
                    WS-REC-QTY-TXT WS-REC-CONDITION WS-REC-SERIAL
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-REC-QTY-TXT) TO WS-REC-QTY.

           PERFORM FIND-ROBOT-IDX
           MOVE WS-REC-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-PART-IDX
           MOVE FUNCTION NUMVAL(WS-REC-DECOMDATE) TO WS-PC-DATE
           PERFORM CHECK-POSTING-PERIOD
           IF ROBOT-IDX > 0 AND PART-IDX > 0
               IF WS-PERIOD-ERROR NOT = SPACES
                   PERFORM WRITE-PERIOD-EXCEPTION
               ELSE
                   PERFORM REGISTER-DECOM-UNIT
                   IF WS-UNIT-VALID = "J"
                       PERFORM RECONCILE-RECOVERY-QTY
                       PERFORM FIND-CONDITION-PCT
                       COMPUTE WS-REC-CREDIT ROUNDED =
                           T-UNITCOST(PART-IDX) * WS-GRANTED-QTY
                           * WS-REC-PCT / 100
                       ADD WS-REC-CREDIT
                           TO T-RECOVERY-CREDIT(ROBOT-IDX)
                       IF WS-GRANTED-QTY > 0
                           AND (WS-REC-CONDITION = "GOOD"
                               OR WS-REC-CONDITION = "FAIR")
                           PERFORM ADD-REFURB-BATCH
                       END-IF
                   END-IF
               END-IF
           ELSE
           MOVE WS-EXC-LINE(1:120) TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    GOOD and FAIR recoveries are refurbishment batches, keyed
      *    on the unit and on the master part that answered the
      *    lookup (a substitute recovery lands under its real part
      *    number).
       ADD-REFURB-BATCH.
           MOVE 0 TO RU-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > RU-COUNT OR RU-IDX > 0
               IF RU-ROBOTNO(J) = WS-REC-ROBOTNO
                   AND RU-DECOMDATE(J) = WS-REC-DECOMDATE
                   AND RU-PARTNO(J) = T-PARTNO(PART-IDX)
                   AND RU-CONDITION(J) = WS-REC-CONDITION
                   MOVE J TO RU-IDX
               END-IF
           END-PERFORM
           IF RU-IDX = 0
               IF RU-COUNT >= 2000
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "REUSE-TABLE VOLL (2000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "REUSE-TABLE VOLL (2000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               ELSE
                   ADD 1 TO RU-COUNT
                   MOVE WS-REC-ROBOTNO TO RU-ROBOTNO(RU-COUNT)
                   MOVE WS-REC-DECOMDATE TO RU-DECOMDATE(RU-COUNT)
                   MOVE T-PARTNO(PART-IDX) TO RU-PARTNO(RU-COUNT)
                   MOVE WS-REC-CONDITION TO RU-CONDITION(RU-COUNT)
                   MOVE 0 TO RU-QTY(RU-COUNT)
               ADD WS-GRANTED-QTY TO RU-QTY(RU-IDX)
           END-IF.

      *    ROBOTNO;DECOMDATE;PARTNO;CONDITION;QTY with the house
      *    trailer, rewritten each run - the intake is whatever the
      *    latest recovery stand shows; REFURB opens refurb orders
      *    only for what no earlier order already covers.
       WRITE-REFURB-INTAKE.
           OPEN OUTPUT INTAKE-FILE
           MOVE "ROBOTNO;DECOMDATE;PARTNO;CONDITION;QTY"
               TO WS-REUSE-REC
           WRITE INTAKE-LINE FROM WS-REUSE-REC
           MOVE 0 TO WS-REUSE-CHECKSUM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RU-COUNT
               MOVE RU-QTY(J) TO WS-RU-QTY-TXT
               MOVE SPACES TO WS-REUSE-REC
               STRING FUNCTION TRIM(RU-ROBOTNO(J)) ";"
                   FUNCTION TRIM(RU-DECOMDATE(J)) ";"
                   FUNCTION TRIM(RU-PARTNO(J)) ";"
                   FUNCTION TRIM(RU-CONDITION(J)) ";"
                   FUNCTION TRIM(WS-RU-QTY-TXT)
                   DELIMITED BY SIZE INTO WS-REUSE-REC
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-REUSE-REC))
                   TO WS-REUSE-CHECKSUM
               WRITE INTAKE-LINE FROM WS-REUSE-REC
           END-PERFORM
           MOVE RU-COUNT TO WS-RU-COUNT-TXT
           MOVE WS-REUSE-CHECKSUM TO WS-RU-SUM-TXT
               FUNCTION TRIM(WS-RU-COUNT-TXT) ";"
               FUNCTION TRIM(WS-RU-SUM-TXT)
               DELIMITED BY SIZE INTO WS-REUSE-REC
           WRITE INTAKE-LINE FROM WS-REUSE-REC
           CLOSE INTAKE-FILE.

      *    Control total of the quantity handed to refurbishment
      *    this run; the reusable-cage total BALCHECK balances is
      *    left by REFURB, which releases the passed parts.
       WRITE-RUN-TOTALS.
           MOVE 0 TO WS-REUSE-TOTAL-QTY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RU-COUNT
           MOVE WS-REUSE-TOTAL-QTY TO WS-RUNTOT-QTY-TXT
           MOVE SPACES TO WS-RUNTOT-LINE
           STRING FUNCTION TRIM(WS-RUN-ID)
               ";RECOVERCOST;REFURBINQTY;"
               FUNCTION TRIM(WS-RUNTOT-QTY-TXT)
               DELIMITED BY SIZE INTO WS-RUNTOT-LINE
           WRITE RUN-TOTALS-LINE FROM WS-RUNTOT-LINE
      *    unit left means the claim is against a robot we never
      *    shipped (or one already claimed): the whole unit is
      *    invalid, its lines earn no credit and go on the
      *    exceptions report. A line naming its serial belongs to
      *    that serial's unit only.
       REGISTER-DECOM-UNIT.
           MOVE 0 TO DECOM-UNIT-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > DECOM-UNIT-COUNT OR DECOM-UNIT-IDX > 0
               IF T-DECOM-ROBOTNO(J) = WS-REC-ROBOTNO
                   AND T-DECOM-DATE(J) = WS-REC-DECOMDATE
                   AND (WS-REC-SERIAL = SPACES
                       OR T-DECOM-SERIAL(J) = WS-REC-SERIAL)
                   MOVE J TO DECOM-UNIT-IDX
               END-IF
           END-PERFORM
                       UNTIL FK > FLEET-ROW-COUNT OR FLEET-IDX > 0
                   IF FL-ROBOTNO(FK) = WS-REC-ROBOTNO
                       AND FL-STATUS(FK) = "INSERVICE"
                       AND ((WS-REC-SERIAL = SPACES
                               AND FL-RESERVED(FK) = "N")
                           OR (WS-REC-SERIAL NOT = SPACES
                               AND FL-SERIAL(FK) = WS-REC-SERIAL))
                       MOVE FK TO FLEET-IDX
                   END-IF
               END-PERFORM
           MOVE WS-EXC-LINE(1:120) TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

       WRITE-PERIOD-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-REC-QTY TO WS-EXC-CLAIM-DISP
           MOVE SPACES TO WS-EXC-LINE
           STRING WS-REC-ROBOTNO " | " WS-REC-DECOMDATE
               " | " WS-REC-PARTNO
               " | GEMELDET: " WS-EXC-CLAIM-DISP
               " | " FUNCTION TRIM(WS-PERIOD-ERROR)
               " - KEINE GUTSCHRIFT"
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE EXCEPTIONS-LINE FROM WS-EXC-LINE
           DISPLAY "WARNUNG: " FUNCTION TRIM(WS-EXC-LINE)
           MOVE "RC-W-0137" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE WS-EXC-LINE(1:120) TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    Posting-period control, see PERCLOSE: a month CLOSED in
      *    period_control.csv takes no more postings. Without the
      *    file no month has been closed yet.
       LOAD-PERIOD-CONTROL.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO PERCTL-COUNT
           MOVE 0 TO WS-PERCTL-CHECKSUM
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
                           ADD 1 TO PERCTL-READ-COUNT
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF PERIOD-CONTROL-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-PERCTL-TRAILER
                           ELSE
                               ADD 1 TO PERCTL-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(PERIOD-CONTROL-LINE))
                                   TO WS-PERCTL-CHECKSUM
                               PERFORM APPLY-PERIOD-CONTROL-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       VALIDATE-PERCTL-TRAILER.
           UNSTRING PERIOD-CONTROL-LINE
               DELIMITED BY ";"
               INTO WS-TRAILER-TAG WS-TRAILER-COUNT-TXT
                    WS-TRAILER-CHECKSUM-TXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TRAILER-COUNT-TXT)
               TO WS-TRAILER-COUNT
           MOVE FUNCTION NUMVAL(WS-TRAILER-CHECKSUM-TXT)
               TO WS-TRAILER-CHECKSUM
           IF WS-TRAILER-COUNT NOT = PERCTL-COUNT
               OR WS-TRAILER-CHECKSUM NOT = WS-PERCTL-CHECKSUM
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

       LOAD-FLEET-REGISTER.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE WS-FL-SHIPDATE TO FL-SHIPDATE(FLEET-ROW-COUNT)
           MOVE WS-FL-CUSTOMER TO FL-CUSTOMER(FLEET-ROW-COUNT)
           MOVE WS-FL-DECOMDATE TO FL-DECOMDATE(FLEET-ROW-COUNT)
           MOVE WS-FL-STATUS TO FL-STATUS(FLEET-ROW-COUNT)
           MOVE "N" TO FL-RESERVED(FLEET-ROW-COUNT).

      *    Only rewritten when a claim actually consumed a unit -
      *    an untouched register keeps its file timestamp, and the
