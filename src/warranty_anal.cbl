       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANAL.

      *    Monthly warranty failure analysis by supplier lot: every
      *    claim on warranty_claims.csv (written by WARRANTY) is
      *    traced through lot_usage.csv - which lot of the failed
      *    part went into that serial - to receipt_log.csv - which
      *    supplier delivered that lot on which PO. Per lot the
      *    failure rate is failed pieces over pieces of the lot
      *    built into the fleet; per supplier the same over all its
      *    lots. Rates are cumulative over the whole claim book, the
      *    "IM MONAT" columns show what the reporting month added.
      *
      *    Claims recorded in the reporting month (RECDATE) that
      *    trace to exactly one received supplier lot go on the
      *    chargeback list warranty_chargeback.csv, valued at the
      *    part_prices.csv cost in effect on the failure date:
      *      CLAIMNO;SUPPCODE;PONUMBER;PARTNO;LOTNO;SERIALNO;
      *      FAILDATE;QTY;UNITCOST;AMOUNT
      *    plus the usual TRAILER line. Claims that cannot be traced
      *    (no lot recorded, pieces of several lots of the part in
      *    the unit, lot never received through POTRACK) are listed
      *    on the report instead - charging a supplier for a lot
      *    that is only a guess does not survive the first dispute.
      *
      *    The reporting month is WARRMONTH (batch_parms, JJJJMM);
      *    blank means the calendar month before the run date, which
      *    is what the first-of-month schedule wants.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE
               ASSIGN TO "..\data\warranty_claims.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-STATUS.
           SELECT LOT-USAGE-FILE
               ASSIGN TO "..\data\lot_usage.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTUSE-STATUS.
           SELECT RECEIPT-LOG-FILE
               ASSIGN TO "..\data\receipt_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECLOG-STATUS.
           SELECT SUPPLIERS-FILE
               ASSIGN TO "..\data\suppliers.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIERS-STATUS.
           SELECT PRICES-FILE
               ASSIGN TO "..\data\part_prices.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT CHARGEBACK-FILE
               ASSIGN TO "..\data\warranty_chargeback.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WA-REPORT-FILE
               ASSIGN TO "..\data\warranty_analysis_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMS-STATUS.
           SELECT RUNID-FILE
               ASSIGN TO "..\data\run_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.
           SELECT STEP-STATS-FILE
               ASSIGN TO "..\data\step_stats.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE
               ASSIGN TO "..\data\run_log.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "..\data\run_lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-FILE.
       01  CLAIMS-LINE             PIC X(200).

       FD  LOT-USAGE-FILE.
       01  LOT-USAGE-LINE          PIC X(100).

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-LINE        PIC X(250).

       FD  SUPPLIERS-FILE.
       01  SUPPLIERS-LINE          PIC X(200).

       FD  PRICES-FILE.
       01  PRICES-LINE             PIC X(200).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-LINE         PIC X(200).

       FD  WA-REPORT-FILE.
       01  WA-REPORT-LINE          PIC X(250).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(80).

       FD  RUNID-FILE.
       01  RUNID-LINE              PIC X(80).

       FD  STEP-STATS-FILE.
       01  STEP-STATS-LINE         PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE            PIC X(250).

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      *    Run-in-progress lock, see CHECK-RUN-LOCK.
       77  WS-RUNLOCK-STATUS       PIC X(2) VALUE "00".
       01  WS-RUN-LOCK-INFO        PIC X(80).
       01  RUNCTL-ACTIVE           PIC X(1) EXTERNAL.

       77  EOF-FLAG                PIC X VALUE "N".
       77  LINE-NO                 PIC 9(6) VALUE 0.
       77  I                       PIC 9(5) VALUE 0.
       77  J                       PIC 9(5) VALUE 0.

       77  WS-CLAIMS-STATUS        PIC X(2) VALUE "00".
       77  WS-LOTUSE-STATUS        PIC X(2) VALUE "00".
       77  WS-RECLOG-STATUS        PIC X(2) VALUE "00".
       77  WS-SUPPLIERS-STATUS     PIC X(2) VALUE "00".
       77  WS-PRICES-STATUS        PIC X(2) VALUE "00".
       77  WS-PARMS-STATUS         PIC X(2) VALUE "00".

       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-TRAILER-FILE         PIC X(20).
       01  WS-RAW-LINE             PIC X(200).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-W-0102 TABELLE VOLL
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 EINGABEDATEI FEHLT
       77  WS-RUNLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-LOG-CODE             PIC X(9).
       01  WS-LOG-SEVERITY         PIC X(6).
       01  WS-LOG-TEXT             PIC X(120).
       01  WS-LOG-LINE             PIC X(250).
       01  WS-LOG-DATE             PIC 9(8).
       01  WS-LOG-TIME             PIC 9(8).
       77  WS-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LOG-RC               PIC 9(2).

       77  WS-RUNID-STATUS         PIC X(2) VALUE "00".
       01  WS-RUN-ID               PIC X(15) VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUNID-TIME           PIC 9(8).
       77  WS-TOTAL-READ           PIC 9(7) VALUE 0.
       01  WS-STATS-LINE           PIC X(80).

       77  PARMS-EOF               PIC X VALUE "N".
       01  WS-PARM-KEY             PIC X(20).
       01  WS-PARM-VALUE           PIC X(40).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01  WS-REP-MONTH            PIC 9(6) VALUE 0.
       01  WS-REP-MONTH-R REDEFINES WS-REP-MONTH.
           05 WS-REP-YEAR          PIC 9(4).
           05 WS-REP-MON           PIC 9(2).

      *    Set when a load stopped at its table cap: the rates and
      *    the chargeback list could then be incomplete, so the
      *    note goes on the report itself, not only the console.
       77  WS-TRUNC-LOTUSE         PIC X VALUE "N".
       77  WS-TRUNC-LOTS           PIC X VALUE "N".
       77  WS-TRUNC-PRICES         PIC X VALUE "N".

       01  SUPPLIER-TABLE.
           05 SUPPLIER-ENTRY OCCURS 200 TIMES.
              10 T-SUPP-CODE       PIC X(6).
              10 T-SUPP-NAME       PIC X(40).
              10 T-SUPP-INSTALLED  PIC 9(9).
              10 T-SUPP-FAILED     PIC 9(7).
              10 T-SUPP-FAIL-MON   PIC 9(7).
              10 T-SUPP-CB-COUNT   PIC 9(5).
              10 T-SUPP-CB-AMOUNT  PIC 9(9)V99.
       77  SUPPLIER-COUNT          PIC 9(3) VALUE 0.
       77  SUPPLIER-IDX            PIC 9(3) VALUE 0.
       01  WS-SUP-CODE             PIC X(6).
       01  WS-SUP-NAME             PIC X(40).

       01  PRICE-TABLE.
           05 PRICE-ENTRY OCCURS 2000 TIMES.
              10 T-PRC-PARTNO      PIC X(10).
              10 T-PRC-FROM        PIC 9(8).
              10 T-PRC-COST        PIC 9(7)V99.
       77  PRICE-COUNT             PIC 9(4) VALUE 0.
       01  WS-PRC-PARTNO           PIC X(10).
       01  WS-PRC-FROM-TXT         PIC X(20).
       01  WS-PRC-COST-TXT         PIC X(20).
       01  WS-PRC-BEST-FROM        PIC 9(8).
       01  WS-UNIT-COST            PIC 9(7)V99.

       01  LOT-USAGE-TABLE.
           05 LU-ENTRY OCCURS 20000 TIMES.
              10 LU-SERIAL         PIC X(10).
              10 LU-PARTNO         PIC X(10).
              10 LU-LOTNO          PIC X(15).
              10 LU-QTY            PIC 9(9).
       77  LOT-USAGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-LU-SERIAL            PIC X(10).
       01  WS-LU-PARTNO            PIC X(10).
       01  WS-LU-LOTNO             PIC X(15).
       01  WS-LU-QTY-TXT           PIC X(20).

      *    One entry per supplier lot (PARTNO + LOTNO): supplier and
      *    PO from the first receipt of the lot, quantities summed
      *    over all its receipts and all its fleet installations.
       01  LOT-TABLE.
           05 LOT-ENTRY OCCURS 5000 TIMES.
              10 LT-PARTNO         PIC X(10).
              10 LT-LOTNO          PIC X(15).
              10 LT-SUPPCODE       PIC X(6).
              10 LT-PONUMBER       PIC X(19).
              10 LT-RECEIVED       PIC 9(9).
              10 LT-INSTALLED      PIC 9(9).
              10 LT-FAILED         PIC 9(7).
              10 LT-FAIL-MON       PIC 9(7).
       77  LOT-COUNT               PIC 9(4) VALUE 0.
       77  LOT-IDX                 PIC 9(4) VALUE 0.
       01  WS-LOT-PARTNO           PIC X(10).
       01  WS-LOT-LOTNO            PIC X(15).

       01  WS-RL-RUNID             PIC X(15).
       01  WS-RL-RECDATE-TXT       PIC X(20).
       01  WS-RL-PONUMBER          PIC X(19).
       01  WS-RL-PARTNO            PIC X(10).
       01  WS-RL-QTY-TXT           PIC X(20).
       01  WS-RL-SUPPCODE          PIC X(6).
       01  WS-RL-ORDDATE-TXT       PIC X(20).
       01  WS-RL-DUEDATE-TXT       PIC X(20).
       01  WS-RL-LOTNO             PIC X(15).

       01  WS-CL-CLAIMNO           PIC X(10).
       01  WS-CL-SERIAL            PIC X(10).
       01  WS-CL-ROBOTNO           PIC X(10).
       01  WS-CL-PARTNO            PIC X(10).
       01  WS-CL-FAILDATE          PIC X(8).
       01  WS-CL-QTY-TXT           PIC X(20).
       01  WS-CL-DISPOSITION       PIC X(10).
       01  WS-CL-SHIPDATE          PIC X(8).
       01  WS-CL-RECDATE           PIC X(8).
       01  WS-CL-QTY               PIC 9(5).
       01  WS-CL-FAIL-NUM          PIC 9(8).
       01  WS-CL-IN-MONTH          PIC X VALUE "N".
       01  WS-CL-LOTNO             PIC X(15).
       01  WS-CL-LOT-COUNT         PIC 9(3).
       01  WS-CL-REASON            PIC X(40).
       77  WS-CLAIM-COUNT          PIC 9(6) VALUE 0.
       77  WS-CLAIM-MON-COUNT      PIC 9(6) VALUE 0.
       77  WS-UNTRACED-COUNT       PIC 9(6) VALUE 0.

       77  WS-CB-COUNT             PIC 9(6) VALUE 0.
       01  WS-CB-AMOUNT            PIC 9(9)V99.
       01  WS-CB-TOTAL             PIC 9(11)V99 VALUE 0.
       77  WS-CB-CHECKSUM          PIC 9(9) VALUE 0.
       01  WS-CB-REC               PIC X(200).
       01  WS-CB-COUNT-TXT         PIC Z(5)9.
       01  WS-CB-SUM-TXT           PIC Z(8)9.

      *    Untraceable claims of the month, kept for the report;
      *    the list is written after the rate sections.
       01  UNTRACED-TABLE.
           05 UT-ENTRY OCCURS 500 TIMES.
              10 UT-CLAIMNO        PIC X(10).
              10 UT-SERIAL         PIC X(10).
              10 UT-PARTNO         PIC X(10).
              10 UT-REASON         PIC X(40).
       77  UT-COUNT                PIC 9(3) VALUE 0.

       01  WS-RATE                 PIC 9(3)V99.
       01  WS-RATE-DISP            PIC ZZ9.99.
       01  WS-QTY-DISP             PIC Z(8)9.
       01  WS-QTY-DISP2            PIC Z(8)9.
       01  WS-QTY-DISP3            PIC Z(6)9.
       01  WS-QTY-DISP4            PIC Z(6)9.
       01  WS-COST-DISP            PIC Z(6)9.99.
       01  WS-AMOUNT-DISP          PIC Z(8)9.99.
       01  WS-TOTAL-DISP           PIC Z(10)9.99.
       01  WS-COUNT-DISP           PIC Z(5)9.
       01  WS-COUNT-DISP2          PIC Z(5)9.
       01  WS-SUPP-DISP            PIC X(9).
       01  WS-REPORT-LINE          PIC X(250) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "GARANTIEANALYSE GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM SETUP-REPORT-MONTH
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-PART-PRICES
           PERFORM LOAD-RECEIPT-LOG
           PERFORM LOAD-LOT-USAGE
           OPEN OUTPUT CHARGEBACK-FILE
           MOVE SPACES TO WS-CB-REC
           STRING "CLAIMNO;SUPPCODE;PONUMBER;PARTNO;LOTNO;SERIALNO;"
               "FAILDATE;QTY;UNITCOST;AMOUNT"
               DELIMITED BY SIZE INTO WS-CB-REC
           WRITE CHARGEBACK-LINE FROM WS-CB-REC
           PERFORM PROCESS-CLAIMS
           PERFORM CLOSE-CHARGEBACK-FILE
           PERFORM WRITE-ANALYSIS-REPORT
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "GARANTIEANALYSE BEENDET - FAELLE: "
               WS-CLAIM-COUNT " RUECKBELASTUNGEN: " WS-CB-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

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
           IF WS-PARM-KEY = "WARRMONTH"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE) TO WS-REP-MONTH
           END-IF.

       SETUP-REPORT-MONTH.
           IF WS-REP-MON < 1 OR WS-REP-MON > 12
               IF WS-REP-MONTH NOT = 0
                   DISPLAY "HINWEIS: WARRMONTH " WS-REP-MONTH
                       " UNGUELTIG - VORMONAT WIRD VERWENDET"
               END-IF
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-REP-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-REP-MON
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-REP-YEAR
                   COMPUTE WS-REP-MON = WS-TODAY-MONTH - 1
               END-IF
           END-IF.

       LOAD-SUPPLIERS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "SUPPLIERS.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT SUPPLIERS-FILE
           IF WS-SUPPLIERS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: SUPPLIERS.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "SUPPLIERS.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ SUPPLIERS-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF SUPPLIERS-LINE(1:7) = "TRAILER"
                           MOVE SUPPLIERS-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                       IF SUPPLIER-COUNT >= 200
                           DISPLAY "KAPAZITAET ERSCHOEPFT - "
                               "SUPPLIER-TABLE VOLL (200)"
                           MOVE "RC-W-0102" TO WS-LOG-CODE
                           MOVE "WARN" TO WS-LOG-SEVERITY
                           MOVE "SUPPLIER-TABLE VOLL (200)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE "Y" TO EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(SUPPLIERS-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-SUPPLIER
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIERS-FILE.

       VALIDATE-RAW-TRAILER.
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
               DISPLAY "ABBRUCH: KONTROLLSUMME "
                   FUNCTION TRIM(WS-TRAILER-FILE) " FALSCH"
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

       STORE-SUPPLIER.
           MOVE SPACES TO WS-SUP-CODE
           MOVE SPACES TO WS-SUP-NAME
           UNSTRING SUPPLIERS-LINE
               DELIMITED BY ";"
               INTO WS-SUP-CODE WS-SUP-NAME
           END-UNSTRING
           ADD 1 TO SUPPLIER-COUNT
           MOVE WS-SUP-CODE TO T-SUPP-CODE(SUPPLIER-COUNT)
           MOVE WS-SUP-NAME TO T-SUPP-NAME(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-INSTALLED(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-FAILED(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-FAIL-MON(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-CB-COUNT(SUPPLIER-COUNT)
           MOVE 0 TO T-SUPP-CB-AMOUNT(SUPPLIER-COUNT).

       FIND-SUPPLIER-IDX.
           MOVE 0 TO SUPPLIER-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > SUPPLIER-COUNT OR SUPPLIER-IDX > 0
               IF T-SUPP-CODE(I) = WS-SUP-CODE
                   MOVE I TO SUPPLIER-IDX
               END-IF
           END-PERFORM.

      *    Every price row is kept: the chargeback is valued at the
      *    cost in effect on the failure date, not today's.
       LOAD-PART-PRICES.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "PART_PRICES.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT PRICES-FILE
           IF WS-PRICES-STATUS NOT = "00"
               DISPLAY "ABBRUCH: PART_PRICES.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "PART_PRICES.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ PRICES-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF PRICES-LINE(1:7) = "TRAILER"
                           MOVE PRICES-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(PRICES-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-PRICE-ROW
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICES-FILE.

       STORE-PRICE-ROW.
           IF PRICE-COUNT >= 2000
               IF WS-TRUNC-PRICES = "N"
                   MOVE "J" TO WS-TRUNC-PRICES
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "PRICE-TABLE VOLL (2000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "PRICE-TABLE VOLL (2000)" TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               MOVE SPACES TO WS-PRC-PARTNO
               MOVE SPACES TO WS-PRC-FROM-TXT
               MOVE SPACES TO WS-PRC-COST-TXT
               UNSTRING PRICES-LINE
                   DELIMITED BY ";"
                   INTO WS-PRC-PARTNO WS-PRC-FROM-TXT
                        WS-PRC-COST-TXT
               END-UNSTRING
               ADD 1 TO PRICE-COUNT
               MOVE WS-PRC-PARTNO TO T-PRC-PARTNO(PRICE-COUNT)
               MOVE 0 TO T-PRC-FROM(PRICE-COUNT)
               IF WS-PRC-FROM-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PRC-FROM-TXT)
                       TO T-PRC-FROM(PRICE-COUNT)
               END-IF
               MOVE 0 TO T-PRC-COST(PRICE-COUNT)
               IF WS-PRC-COST-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PRC-COST-TXT)
                       TO T-PRC-COST(PRICE-COUNT)
               END-IF
           END-IF.

      *    Latest row with EFFFROM on or before the failure date;
      *    none means cost zero, which the chargeback line shows.
       FIND-UNIT-COST.
           MOVE 0 TO WS-UNIT-COST
           MOVE 0 TO WS-PRC-BEST-FROM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PRICE-COUNT
               IF T-PRC-PARTNO(I) = WS-CL-PARTNO
                   AND T-PRC-FROM(I) <= WS-CL-FAIL-NUM
                   AND T-PRC-FROM(I) >= WS-PRC-BEST-FROM
                   MOVE T-PRC-FROM(I) TO WS-PRC-BEST-FROM
                   MOVE T-PRC-COST(I) TO WS-UNIT-COST
               END-IF
           END-PERFORM.

      *    Lots come in through POTRACK receipts; rows from before
      *    lot numbers were captured carry no LOTNO and cannot be
      *    traced.
       LOAD-RECEIPT-LOG.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT RECEIPT-LOG-FILE
           IF WS-RECLOG-STATUS NOT = "00"
               DISPLAY "HINWEIS: RECEIPT_LOG.CSV NICHT VORHANDEN - "
                   "KEINE LIEFERANTENLOSE"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ RECEIPT-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                               PERFORM APPLY-RECEIPT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-LOG-FILE
           END-IF.

       APPLY-RECEIPT-ROW.
           MOVE SPACES TO WS-RL-PONUMBER
           MOVE SPACES TO WS-RL-PARTNO
           MOVE SPACES TO WS-RL-QTY-TXT
           MOVE SPACES TO WS-RL-SUPPCODE
           MOVE SPACES TO WS-RL-LOTNO
           UNSTRING RECEIPT-LOG-LINE
               DELIMITED BY ";"
               INTO WS-RL-RUNID WS-RL-RECDATE-TXT WS-RL-PONUMBER
                    WS-RL-PARTNO WS-RL-QTY-TXT WS-RL-SUPPCODE
                    WS-RL-ORDDATE-TXT WS-RL-DUEDATE-TXT
                    WS-RL-LOTNO
           END-UNSTRING
           IF WS-RL-LOTNO NOT = SPACES
               MOVE WS-RL-PARTNO TO WS-LOT-PARTNO
               MOVE WS-RL-LOTNO TO WS-LOT-LOTNO
               PERFORM FIND-OR-ADD-LOT
               IF LOT-IDX > 0
                   IF LT-SUPPCODE(LOT-IDX) = SPACES
                       MOVE WS-RL-SUPPCODE TO LT-SUPPCODE(LOT-IDX)
                       MOVE WS-RL-PONUMBER TO LT-PONUMBER(LOT-IDX)
                   END-IF
                   IF WS-RL-QTY-TXT NOT = SPACES
                       ADD FUNCTION NUMVAL(WS-RL-QTY-TXT)
                           TO LT-RECEIVED(LOT-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-LOT-IDX.
           MOVE 0 TO LOT-IDX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > LOT-COUNT OR LOT-IDX > 0
               IF LT-PARTNO(J) = WS-LOT-PARTNO
                   AND LT-LOTNO(J) = WS-LOT-LOTNO
                   MOVE J TO LOT-IDX
               END-IF
           END-PERFORM.

      *    A full lot table leaves LOT-IDX at zero: the lot is not
      *    rated and its claims count as untraced, which the report
      *    flags.
       FIND-OR-ADD-LOT.
           PERFORM FIND-LOT-IDX
           IF LOT-IDX = 0
               IF LOT-COUNT >= 5000
                   IF WS-TRUNC-LOTS = "N"
                       MOVE "J" TO WS-TRUNC-LOTS
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "LOT-TABLE VOLL (5000)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "LOT-TABLE VOLL (5000)" TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   ADD 1 TO LOT-COUNT
                   MOVE LOT-COUNT TO LOT-IDX
                   MOVE WS-LOT-PARTNO TO LT-PARTNO(LOT-IDX)
                   MOVE WS-LOT-LOTNO TO LT-LOTNO(LOT-IDX)
                   MOVE SPACES TO LT-SUPPCODE(LOT-IDX)
                   MOVE SPACES TO LT-PONUMBER(LOT-IDX)
                   MOVE 0 TO LT-RECEIVED(LOT-IDX)
                   MOVE 0 TO LT-INSTALLED(LOT-IDX)
                   MOVE 0 TO LT-FAILED(LOT-IDX)
                   MOVE 0 TO LT-FAIL-MON(LOT-IDX)
               END-IF
           END-IF.

       LOAD-LOT-USAGE.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT LOT-USAGE-FILE
           IF WS-LOTUSE-STATUS NOT = "00"
               DISPLAY "HINWEIS: LOT_USAGE.CSV NICHT VORHANDEN - "
                   "KEINE LOSVERWENDUNG ERFASST"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ LOT-USAGE-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF LOT-USAGE-COUNT >= 20000
                               DISPLAY "KAPAZITAET ERSCHOEPFT - "
                                   "LOT-USAGE-TABLE VOLL (20000)"
                               MOVE "RC-W-0102" TO WS-LOG-CODE
                               MOVE "WARN" TO WS-LOG-SEVERITY
                               MOVE "LOT-USAGE-TABLE VOLL (20000)"
                                   TO WS-LOG-TEXT
                               PERFORM WRITE-RUN-LOG
                               MOVE "J" TO WS-TRUNC-LOTUSE
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM STORE-LOT-USAGE-ROW
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-USAGE-FILE
           END-IF.

      *    A lot built into the fleet but never seen on a receipt
      *    (stock from before the receipt log, recovered parts) is
      *    still rated - it just has no supplier to charge.
       STORE-LOT-USAGE-ROW.
           MOVE SPACES TO WS-LU-SERIAL
           MOVE SPACES TO WS-LU-PARTNO
           MOVE SPACES TO WS-LU-LOTNO
           MOVE SPACES TO WS-LU-QTY-TXT
           UNSTRING LOT-USAGE-LINE
               DELIMITED BY ";"
               INTO WS-LU-SERIAL WS-LU-PARTNO WS-LU-LOTNO
                    WS-LU-QTY-TXT
           END-UNSTRING
           ADD 1 TO LOT-USAGE-COUNT
           MOVE WS-LU-SERIAL TO LU-SERIAL(LOT-USAGE-COUNT)
           MOVE WS-LU-PARTNO TO LU-PARTNO(LOT-USAGE-COUNT)
           MOVE WS-LU-LOTNO TO LU-LOTNO(LOT-USAGE-COUNT)
           MOVE 0 TO LU-QTY(LOT-USAGE-COUNT)
           IF WS-LU-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LU-QTY-TXT)
                   TO LU-QTY(LOT-USAGE-COUNT)
           END-IF
           MOVE WS-LU-PARTNO TO WS-LOT-PARTNO
           MOVE WS-LU-LOTNO TO WS-LOT-LOTNO
           PERFORM FIND-OR-ADD-LOT
           IF LOT-IDX > 0
               ADD LU-QTY(LOT-USAGE-COUNT) TO LT-INSTALLED(LOT-IDX)
           END-IF.

      *    Claim book layout (WARRANTY):
      *      CLAIMNO;SERIALNO;ROBOTNO;PARTNO;FAILDATE;QTY;
      *      DISPOSITION;SHIPDATE;RECDATE;RUNID
       PROCESS-CLAIMS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS NOT = "00"
               DISPLAY "HINWEIS: WARRANTY_CLAIMS.CSV NICHT "
                   "VORHANDEN - KEINE GARANTIEFAELLE"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CLAIMS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR CLAIMS-LINE = SPACES
                               CONTINUE
                           ELSE
                               PERFORM APPLY-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIMS-FILE
           END-IF.

       APPLY-CLAIM.
           MOVE SPACES TO WS-CL-CLAIMNO
           MOVE SPACES TO WS-CL-SERIAL
           MOVE SPACES TO WS-CL-ROBOTNO
           MOVE SPACES TO WS-CL-PARTNO
           MOVE SPACES TO WS-CL-FAILDATE
           MOVE SPACES TO WS-CL-QTY-TXT
           MOVE SPACES TO WS-CL-DISPOSITION
           MOVE SPACES TO WS-CL-SHIPDATE
           MOVE SPACES TO WS-CL-RECDATE
           UNSTRING CLAIMS-LINE
               DELIMITED BY ";"
               INTO WS-CL-CLAIMNO WS-CL-SERIAL WS-CL-ROBOTNO
                    WS-CL-PARTNO WS-CL-FAILDATE WS-CL-QTY-TXT
                    WS-CL-DISPOSITION WS-CL-SHIPDATE WS-CL-RECDATE
           END-UNSTRING
           ADD 1 TO WS-CLAIM-COUNT
           MOVE 1 TO WS-CL-QTY
           IF WS-CL-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CL-QTY-TXT) TO WS-CL-QTY
           END-IF
           MOVE 0 TO WS-CL-FAIL-NUM
           IF WS-CL-FAILDATE IS NUMERIC
               MOVE WS-CL-FAILDATE TO WS-CL-FAIL-NUM
           END-IF
           MOVE "N" TO WS-CL-IN-MONTH
           IF WS-CL-RECDATE(1:6) = WS-REP-MONTH
               MOVE "J" TO WS-CL-IN-MONTH
               ADD 1 TO WS-CLAIM-MON-COUNT
           END-IF
           PERFORM TRACE-CLAIM-LOT
           IF WS-CL-REASON NOT = SPACES
               IF WS-CL-IN-MONTH = "J"
                   PERFORM NOTE-UNTRACED-CLAIM
               END-IF
           ELSE
               ADD WS-CL-QTY TO LT-FAILED(LOT-IDX)
               IF WS-CL-IN-MONTH = "J"
                   ADD WS-CL-QTY TO LT-FAIL-MON(LOT-IDX)
               END-IF
               IF LT-SUPPCODE(LOT-IDX) = SPACES
                   MOVE "LOS OHNE WARENEINGANG" TO WS-CL-REASON
                   IF WS-CL-IN-MONTH = "J"
                       PERFORM NOTE-UNTRACED-CLAIM
                   END-IF
               ELSE
                   IF WS-CL-IN-MONTH = "J"
                       PERFORM WRITE-CHARGEBACK-ROW
                   END-IF
               END-IF
           END-IF.

      *    The failed part's lot is found through the unit: every
      *    lot_usage row of this serial and part. Exactly one lot
      *    is a trace; two lots of the same part in the unit leave
      *    open which piece failed.
       TRACE-CLAIM-LOT.
           MOVE SPACES TO WS-CL-REASON
           MOVE SPACES TO WS-CL-LOTNO
           MOVE 0 TO WS-CL-LOT-COUNT
           MOVE 0 TO LOT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOT-USAGE-COUNT
               IF LU-SERIAL(J) = WS-CL-SERIAL
                   AND LU-PARTNO(J) = WS-CL-PARTNO
                   AND LU-LOTNO(J) NOT = WS-CL-LOTNO
                   ADD 1 TO WS-CL-LOT-COUNT
                   MOVE LU-LOTNO(J) TO WS-CL-LOTNO
               END-IF
           END-PERFORM
           IF WS-CL-LOT-COUNT = 0
               MOVE "KEINE LOSDATEN ZUR EINHEIT" TO WS-CL-REASON
           ELSE
           IF WS-CL-LOT-COUNT > 1
               MOVE "MEHRERE LOSE DES TEILS IN DER EINHEIT"
                   TO WS-CL-REASON
           ELSE
               MOVE WS-CL-PARTNO TO WS-LOT-PARTNO
               MOVE WS-CL-LOTNO TO WS-LOT-LOTNO
               PERFORM FIND-LOT-IDX
               IF LOT-IDX = 0
                   MOVE "LOS NICHT IN LOSTABELLE" TO WS-CL-REASON
               END-IF
           END-IF
           END-IF.

       NOTE-UNTRACED-CLAIM.
           ADD 1 TO WS-UNTRACED-COUNT
           IF UT-COUNT < 500
               ADD 1 TO UT-COUNT
               MOVE WS-CL-CLAIMNO TO UT-CLAIMNO(UT-COUNT)
               MOVE WS-CL-SERIAL TO UT-SERIAL(UT-COUNT)
               MOVE WS-CL-PARTNO TO UT-PARTNO(UT-COUNT)
               MOVE WS-CL-REASON TO UT-REASON(UT-COUNT)
           END-IF.

       WRITE-CHARGEBACK-ROW.
           PERFORM FIND-UNIT-COST
           COMPUTE WS-CB-AMOUNT ROUNDED = WS-UNIT-COST * WS-CL-QTY
           ADD 1 TO WS-CB-COUNT
           ADD WS-CB-AMOUNT TO WS-CB-TOTAL
           MOVE LT-SUPPCODE(LOT-IDX) TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
           IF SUPPLIER-IDX > 0
               ADD 1 TO T-SUPP-CB-COUNT(SUPPLIER-IDX)
               ADD WS-CB-AMOUNT TO T-SUPP-CB-AMOUNT(SUPPLIER-IDX)
           END-IF
           MOVE WS-CL-QTY TO WS-QTY-DISP
           MOVE WS-UNIT-COST TO WS-COST-DISP
           MOVE WS-CB-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-CB-REC
           STRING FUNCTION TRIM(WS-CL-CLAIMNO) ";"
               FUNCTION TRIM(LT-SUPPCODE(LOT-IDX)) ";"
               FUNCTION TRIM(LT-PONUMBER(LOT-IDX)) ";"
               FUNCTION TRIM(WS-CL-PARTNO) ";"
               FUNCTION TRIM(WS-CL-LOTNO) ";"
               FUNCTION TRIM(WS-CL-SERIAL) ";"
               WS-CL-FAILDATE ";"
               FUNCTION TRIM(WS-QTY-DISP) ";"
               FUNCTION TRIM(WS-COST-DISP) ";"
               FUNCTION TRIM(WS-AMOUNT-DISP)
               DELIMITED BY SIZE INTO WS-CB-REC
           ADD FUNCTION LENGTH(FUNCTION TRIM(WS-CB-REC))
               TO WS-CB-CHECKSUM
           WRITE CHARGEBACK-LINE FROM WS-CB-REC.

       CLOSE-CHARGEBACK-FILE.
           MOVE WS-CB-COUNT TO WS-CB-COUNT-TXT
           MOVE WS-CB-CHECKSUM TO WS-CB-SUM-TXT
           MOVE SPACES TO WS-CB-REC
           STRING "TRAILER;"
               FUNCTION TRIM(WS-CB-COUNT-TXT) ";"
               FUNCTION TRIM(WS-CB-SUM-TXT)
               DELIMITED BY SIZE INTO WS-CB-REC
           WRITE CHARGEBACK-LINE FROM WS-CB-REC
           CLOSE CHARGEBACK-FILE.

       WRITE-ANALYSIS-REPORT.
           OPEN OUTPUT WA-REPORT-FILE
           MOVE "GARANTIE-AUSFALLANALYSE NACH LIEFERANTENLOS"
               TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAUF-ID: " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-CLAIM-COUNT TO WS-COUNT-DISP
           MOVE WS-CLAIM-MON-COUNT TO WS-COUNT-DISP2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BERICHTSMONAT: " WS-REP-MONTH
               " | GARANTIEFAELLE GESAMT: " WS-COUNT-DISP
               " | ERFASST IM MONAT: " WS-COUNT-DISP2
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM EMIT-TRUNCATION-NOTES
           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE

           MOVE "AUSFALLRATE JE LIEFERANTENLOS (AUSFAELLE / VERBAUT)"
               TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO J
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
               IF LT-INSTALLED(LOT-IDX) > 0
                   OR LT-FAILED(LOT-IDX) > 0
                   ADD 1 TO J
                   PERFORM WRITE-LOT-LINE
               END-IF
           END-PERFORM
           IF J = 0
               MOVE "    KEINE VERBAUTEN LIEFERANTENLOSE ERFASST"
                   TO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "AUSFALLRATE JE LIEFERANT" TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
               MOVE LT-SUPPCODE(LOT-IDX) TO WS-SUP-CODE
               PERFORM FIND-SUPPLIER-IDX
               IF SUPPLIER-IDX > 0
                   ADD LT-INSTALLED(LOT-IDX)
                       TO T-SUPP-INSTALLED(SUPPLIER-IDX)
                   ADD LT-FAILED(LOT-IDX)
                       TO T-SUPP-FAILED(SUPPLIER-IDX)
                   ADD LT-FAIL-MON(LOT-IDX)
                       TO T-SUPP-FAIL-MON(SUPPLIER-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               PERFORM WRITE-SUPPLIER-LINE
           END-PERFORM

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "NICHT ZUORDENBARE GARANTIEFAELLE IM MONAT"
               TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > UT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " UT-CLAIMNO(J) " | " UT-SERIAL(J)
                   " | " UT-PARTNO(J) " | " UT-REASON(J)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-UNTRACED-COUNT > UT-COUNT
               MOVE WS-UNTRACED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    ... LISTE GEKUERZT - INSGESAMT "
                   WS-COUNT-DISP " FAELLE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-UNTRACED-COUNT = 0
               MOVE "    KEINE" TO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE ALL "-" TO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-CB-COUNT TO WS-COUNT-DISP
           MOVE WS-CB-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUECKBELASTUNGEN IM MONAT: " WS-COUNT-DISP
               " POSITIONEN | SUMME: " WS-TOTAL-DISP
               " | LISTE: WARRANTY_CHARGEBACK.CSV"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE WA-REPORT-FILE.

       WRITE-LOT-LINE.
           MOVE LT-SUPPCODE(LOT-IDX) TO WS-SUPP-DISP
           IF LT-SUPPCODE(LOT-IDX) = SPACES
               MOVE "UNBEKANNT" TO WS-SUPP-DISP
           END-IF
           MOVE LT-RECEIVED(LOT-IDX) TO WS-QTY-DISP
           MOVE LT-INSTALLED(LOT-IDX) TO WS-QTY-DISP2
           MOVE LT-FAILED(LOT-IDX) TO WS-QTY-DISP3
           MOVE LT-FAIL-MON(LOT-IDX) TO WS-QTY-DISP4
           MOVE SPACES TO WS-REPORT-LINE
           IF LT-INSTALLED(LOT-IDX) = 0
               STRING LT-PARTNO(LOT-IDX) " | "
                   LT-LOTNO(LOT-IDX) " | " WS-SUPP-DISP
                   " | EINGANG: " WS-QTY-DISP
                   " | VERBAUT: " WS-QTY-DISP2
                   " | AUSFAELLE: " WS-QTY-DISP3
                   " | IM MONAT: " WS-QTY-DISP4
                   " | RATE: -"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   LT-FAILED(LOT-IDX) * 100 / LT-INSTALLED(LOT-IDX)
               MOVE WS-RATE TO WS-RATE-DISP
               STRING LT-PARTNO(LOT-IDX) " | "
                   LT-LOTNO(LOT-IDX) " | " WS-SUPP-DISP
                   " | EINGANG: " WS-QTY-DISP
                   " | VERBAUT: " WS-QTY-DISP2
                   " | AUSFAELLE: " WS-QTY-DISP3
                   " | IM MONAT: " WS-QTY-DISP4
                   " | RATE: " WS-RATE-DISP " %"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE.

       WRITE-SUPPLIER-LINE.
           MOVE T-SUPP-INSTALLED(SUPPLIER-IDX) TO WS-QTY-DISP2
           MOVE T-SUPP-FAILED(SUPPLIER-IDX) TO WS-QTY-DISP3
           MOVE T-SUPP-FAIL-MON(SUPPLIER-IDX) TO WS-QTY-DISP4
           MOVE T-SUPP-CB-AMOUNT(SUPPLIER-IDX) TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF T-SUPP-INSTALLED(SUPPLIER-IDX) = 0
               STRING T-SUPP-CODE(SUPPLIER-IDX) " | "
                   T-SUPP-NAME(SUPPLIER-IDX)
                   " | KEINE VERBAUTEN LOSE ERFASST"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   T-SUPP-FAILED(SUPPLIER-IDX) * 100
                   / T-SUPP-INSTALLED(SUPPLIER-IDX)
               MOVE WS-RATE TO WS-RATE-DISP
               STRING T-SUPP-CODE(SUPPLIER-IDX) " | "
                   T-SUPP-NAME(SUPPLIER-IDX)
                   " | VERBAUT: " WS-QTY-DISP2
                   " | AUSFAELLE: " WS-QTY-DISP3
                   " | IM MONAT: " WS-QTY-DISP4
                   " | RATE: " WS-RATE-DISP " %"
                   " | RUECKBELASTUNG IM MONAT: " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE WA-REPORT-LINE FROM WS-REPORT-LINE.

       EMIT-TRUNCATION-NOTES.
           IF WS-TRUNC-LOTUSE = "J"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: LOT_USAGE.CSV NUR TEILWEISE GELADEN "
                   "(20000) - RATEN UND RUECKBELASTUNGEN "
                   "UNVOLLSTAENDIG"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-TRUNC-LOTS = "J"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACHTUNG: LOT-TABLE VOLL (5000) - NICHT ALLE "
                   "LOSE BEWERTET"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WA-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

      *    The run ID ties every output of one suite run together.
      *    Under the RUNCTL driver it comes from run_id.dat; started
      *    by hand, the program stamps its own from date and time.
       GET-RUN-ID.
           OPEN INPUT RUNID-FILE
           IF WS-RUNID-STATUS = "00"
               READ RUNID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNID-LINE(1:15) TO WS-RUN-ID
               END-READ
               CLOSE RUNID-FILE
           END-IF
           IF WS-RUN-ID = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUNID-TIME FROM TIME
               MOVE SPACES TO WS-RUN-ID
               STRING "R" WS-RUN-DATE WS-RUNID-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF.

       WRITE-STEP-STATS.
           OPEN OUTPUT STEP-STATS-FILE
           MOVE SPACES TO WS-STATS-LINE
           STRING "WARRANAL;" WS-TOTAL-READ
               DELIMITED BY SIZE INTO WS-STATS-LINE
           WRITE STEP-STATS-LINE FROM WS-STATS-LINE
           CLOSE STEP-STATS-FILE.

       WRITE-RUN-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           IF WS-LOG-SEVERITY = "WARN"
               ADD 1 TO WS-WARN-COUNT
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-LOG-CODE) ";"
               FUNCTION TRIM(WS-LOG-SEVERITY) ";"
               "WARRANAL;"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-RUN-ID) ";"
               FUNCTION TRIM(WS-LOG-TEXT)
               DELIMITED BY SIZE INTO WS-LOG-LINE
           WRITE RUN-LOG-LINE FROM WS-LOG-LINE
           CLOSE RUN-LOG-FILE.

      *    Run-in-progress lock: RUNCTL leaves run_lock.dat (run ID
      *    and start time) in place for the duration of the chain.
      *    A step CALLed by the driver sees the shared
      *    RUNCTL-ACTIVE switch and proceeds; a hand-started
      *    program that finds the lock refuses with the active run
      *    named - an answer computed from half-written work files
      *    looks completely plausible, which is what makes it
      *    dangerous.
       CHECK-RUN-LOCK.
           MOVE SPACES TO WS-RUN-LOCK-INFO
           OPEN INPUT RUN-LOCK-FILE
           IF WS-RUNLOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-LOCK-LINE TO WS-RUN-LOCK-INFO
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-RUN-LOCK-INFO NOT = SPACES
               AND RUNCTL-ACTIVE NOT = "J"
               DISPLAY "ABBRUCH: BATCH-KETTE AKTIV ("
                   FUNCTION TRIM(WS-RUN-LOCK-INFO)
                   ") - PROGRAMM NICHT GESTARTET"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
