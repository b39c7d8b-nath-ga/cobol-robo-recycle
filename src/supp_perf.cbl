      *    actuals drift more than LTDRIFTPCT percent (batch_parms,
      *    default 20) from the master value; the change itself goes
      *    through the normal master maintenance.
      *
      *    The per-supplier figures also go to supplier_rating.csv
      *    (SUPPCODE;RECEIPTS;ONTIMEPCT;AVGLEADDAYS;LATEOPEN, house
      *    trailer), from which MATREQ shifts approved-vendor quota
      *    away from suppliers that deliver late.
      *
      *    Since POTRACK keeps the supplier-confirmed date next to the
      *    original due date, on-time delivery and overdue open lines
      *    are measured twice: against DUEDATE (what we needed) and
      *    against CONFDATE (what the supplier promised), the latter
      *    over acknowledged lines only. The confirmed figure goes to
      *    supplier_rating.csv as an extra CONFONTIMEPCT column.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PERF-REPORT-FILE
               ASSIGN TO "..\data\supplier_perf_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATING-FILE
               ASSIGN TO "..\data\supplier_rating.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMS-FILE
               ASSIGN TO "..\data\batch_parms.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PERF-REPORT-FILE.
       01  PERF-REPORT-LINE        PIC X(300).

       FD  RATING-FILE.
       01  RATING-LINE             PIC X(120).

       FD  PARMS-FILE.
       01  PARMS-LINE              PIC X(200).

              10 T-LEAD-SUM        PIC 9(9) VALUE 0.
              10 T-ONTIME-COUNT    PIC 9(5) VALUE 0.
              10 T-LATE-OPEN-COUNT PIC 9(5) VALUE 0.
              10 T-CONF-COUNT      PIC 9(5) VALUE 0.
              10 T-CONF-ONTIME     PIC 9(5) VALUE 0.
              10 T-CONF-LATE-OPEN  PIC 9(5) VALUE 0.
       77  SUPPLIER-COUNT          PIC 9(3) VALUE 0.
       77  SUPPLIER-IDX            PIC 9(3) VALUE 0.
       01  WS-SUP-CODE             PIC X(6).
       01  WS-RL-SUPPCODE          PIC X(6).
       01  WS-RL-ORDDATE-TXT       PIC X(20).
       01  WS-RL-DUEDATE-TXT       PIC X(20).
       01  WS-RL-LOTNO             PIC X(15).
       01  WS-RL-CONFDATE-TXT      PIC X(20).
       01  WS-RL-CONFDATE          PIC 9(8).
       01  WS-RL-RECDATE           PIC 9(8).
       01  WS-RL-ORDDATE           PIC 9(8).
       01  WS-RL-DUEDATE           PIC 9(8).
       01  WS-OO-ORDERDATE-TXT     PIC X(20).
       01  WS-OO-DUEDATE-TXT       PIC X(20).
       01  WS-OO-STATUS            PIC X(6).
       01  WS-OO-EXTEUR-TXT        PIC X(20).
       01  WS-OO-CONFQTY-TXT       PIC X(20).
       01  WS-OO-CONFDATE-TXT      PIC X(20).
       01  WS-TODAY                PIC 9(8).

       01  WS-AVG-LEAD             PIC 9(5)V9.
       01  WS-ONTIME-PCT           PIC 9(3)V9.
       01  WS-CONF-PCT             PIC 9(3)V9.
       01  WS-DRIFT-LIMIT          PIC 9(5)V99.
       01  WS-LEAD-DIFF            PIC S9(5)V9.
       01  WS-NEW-LEAD             PIC 9(3).
       01  WS-LEAD-DISP            PIC ZZZZ9.9.
       01  WS-MASTER-DISP          PIC ZZ9.
       01  WS-PCT-DISP             PIC ZZ9.9.
       01  WS-CONF-PCT-DISP        PIC ZZ9.9.
       01  WS-CONF-PCT-TXT         PIC X(5).
       01  WS-CONF-CNT-DISP        PIC ZZZZ9.
       01  WS-CONF-LATE-DISP       PIC ZZZZ9.
       01  WS-LATE-DISP            PIC ZZZZ9.
       01  WS-NEW-DISP             PIC ZZ9.
       01  WS-RATING-LINE          PIC X(120).
       77  WS-RATING-COUNT         PIC 9(6) VALUE 0.
       77  WS-RATING-CHECKSUM      PIC 9(9) VALUE 0.
       01  WS-RATING-CNT-DISP      PIC Z(5)9.
       01  WS-RATING-SUM-DISP      PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-RECEIPT-LOG
           PERFORM LOAD-OPEN-ORDERS
           PERFORM WRITE-PERF-REPORT
           PERFORM WRITE-SUPPLIER-RATING
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RL-SUPPCODE
           MOVE SPACES TO WS-RL-ORDDATE-TXT
           MOVE SPACES TO WS-RL-DUEDATE-TXT
           MOVE SPACES TO WS-RL-CONFDATE-TXT
           UNSTRING RECEIPT-LOG-LINE
               DELIMITED BY ";"
               INTO WS-RL-RUNID WS-RL-RECDATE-TXT WS-RL-PONUMBER
                    WS-RL-PARTNO WS-RL-QTY-TXT WS-RL-SUPPCODE
                    WS-RL-ORDDATE-TXT WS-RL-DUEDATE-TXT
                    WS-RL-LOTNO WS-RL-CONFDATE-TXT
           END-UNSTRING
           MOVE WS-RL-SUPPCODE TO WS-SUP-CODE
           PERFORM FIND-SUPPLIER-IDX
               IF WS-RL-RECDATE <= WS-RL-DUEDATE
                   ADD 1 TO T-ONTIME-COUNT(SUPPLIER-IDX)
               END-IF
      *    Receipts logged before acknowledgments existed, or of a
      *    line never acknowledged, carry no confirmed date.
               IF WS-RL-CONFDATE-TXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RL-CONFDATE-TXT)
                       TO WS-RL-CONFDATE
                   ADD 1 TO T-CONF-COUNT(SUPPLIER-IDX)
                   IF WS-RL-RECDATE <= WS-RL-CONFDATE
                       ADD 1 TO T-CONF-ONTIME(SUPPLIER-IDX)
                   END-IF
               END-IF
           END-IF.

      *    Quantity-short deliveries: order lines still open (not
       APPLY-OPEN-ORDER-ROW.
           MOVE SPACES TO WS-OO-STATUS
           MOVE SPACES TO WS-OO-DUEDATE-TXT
           MOVE SPACES TO WS-OO-CONFDATE-TXT
           UNSTRING OPEN-ORDERS-LINE
               DELIMITED BY ";"
               INTO WS-OO-PONUMBER WS-OO-PARTNO WS-OO-SUPPCODE
                    WS-OO-ORDERQTY-TXT WS-OO-RECQTY-TXT
                    WS-OO-UNITCOST-TXT WS-OO-ORDERDATE-TXT
                    WS-OO-DUEDATE-TXT WS-OO-STATUS
                    WS-OO-EXTEUR-TXT WS-OO-CONFQTY-TXT
                    WS-OO-CONFDATE-TXT
           END-UNSTRING
           IF WS-OO-STATUS NOT = "CLOSED"
               AND WS-OO-DUEDATE-TXT NOT = SPACES
                           TO T-LATE-OPEN-COUNT(SUPPLIER-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-OO-STATUS NOT = "CLOSED"
               AND WS-OO-CONFDATE-TXT NOT = SPACES
               IF FUNCTION NUMVAL(WS-OO-CONFDATE-TXT) < WS-TODAY
                   MOVE WS-OO-SUPPCODE TO WS-SUP-CODE
                   PERFORM FIND-SUPPLIER-IDX
                   IF SUPPLIER-IDX > 0
                       ADD 1
                           TO T-CONF-LATE-OPEN(SUPPLIER-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-PERF-REPORT.
                   " | OFFEN UEBERFAELLIG: " WS-LATE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERF-REPORT-LINE FROM WS-REPORT-LINE
               PERFORM WRITE-SUPPLIER-CONF-LINE
           END-IF.

      *    Second line per supplier: the same measures against the
      *    date the supplier confirmed.
       WRITE-SUPPLIER-CONF-LINE.
           MOVE T-CONF-LATE-OPEN(SUPPLIER-IDX) TO WS-CONF-LATE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF T-CONF-COUNT(SUPPLIER-IDX) = 0
               STRING "       | GEGEN ZUSAGE: KEINE BESTAETIGTEN "
                   "LIEFERUNGEN"
                   " | OFFEN UEBER ZUSAGE: " WS-CONF-LATE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               COMPUTE WS-CONF-PCT ROUNDED =
                   T-CONF-ONTIME(SUPPLIER-IDX) * 100
                   / T-CONF-COUNT(SUPPLIER-IDX)
               MOVE WS-CONF-PCT TO WS-CONF-PCT-DISP
               MOVE T-CONF-COUNT(SUPPLIER-IDX) TO WS-CONF-CNT-DISP
               STRING "       | GEGEN ZUSAGE: LIEFERUNGEN: "
                   WS-CONF-CNT-DISP
                   " | TERMINTREUE: " WS-CONF-PCT-DISP " %"
                   " | OFFEN UEBER ZUSAGE: " WS-CONF-LATE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE PERF-REPORT-LINE FROM WS-REPORT-LINE.

      *    A supplier whose measured lead time drifts more than
      *    LTDRIFTPCT percent off the master value gets a concrete
      *    recommendation (the rounded actual) - planning with the
               END-IF
           END-IF.

      *    One row per supplier master entry; a supplier without
      *    receipts carries RECEIPTS 0 and is not rated by MATREQ.
       WRITE-SUPPLIER-RATING.
           MOVE 0 TO WS-RATING-COUNT
           MOVE 0 TO WS-RATING-CHECKSUM
           OPEN OUTPUT RATING-FILE
           MOVE SPACES TO WS-RATING-LINE
           STRING "SUPPCODE;RECEIPTS;ONTIMEPCT;AVGLEADDAYS;LATEOPEN;"
               "CONFONTIMEPCT"
               DELIMITED BY SIZE INTO WS-RATING-LINE
           WRITE RATING-LINE FROM WS-RATING-LINE
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               MOVE 0 TO WS-AVG-LEAD
               MOVE 0 TO WS-ONTIME-PCT
               MOVE SPACES TO WS-CONF-PCT-TXT
               IF T-CONF-COUNT(SUPPLIER-IDX) > 0
                   COMPUTE WS-CONF-PCT ROUNDED =
                       T-CONF-ONTIME(SUPPLIER-IDX) * 100
                       / T-CONF-COUNT(SUPPLIER-IDX)
                   MOVE WS-CONF-PCT TO WS-CONF-PCT-DISP
                   MOVE WS-CONF-PCT-DISP TO WS-CONF-PCT-TXT
               END-IF
               IF T-RECEIPT-COUNT(SUPPLIER-IDX) > 0
                   COMPUTE WS-AVG-LEAD ROUNDED =
                       T-LEAD-SUM(SUPPLIER-IDX)
                       / T-RECEIPT-COUNT(SUPPLIER-IDX)
                   COMPUTE WS-ONTIME-PCT ROUNDED =
                       T-ONTIME-COUNT(SUPPLIER-IDX) * 100
                       / T-RECEIPT-COUNT(SUPPLIER-IDX)
               END-IF
               MOVE T-RECEIPT-COUNT(SUPPLIER-IDX) TO WS-CNT-DISP
               MOVE WS-ONTIME-PCT TO WS-PCT-DISP
               MOVE WS-AVG-LEAD TO WS-LEAD-DISP
               MOVE T-LATE-OPEN-COUNT(SUPPLIER-IDX) TO WS-LATE-DISP
               MOVE SPACES TO WS-RATING-LINE
               STRING FUNCTION TRIM(T-SUPP-CODE(SUPPLIER-IDX)) ";"
                   FUNCTION TRIM(WS-CNT-DISP) ";"
                   FUNCTION TRIM(WS-PCT-DISP) ";"
                   FUNCTION TRIM(WS-LEAD-DISP) ";"
                   FUNCTION TRIM(WS-LATE-DISP) ";"
                   FUNCTION TRIM(WS-CONF-PCT-TXT)
                   DELIMITED BY SIZE INTO WS-RATING-LINE
               WRITE RATING-LINE FROM WS-RATING-LINE
               ADD 1 TO WS-RATING-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-RATING-LINE))
                   TO WS-RATING-CHECKSUM
           END-PERFORM
           MOVE WS-RATING-COUNT TO WS-RATING-CNT-DISP
           MOVE WS-RATING-CHECKSUM TO WS-RATING-SUM-DISP
           MOVE SPACES TO WS-RATING-LINE
           STRING "TRAILER;" FUNCTION TRIM(WS-RATING-CNT-DISP) ";"
               FUNCTION TRIM(WS-RATING-SUM-DISP)
               DELIMITED BY SIZE INTO WS-RATING-LINE
           WRITE RATING-LINE FROM WS-RATING-LINE
           CLOSE RATING-FILE.

      *    The run ID ties every output of one suite run together.
      *    Under the RUNCTL driver it comes from run_id.dat; started
      *    by hand, the program stamps its own from date and time.
