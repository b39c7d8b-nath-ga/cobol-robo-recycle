       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRANTY.

      *    Warranty claims / returned units (RMA) against the fleet
      *    register: every claim names the fleet SERIALNO, the
      *    failed PARTNO, the failure date and what happens to the
      *    unit. A claim is only accepted for a unit that was
      *    actually shipped, is not already decommissioned, fails
      *    on or after its SHIPDATE and inside the warranty period
      *    counted from it (WARRANTYMONTHS in batch_parms, default
      *    24), and only for a part that is on the robot's BOM.
      *    Accepted claims are numbered and appended to
      *    warranty_claims.csv, the claim book WARRANAL joins to the
      *    supplier lots; every transaction, accepted or rejected,
      *    lands in warranty_audit.csv with the register row as
      *    before-image and the claim as after-image - the FLEETREG
      *    audit pattern.
      *
      *    rma_trans.csv layout: line 1 is a header
      *    (SERIALNO;PARTNO;FAILDATE;DISPOSITION;QTY) and is skipped.
      *    QTY is the number of failed pieces, blank means 1.
      *    DISPOSITION is one of
      *      REPAIR   unit repaired and returned to the customer
      *      REPLACE  failed part exchanged, unit returned
      *      SCRAP    unit written off into the recovery intake
      *    A SCRAP claim appends a SCRAP line for the failed part to
      *    recovery.csv, dated with the failure date and carrying
      *    the SERIALNO as sixth column, so RECOVERCOST
      *    decommissions exactly this unit and not just the first
      *    one of the same ROBOTNO still in service. Further intake
      *    lines for the scrapped unit carry the same DECOMDATE and
      *    SERIALNO.
      *    The register itself is not changed here: DECOMMISSIONED
      *    is still set only by the recovery intake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-FILE
               ASSIGN TO "..\data\fleet_register.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEET-STATUS.
           SELECT BOM-FILE
               ASSIGN TO "..\data\bom.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO "..\data\rma_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CLAIMS-FILE
               ASSIGN TO "..\data\warranty_claims.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-STATUS.
           SELECT RECOVERY-FILE
               ASSIGN TO "..\data\recovery.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO "..\data\warranty_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
       FD  FLEET-FILE.
       01  FLEET-LINE              PIC X(200).

       FD  BOM-FILE.
       01  BOM-LINE                PIC X(200).

       FD  TRANS-FILE.
       01  TRANS-LINE              PIC X(250).

       FD  CLAIMS-FILE.
       01  CLAIMS-LINE             PIC X(200).

       FD  RECOVERY-FILE.
       01  RECOVERY-LINE           PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(500).

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
       77  I                       PIC 9(4) VALUE 0.
       77  WS-KEY1                 PIC X(10).
       77  WS-KEY2                 PIC X(10).

       77  WS-FLEET-STATUS         PIC X(2) VALUE "00".
       77  WS-BOM-STATUS           PIC X(2) VALUE "00".
       77  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       77  WS-CLAIMS-STATUS        PIC X(2) VALUE "00".
       77  WS-RECOVERY-STATUS      PIC X(2) VALUE "00".
       77  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
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
      *      RC-W-0111 TRANSAKTION ABGELEHNT
      *      RC-E-0201 KONTROLLSUMME FALSCH
      *      RC-E-0205 EINGABEDATEI FEHLT
      *      RC-E-0210 TABELLE VOLL - LAUF ANGEHALTEN
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
       01  WS-WARRANTY-MONTHS      PIC 9(3) VALUE 24.
       01  WS-TODAY                PIC 9(8).

       01  FLEET-ROW-TABLE.
           05 FL-ENTRY OCCURS 5000 TIMES.
              10 FL-SERIAL         PIC X(10).
              10 FL-ROBOTNO        PIC X(10).
              10 FL-BUILDDATE      PIC X(8).
              10 FL-SHIPDATE       PIC X(8).
              10 FL-CUSTOMER       PIC X(30).
              10 FL-DECOMDATE      PIC X(8).
              10 FL-STATUS         PIC X(14).
       77  FLEET-ROW-COUNT         PIC 9(4) VALUE 0.
       77  FLEET-IDX               PIC 9(4) VALUE 0.
       01  WS-FL-SERIAL            PIC X(10).
       01  WS-FL-ROBOTNO           PIC X(10).
       01  WS-FL-BUILDDATE         PIC X(8).
       01  WS-FL-SHIPDATE          PIC X(8).
       01  WS-FL-CUSTOMER          PIC X(30).
       01  WS-FL-DECOMDATE         PIC X(8).
       01  WS-FL-STATUS            PIC X(14).

      *    Robot/part pairs of the BOM master, any effectivity: a
      *    unit built under an older design still carries the
      *    parts of that design.
       01  BOM-PAIR-TABLE.
           05 BP-ENTRY OCCURS 2000 TIMES.
              10 BP-ROBOTNO        PIC X(10).
              10 BP-PARTNO         PIC X(10).
       77  BOM-PAIR-COUNT          PIC 9(4) VALUE 0.
       01  WS-BOM-ROBOTNO          PIC X(10).
       01  WS-BOM-PARTNO           PIC X(10).
       77  WS-BOM-FOUND            PIC X VALUE "N".
       77  WS-BOM-TRUNC            PIC X VALUE "N".

      *    Claims already on the book, for the duplicate check and
      *    the next claim number.
       01  CLAIM-KEY-TABLE.
           05 CK-ENTRY OCCURS 5000 TIMES.
              10 CK-SERIAL         PIC X(10).
              10 CK-PARTNO         PIC X(10).
              10 CK-FAILDATE       PIC X(8).
       77  CLAIM-KEY-COUNT         PIC 9(4) VALUE 0.
       77  WS-CLAIM-BOOK-COUNT     PIC 9(6) VALUE 0.
       77  WS-CLAIM-TRUNC          PIC X VALUE "N".
       77  WS-CLAIM-DUP            PIC X VALUE "N".
       01  WS-CK-CLAIMNO           PIC X(10).
       01  WS-CK-SERIAL            PIC X(10).
       01  WS-CK-ROBOTNO           PIC X(10).
       01  WS-CK-PARTNO            PIC X(10).
       01  WS-CK-FAILDATE          PIC X(8).
       01  WS-CLAIMNO              PIC X(10).
       01  WS-CLAIM-SEQ            PIC 9(6).
       01  WS-CLAIM-REC            PIC X(200).

       01  WS-T-SERIAL             PIC X(10).
       01  WS-T-PARTNO             PIC X(10).
       01  WS-T-FAILDATE           PIC X(8).
       01  WS-T-FAILDATE-N REDEFINES WS-T-FAILDATE.
           05 WS-T-FAIL-YEAR       PIC 9(4).
           05 WS-T-FAIL-MONTH      PIC 9(2).
           05 WS-T-FAIL-DAY        PIC 9(2).
       01  WS-T-DISPOSITION        PIC X(10).
       01  WS-T-QTY-TXT            PIC X(20).
       01  WS-T-QTY                PIC 9(5).
       01  WS-QTY-DISP             PIC Z(4)9.

      *    Warranty end: SHIPDATE plus WARRANTYMONTHS, same day of
      *    month, pulled back to the month's last day where that
      *    day does not exist (shipped 31 August, 24 months -> 31
      *    August; shipped 31 January, 1 month -> end of February).
       01  WS-SHIP-DATE            PIC 9(8).
       01  WS-SHIP-DATE-R REDEFINES WS-SHIP-DATE.
           05 WS-SHIP-YEAR         PIC 9(4).
           05 WS-SHIP-MONTH        PIC 9(2).
           05 WS-SHIP-DAY          PIC 9(2).
       01  WS-FAIL-DATE            PIC 9(8).
       01  WS-WEND-DATE            PIC 9(8).
       01  WS-WEND-DATE-R REDEFINES WS-WEND-DATE.
           05 WS-WEND-YEAR         PIC 9(4).
           05 WS-WEND-MONTH        PIC 9(2).
           05 WS-WEND-DAY          PIC 9(2).
       01  WS-NEXT-DATE            PIC 9(8).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MONTH        PIC 9(2).
           05 WS-NEXT-DAY          PIC 9(2).
       01  WS-MONTH-INDEX          PIC 9(6).
       01  WS-LAST-DAY-DATE        PIC 9(8).
       01  WS-LAST-DAY-R REDEFINES WS-LAST-DAY-DATE.
           05 FILLER               PIC 9(6).
           05 WS-LAST-DAY          PIC 9(2).

       77  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(5) VALUE 0.
       77  WS-SCRAP-COUNT          PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON        PIC X(50).
       01  WS-BEFORE-IMAGE         PIC X(200).
       01  WS-AFTER-IMAGE          PIC X(200).
       01  WS-AUDIT-REC            PIC X(500).
       01  WS-RECOVERY-REC         PIC X(200).
       01  WS-VAL-LINE             PIC X(200).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "GARANTIEFAELLE GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PARMS
           PERFORM LOAD-FLEET-MASTER
           PERFORM LOAD-BOM-PAIRS
           PERFORM LOAD-CLAIM-BOOK
           PERFORM PROCESS-TRANSACTIONS
           IF (WS-REJECT-COUNT > 0 OR WS-WARN-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "GARANTIEFAELLE BEENDET - ANGENOMMEN: "
               WS-APPLIED-COUNT " ABGELEHNT: " WS-REJECT-COUNT
               " VERSCHROTTET: " WS-SCRAP-COUNT
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           DISPLAY "WARRANTY: ANGENOMMEN " WS-APPLIED-COUNT
               " ABGELEHNT " WS-REJECT-COUNT
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
           IF WS-PARM-KEY = "WARRANTYMONTHS"
               AND WS-PARM-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                   TO WS-WARRANTY-MONTHS
           END-IF.

      *    Without the register no claim can be checked against a
      *    shipped unit - accepting them unchecked is exactly what
      *    this program exists to stop, so a missing register is a
      *    hard stop.
       LOAD-FLEET-MASTER.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "FLEET_REGISTER.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT FLEET-FILE
           IF WS-FLEET-STATUS NOT = "00"
               DISPLAY "ABBRUCH: FLEET_REGISTER.CSV NICHT "
                   "VORHANDEN - KEINE GARANTIEPRUEFUNG MOEGLICH"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "FLEET_REGISTER.CSV NICHT VORHANDEN"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ FLEET-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF FLEET-LINE(1:7) = "TRAILER"
                           MOVE FLEET-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
      *    A claim against a unit past the cap would be rejected
      *    as unknown - wrong, and silently so. Hard stop.
                       IF FLEET-ROW-COUNT >= 5000
                           DISPLAY "ABBRUCH: FLEET-ROW-TABLE "
                               "VOLL (5000) - LAUF ANGEHALTEN"
                           MOVE "RC-E-0210" TO WS-LOG-CODE
                           MOVE "SEVERE" TO WS-LOG-SEVERITY
                           MOVE "FLEET-ROW-TABLE VOLL (5000)"
                               TO WS-LOG-TEXT
                           PERFORM WRITE-RUN-LOG
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(FLEET-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-FLEET-ROW
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLEET-FILE.

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

       STORE-FLEET-ROW.
           MOVE SPACES TO WS-FL-SERIAL
           MOVE SPACES TO WS-FL-ROBOTNO
           MOVE SPACES TO WS-FL-BUILDDATE
           MOVE SPACES TO WS-FL-SHIPDATE
           MOVE SPACES TO WS-FL-CUSTOMER
           MOVE SPACES TO WS-FL-DECOMDATE
           MOVE SPACES TO WS-FL-STATUS
           UNSTRING FLEET-LINE
               DELIMITED BY ";"
               INTO WS-FL-SERIAL WS-FL-ROBOTNO WS-FL-BUILDDATE
                    WS-FL-SHIPDATE WS-FL-CUSTOMER WS-FL-DECOMDATE
                    WS-FL-STATUS
           END-UNSTRING
           ADD 1 TO FLEET-ROW-COUNT
           MOVE WS-FL-SERIAL TO FL-SERIAL(FLEET-ROW-COUNT)
           MOVE WS-FL-ROBOTNO TO FL-ROBOTNO(FLEET-ROW-COUNT)
           MOVE WS-FL-BUILDDATE TO FL-BUILDDATE(FLEET-ROW-COUNT)
           MOVE WS-FL-SHIPDATE TO FL-SHIPDATE(FLEET-ROW-COUNT)
           MOVE WS-FL-CUSTOMER TO FL-CUSTOMER(FLEET-ROW-COUNT)
           MOVE WS-FL-DECOMDATE TO FL-DECOMDATE(FLEET-ROW-COUNT)
           MOVE WS-FL-STATUS TO FL-STATUS(FLEET-ROW-COUNT).

       LOAD-BOM-PAIRS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE "BOM.CSV" TO WS-TRAILER-FILE
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = "00"
               DISPLAY "ABBRUCH: BOM.CSV NICHT VORHANDEN"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "BOM.CSV NICHT VORHANDEN" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               READ BOM-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINE-NO
                       ADD 1 TO WS-TOTAL-READ
                       IF LINE-NO = 1
                           CONTINUE
                       ELSE
                       IF BOM-LINE(1:7) = "TRAILER"
                           MOVE BOM-LINE TO WS-RAW-LINE
                           PERFORM VALIDATE-RAW-TRAILER
                       ELSE
                           ADD 1 TO WS-RAW-COUNT
                           ADD FUNCTION LENGTH(
                               FUNCTION TRIM(BOM-LINE))
                               TO WS-RAW-CHECKSUM
                           PERFORM STORE-BOM-PAIR
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOM-FILE.

      *    Several BOM lines of one pair (effectivity ranges) are
      *    one pair here. A full table only narrows the part check,
      *    so it warns and keeps counting for the trailer.
       STORE-BOM-PAIR.
           MOVE SPACES TO WS-BOM-ROBOTNO
           MOVE SPACES TO WS-BOM-PARTNO
           UNSTRING BOM-LINE
               DELIMITED BY ";"
               INTO WS-BOM-ROBOTNO WS-BOM-PARTNO
           END-UNSTRING
           PERFORM FIND-BOM-PAIR
           IF WS-BOM-FOUND = "N"
               IF BOM-PAIR-COUNT >= 2000
                   IF WS-BOM-TRUNC = "N"
                       MOVE "J" TO WS-BOM-TRUNC
                       DISPLAY "KAPAZITAET ERSCHOEPFT - "
                           "BOM-PAIR-TABLE VOLL (2000)"
                       MOVE "RC-W-0102" TO WS-LOG-CODE
                       MOVE "WARN" TO WS-LOG-SEVERITY
                       MOVE "BOM-PAIR-TABLE VOLL (2000)"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUN-LOG
                   END-IF
               ELSE
                   ADD 1 TO BOM-PAIR-COUNT
                   MOVE WS-BOM-ROBOTNO TO BP-ROBOTNO(BOM-PAIR-COUNT)
                   MOVE WS-BOM-PARTNO TO BP-PARTNO(BOM-PAIR-COUNT)
               END-IF
           END-IF.

       FIND-BOM-PAIR.
           MOVE "N" TO WS-BOM-FOUND
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > BOM-PAIR-COUNT OR WS-BOM-FOUND = "J"
               IF BP-ROBOTNO(I) = WS-BOM-ROBOTNO
                   AND BP-PARTNO(I) = WS-BOM-PARTNO
                   MOVE "J" TO WS-BOM-FOUND
               END-IF
           END-PERFORM.

      *    Claim book, append-only:
      *      CLAIMNO;SERIALNO;ROBOTNO;PARTNO;FAILDATE;QTY;
      *      DISPOSITION;SHIPDATE;RECDATE;RUNID
      *    Claim numbers run on from the number of rows on the book.
       LOAD-CLAIM-BOOK.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS = "00"
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
                               ADD 1 TO WS-CLAIM-BOOK-COUNT
                               PERFORM STORE-CLAIM-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIMS-FILE
           END-IF.

      *    Past the cap the duplicate check only covers the older
      *    claims - warned once, the claims themselves still go on.
       STORE-CLAIM-KEY.
           IF CLAIM-KEY-COUNT >= 5000
               IF WS-CLAIM-TRUNC = "N"
                   MOVE "J" TO WS-CLAIM-TRUNC
                   DISPLAY "KAPAZITAET ERSCHOEPFT - "
                       "CLAIM-KEY-TABLE VOLL (5000)"
                   MOVE "RC-W-0102" TO WS-LOG-CODE
                   MOVE "WARN" TO WS-LOG-SEVERITY
                   MOVE "CLAIM-KEY-TABLE VOLL (5000)"
                       TO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
               END-IF
           ELSE
               MOVE SPACES TO WS-CK-CLAIMNO
               MOVE SPACES TO WS-CK-SERIAL
               MOVE SPACES TO WS-CK-ROBOTNO
               MOVE SPACES TO WS-CK-PARTNO
               MOVE SPACES TO WS-CK-FAILDATE
               UNSTRING CLAIMS-LINE
                   DELIMITED BY ";"
                   INTO WS-CK-CLAIMNO WS-CK-SERIAL WS-CK-ROBOTNO
                        WS-CK-PARTNO WS-CK-FAILDATE
               END-UNSTRING
               ADD 1 TO CLAIM-KEY-COUNT
               MOVE WS-CK-SERIAL TO CK-SERIAL(CLAIM-KEY-COUNT)
               MOVE WS-CK-PARTNO TO CK-PARTNO(CLAIM-KEY-COUNT)
               MOVE WS-CK-FAILDATE TO CK-FAILDATE(CLAIM-KEY-COUNT)
           END-IF.

       PROCESS-TRANSACTIONS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "35"
               DISPLAY "HINWEIS: RMA_TRANS.CSV NICHT VORHANDEN "
                   "- KEINE GARANTIEFAELLE"
           ELSE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ABBRUCH: RMA_TRANS.CSV NICHT LESBAR "
                   "(STATUS " WS-TRANS-STATUS ")"
               MOVE "RC-E-0205" TO WS-LOG-CODE
               MOVE "SEVERE" TO WS-LOG-SEVERITY
               MOVE "RMA_TRANS.CSV NICHT LESBAR" TO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO = 1 OR TRANS-LINE = SPACES
                               CONTINUE
                           ELSE
                               PERFORM APPLY-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           END-IF.

      *    Checks run in the order the service desk would ask them:
      *    which unit, was it ever shipped, is it still ours to
      *    fix, when did it fail, what failed, what happens to it.
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-T-SERIAL
           MOVE SPACES TO WS-T-PARTNO
           MOVE SPACES TO WS-T-FAILDATE
           MOVE SPACES TO WS-T-DISPOSITION
           MOVE SPACES TO WS-T-QTY-TXT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING TRANS-LINE
               DELIMITED BY ";"
               INTO WS-T-SERIAL WS-T-PARTNO WS-T-FAILDATE
                    WS-T-DISPOSITION WS-T-QTY-TXT
           END-UNSTRING
           MOVE 1 TO WS-T-QTY
           IF WS-T-QTY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-T-QTY-TXT) TO WS-T-QTY
           END-IF
           PERFORM FIND-FLEET-ROW
           IF FLEET-IDX > 0
               PERFORM BUILD-FLEET-ROW-IMAGE
               MOVE WS-VAL-LINE TO WS-BEFORE-IMAGE
           END-IF
           IF FLEET-IDX = 0
               MOVE "SCHLUESSEL NICHT GEFUNDEN" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF FL-SHIPDATE(FLEET-IDX) = SPACES
               OR FL-STATUS(FLEET-IDX) = "BUILT"
               MOVE "EINHEIT NIE VERSANDT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF FL-STATUS(FLEET-IDX) = "DECOMMISSIONED"
               MOVE "EINHEIT BEREITS STILLGELEGT"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-FAILDATE IS NOT NUMERIC
               OR WS-T-FAIL-MONTH < 1 OR WS-T-FAIL-MONTH > 12
               OR WS-T-FAIL-DAY < 1 OR WS-T-FAIL-DAY > 31
               MOVE "FAILDATE KEIN DATUM (JJJJMMTT)"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM CHECK-CLAIM-DATES
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-CLAIM-DATES.
           MOVE WS-T-FAILDATE TO WS-FAIL-DATE
           MOVE FUNCTION NUMVAL(FL-SHIPDATE(FLEET-IDX))
               TO WS-SHIP-DATE
           PERFORM COMPUTE-WARRANTY-END
           IF WS-FAIL-DATE > WS-TODAY
               MOVE "FAILDATE IN DER ZUKUNFT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-FAIL-DATE < WS-SHIP-DATE
               MOVE "FAILDATE VOR SHIPDATE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-FAIL-DATE > WS-WEND-DATE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "GARANTIE ABGELAUFEN (ENDE " WS-WEND-DATE ")"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM CHECK-CLAIM-CONTENT
           END-IF
           END-IF
           END-IF.

       CHECK-CLAIM-CONTENT.
           MOVE FL-ROBOTNO(FLEET-IDX) TO WS-BOM-ROBOTNO
           MOVE WS-T-PARTNO TO WS-BOM-PARTNO
           PERFORM FIND-BOM-PAIR
           PERFORM FIND-CLAIM-DUPLICATE
           IF WS-T-PARTNO = SPACES OR WS-BOM-FOUND = "N"
               MOVE "PARTNO NICHT IN STUECKLISTE DES ROBOTERS"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-QTY = 0
               MOVE "QTY NICHT GROESSER NULL" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-T-DISPOSITION NOT = "REPAIR"
               AND WS-T-DISPOSITION NOT = "REPLACE"
               AND WS-T-DISPOSITION NOT = "SCRAP"
               MOVE "DISPOSITION UNBEKANNT" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
           IF WS-CLAIM-DUP = "J"
               MOVE "GARANTIEFALL BEREITS ERFASST"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM WRITE-CLAIM-ROW
               IF WS-T-DISPOSITION = "SCRAP"
                   PERFORM WRITE-RECOVERY-ROW
               END-IF
               MOVE WS-CLAIM-REC TO WS-AFTER-IMAGE
               PERFORM RECORD-APPLIED
           END-IF
           END-IF
           END-IF
           END-IF.

       COMPUTE-WARRANTY-END.
           COMPUTE WS-MONTH-INDEX =
               WS-SHIP-YEAR * 12 + WS-SHIP-MONTH - 1
               + WS-WARRANTY-MONTHS
           COMPUTE WS-WEND-YEAR = WS-MONTH-INDEX / 12
           COMPUTE WS-WEND-MONTH =
               WS-MONTH-INDEX - WS-WEND-YEAR * 12 + 1
           MOVE WS-SHIP-DAY TO WS-WEND-DAY
           ADD 1 TO WS-MONTH-INDEX
           COMPUTE WS-NEXT-YEAR = WS-MONTH-INDEX / 12
           COMPUTE WS-NEXT-MONTH =
               WS-MONTH-INDEX - WS-NEXT-YEAR * 12 + 1
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1)
           IF WS-WEND-DAY > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-WEND-DAY
           END-IF.

      *    Same unit, same part, same failure date is the same
      *    failure keyed twice - the supplier would be charged
      *    back twice for it.
       FIND-CLAIM-DUPLICATE.
           MOVE "N" TO WS-CLAIM-DUP
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CLAIM-KEY-COUNT OR WS-CLAIM-DUP = "J"
               IF CK-SERIAL(I) = WS-T-SERIAL
                   AND CK-PARTNO(I) = WS-T-PARTNO
                   AND CK-FAILDATE(I) = WS-T-FAILDATE
                   MOVE "J" TO WS-CLAIM-DUP
               END-IF
           END-PERFORM.

       WRITE-CLAIM-ROW.
           ADD 1 TO WS-CLAIM-BOOK-COUNT
           MOVE WS-CLAIM-BOOK-COUNT TO WS-CLAIM-SEQ
           MOVE SPACES TO WS-CLAIMNO
           STRING "W" WS-CLAIM-SEQ DELIMITED BY SIZE INTO WS-CLAIMNO
           MOVE WS-T-QTY TO WS-QTY-DISP
           MOVE SPACES TO WS-CLAIM-REC
           STRING FUNCTION TRIM(WS-CLAIMNO) ";"
               FUNCTION TRIM(WS-T-SERIAL) ";"
               FUNCTION TRIM(FL-ROBOTNO(FLEET-IDX)) ";"
               FUNCTION TRIM(WS-T-PARTNO) ";"
               WS-T-FAILDATE ";"
               FUNCTION TRIM(WS-QTY-DISP) ";"
               FUNCTION TRIM(WS-T-DISPOSITION) ";"
               FUNCTION TRIM(FL-SHIPDATE(FLEET-IDX)) ";"
               WS-TODAY ";"
               FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO WS-CLAIM-REC
           OPEN EXTEND CLAIMS-FILE
           IF WS-CLAIMS-STATUS = "35"
               OPEN OUTPUT CLAIMS-FILE
               MOVE SPACES TO CLAIMS-LINE
               STRING "CLAIMNO;SERIALNO;ROBOTNO;PARTNO;FAILDATE;"
                   "QTY;DISPOSITION;SHIPDATE;RECDATE;RUNID"
                   DELIMITED BY SIZE INTO CLAIMS-LINE
               WRITE CLAIMS-LINE
           END-IF
           WRITE CLAIMS-LINE FROM WS-CLAIM-REC
           CLOSE CLAIMS-FILE
           IF CLAIM-KEY-COUNT < 5000
               ADD 1 TO CLAIM-KEY-COUNT
               MOVE WS-T-SERIAL TO CK-SERIAL(CLAIM-KEY-COUNT)
               MOVE WS-T-PARTNO TO CK-PARTNO(CLAIM-KEY-COUNT)
               MOVE WS-T-FAILDATE TO CK-FAILDATE(CLAIM-KEY-COUNT)
           END-IF.

      *    The scrapped unit enters the recovery intake like any
      *    decommissioned robot; the failed part itself is worth
      *    nothing (SCRAP, no credit). The SERIALNO column ties the
      *    intake to this unit.
       WRITE-RECOVERY-ROW.
           ADD 1 TO WS-SCRAP-COUNT
           MOVE SPACES TO WS-RECOVERY-REC
           STRING FUNCTION TRIM(FL-ROBOTNO(FLEET-IDX)) ";"
               WS-T-FAILDATE ";"
               FUNCTION TRIM(WS-T-PARTNO) ";"
               FUNCTION TRIM(WS-QTY-DISP) ";"
               "SCRAP;"
               FUNCTION TRIM(WS-T-SERIAL)
               DELIMITED BY SIZE INTO WS-RECOVERY-REC
           OPEN EXTEND RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               MOVE "ROBOTNO;DECOMDATE;PARTNO;QTY;CONDITION"
                   TO RECOVERY-LINE
               WRITE RECOVERY-LINE
           END-IF
           WRITE RECOVERY-LINE FROM WS-RECOVERY-REC
           CLOSE RECOVERY-FILE.

       FIND-FLEET-ROW.
           MOVE 0 TO FLEET-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > FLEET-ROW-COUNT OR FLEET-IDX > 0
               MOVE FUNCTION TRIM(FL-SERIAL(I)) TO WS-KEY1
               MOVE FUNCTION TRIM(WS-T-SERIAL)  TO WS-KEY2
               IF WS-KEY1 = WS-KEY2 AND WS-KEY2 NOT = SPACES
                   MOVE I TO FLEET-IDX
               END-IF
           END-PERFORM.

       BUILD-FLEET-ROW-IMAGE.
           MOVE SPACES TO WS-VAL-LINE
           STRING FUNCTION TRIM(FL-SERIAL(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-ROBOTNO(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-BUILDDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-SHIPDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-CUSTOMER(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-DECOMDATE(FLEET-IDX)) ";"
               FUNCTION TRIM(FL-STATUS(FLEET-IDX))
               DELIMITED BY SIZE INTO WS-VAL-LINE.

       RECORD-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "ANGENOMMEN" TO WS-REJECT-REASON
           PERFORM WRITE-AUDIT-RECORD.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "TRANSAKTION ABGELEHNT (ZEILE " LINE-NO
               "): " WS-T-SERIAL " " WS-T-PARTNO
               " - " WS-REJECT-REASON
           MOVE "RC-W-0111" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "TRANSAKTION ABGELEHNT ZEILE " LINE-NO " "
               FUNCTION TRIM(WS-T-SERIAL) " "
               FUNCTION TRIM(WS-T-PARTNO) " - "
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-REC
               STRING "RUNID;DATE;TIME;DISPOSITION;SERIALNO;STATUS;"
                   "BEFORE;AFTER"
                   DELIMITED BY SIZE INTO WS-AUDIT-REC
               WRITE AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
           MOVE SPACES TO WS-AUDIT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-T-DISPOSITION) ";"
               FUNCTION TRIM(WS-T-SERIAL) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-BEFORE-IMAGE) ";"
               FUNCTION TRIM(WS-AFTER-IMAGE)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE AUDIT-LINE FROM WS-AUDIT-REC
           CLOSE AUDIT-FILE.

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
           STRING "WARRANTY;" WS-TOTAL-READ
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
               "WARRANTY;"
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
