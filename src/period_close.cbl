       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

      *    Posting-period control. period_control.csv holds one row
      *    per month that has ever been closed or re-opened
      *    (PERIOD;STATUS;CHANGEDATE;CHANGEUSER;JOURNALRUN, STATUS
      *    OPEN or CLOSED); a month without a row is open. STOCKPOST,
      *    POTRACK, INVMATCH and RECOVERCOST read it and reject any
      *    transaction dated into a CLOSED month - once the journal
      *    is in the ledger, a back-dated movement would make the
      *    valuation and the ledger disagree.
      *
      *    Closing: the period of the GLEXTRACT journal on file
      *    (gl_journal.csv) is closed as soon as the journal is
      *    complete - trailer correct, one period and one run ID
      *    throughout, debit equal to credit - and the month is over.
      *    JOURNALRUN keeps the run ID of the journal that closed it.
      *    A month re-opened after that journal stays open until a
      *    new GLEXTRACT run for it replaces the journal.
      *
      *    Requests in period_trans.csv (optional; line 1 is a header
      *    REQID;ACTION;PERIOD;USER;APPROVER;REASON and is skipped):
      *      <id>;REOPEN;JJJJMM;<user>;<approver>;<reason>
      *          re-open a closed month for corrections - needs the
      *          finance approver (a different user than the
      *          requester) and a reason;
      *      <id>;CLOSE;JJJJMM;<user>;;<reason>
      *          close a past month by hand, e.g. one without
      *          postings and so without a journal.
      *    Every request ID is processed once - the IDs already in
      *    period_audit.csv are skipped, so the file may be handed
      *    in again unchanged. Every close, re-open and rejected
      *    request lands in period_audit.csv with old and new status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "..\data\period_control.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.
           SELECT PERIOD-TRANS-FILE
               ASSIGN TO "..\data\period_trans.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERTRANS-STATUS.
           SELECT PERIOD-AUDIT-FILE
               ASSIGN TO "..\data\period_audit.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERAUDIT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "..\data\gl_journal.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE     PIC X(120).

       FD  PERIOD-TRANS-FILE.
       01  PERIOD-TRANS-LINE       PIC X(200).

       FD  PERIOD-AUDIT-FILE.
       01  PERIOD-AUDIT-LINE       PIC X(250).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE            PIC X(120).

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

       77  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       77  WS-PERTRANS-STATUS      PIC X(2) VALUE "00".
       77  WS-PERAUDIT-STATUS      PIC X(2) VALUE "00".
       77  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".

       01  WS-RAW-LINE             PIC X(200).
       01  WS-TRAILER-FILE         PIC X(30).
       77  WS-TRAILER-TAG          PIC X(7).
       01  WS-TRAILER-COUNT-TXT    PIC X(20).
       01  WS-TRAILER-CHECKSUM-TXT PIC X(20).
       77  WS-TRAILER-COUNT        PIC 9(9) VALUE 0.
       77  WS-TRAILER-CHECKSUM     PIC 9(9) VALUE 0.
       77  WS-RAW-COUNT            PIC 9(6) VALUE 0.
       77  WS-RAW-CHECKSUM         PIC 9(9) VALUE 0.
       77  WS-VAL-COUNT            PIC 9(6) VALUE 0.
       77  WS-VAL-CHECKSUM         PIC 9(9) VALUE 0.
       01  WS-VAL-COUNT-TXT        PIC Z(5)9.
       01  WS-VAL-SUM-TXT          PIC Z(8)9.
       01  WS-VAL-TRAILER          PIC X(40).

      *    Run-log message codes used by this program:
      *      RC-I-0001 START        RC-I-0002 ENDE
      *      RC-I-0006 PERIODE GESCHLOSSEN / WIEDER GEOEFFNET
      *      RC-W-0138 PERIODENANTRAG ABGELEHNT / JOURNAL NICHT
      *                ABSCHLUSSFAEHIG
      *      RC-E-0201 KONTROLLSUMME FALSCH
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

       01  WS-TODAY                PIC 9(8).
       01  WS-CUR-PERIOD           PIC 9(6).

      *    Period-control table, kept in period order.
       01  PERIOD-TABLE.
           05 PC-ENTRY OCCURS 600 TIMES.
              10 PC-PERIOD         PIC 9(6).
              10 PC-STATUS         PIC X(6).
              10 PC-CHANGE-DATE    PIC 9(8).
              10 PC-CHANGE-USER    PIC X(10).
              10 PC-JOURNAL-RUN    PIC X(15).
       77  PC-COUNT                PIC 9(4) VALUE 0.
       77  PC-IDX                  PIC 9(4) VALUE 0.
       77  PC-INS                  PIC 9(4) VALUE 0.
       01  WS-CTL-CHANGED          PIC X VALUE "N".
       01  WS-PC-PERIOD-TXT        PIC X(20).
       01  WS-PC-STATUS-TXT        PIC X(10).
       01  WS-PC-DATE-TXT          PIC X(20).
       01  WS-PC-USER-TXT          PIC X(10).
       01  WS-PC-RUN-TXT           PIC X(15).

      *    Request IDs already in period_audit.csv.
       01  DONE-TABLE.
           05 DONE-REQID OCCURS 3000 TIMES PIC X(20).
       77  DONE-COUNT              PIC 9(4) VALUE 0.
       77  DONE-IDX                PIC 9(4) VALUE 0.
       01  WS-AU-RUNID             PIC X(15).
       01  WS-AU-DATE              PIC X(8).
       01  WS-AU-TIME              PIC X(6).
       01  WS-AU-REQID             PIC X(20).

      *    One request from period_trans.csv.
       01  WS-TR-REQID             PIC X(20).
       01  WS-TR-ACTION            PIC X(10).
       01  WS-TR-PERIOD-TXT        PIC X(20).
       01  WS-TR-PERIOD            PIC 9(6).
       01  WS-TR-PERIOD-R REDEFINES WS-TR-PERIOD.
           05 WS-TR-YEAR           PIC 9(4).
           05 WS-TR-MONTH          PIC 9(2).
       01  WS-TR-USER              PIC X(10).
       01  WS-TR-APPROVER          PIC X(10).
       01  WS-TR-REASON            PIC X(60).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-OLD-STATUS           PIC X(6).
       01  WS-NEW-STATUS           PIC X(6).
       77  WS-REQ-COUNT            PIC 9(5) VALUE 0.
       77  WS-REQ-SKIPPED          PIC 9(5) VALUE 0.
       77  WS-REQ-REJECTED         PIC 9(5) VALUE 0.
       77  WS-CLOSE-COUNT          PIC 9(5) VALUE 0.
       77  WS-REOPEN-COUNT         PIC 9(5) VALUE 0.

      *    The journal on file, GLPERIOD;ACCOUNT;DRCR;AMOUNT;SOURCE;
      *    RUNID.
       01  WS-JR-PERIOD-TXT        PIC X(20).
       01  WS-JR-ACCOUNT           PIC X(20).
       01  WS-JR-DRCR              PIC X(2).
       01  WS-JR-AMOUNT-TXT        PIC X(20).
       01  WS-JR-SOURCE            PIC X(20).
       01  WS-JR-RUN-TXT           PIC X(15).
       01  WS-JR-PERIOD            PIC 9(6) VALUE 0.
       01  WS-JR-RUN               PIC X(15) VALUE SPACES.
       77  WS-JR-ROWS              PIC 9(6) VALUE 0.
       01  WS-JR-MIXED             PIC X VALUE "N".
       01  WS-JR-DEBIT             PIC 9(13)V99 VALUE 0.
       01  WS-JR-CREDIT            PIC 9(13)V99 VALUE 0.

      *    Audit row being written.
       01  WS-AUDIT-REC            PIC X(250).
       01  WS-A-REQID              PIC X(20).
       01  WS-A-ACTION             PIC X(10).
       01  WS-A-PERIOD             PIC 9(6).
       01  WS-A-USER               PIC X(10).
       01  WS-A-APPROVER           PIC X(10).
       01  WS-A-REASON             PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM GET-RUN-ID
           MOVE "RC-I-0001" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE "PERIODENABSCHLUSS GESTARTET" TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-CUR-PERIOD = WS-TODAY / 100
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-DONE-REQUESTS
           PERFORM CLOSE-FROM-JOURNAL
           PERFORM APPLY-PERIOD-REQUESTS
           IF WS-CTL-CHANGED = "J"
               PERFORM WRITE-PERIOD-CONTROL
           END-IF
           DISPLAY "PERIODENABSCHLUSS: " WS-CLOSE-COUNT
               " GESCHLOSSEN, " WS-REOPEN-COUNT " WIEDER GEOEFFNET, "
               WS-REQ-REJECTED " ANTRAEGE ABGELEHNT"
           IF WS-WARN-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RC-I-0002" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE RETURN-CODE TO WS-LOG-RC
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PERIODENABSCHLUSS BEENDET - GESCHLOSSEN: "
               WS-CLOSE-COUNT " GEOEFFNET: " WS-REOPEN-COUNT
               " ABGELEHNT: " WS-REQ-REJECTED
               " RETURN-CODE: " WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           PERFORM WRITE-STEP-STATS
           GOBACK.

      *    No period_control.csv yet means no month was ever closed.
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
                           MOVE PERIOD-CONTROL-LINE TO WS-RAW-LINE
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF WS-RAW-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-RAW-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-PERIOD-CONTROL-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       APPLY-PERIOD-CONTROL-LINE.
           MOVE SPACES TO WS-PC-PERIOD-TXT
           MOVE SPACES TO WS-PC-STATUS-TXT
           MOVE SPACES TO WS-PC-DATE-TXT
           MOVE SPACES TO WS-PC-USER-TXT
           MOVE SPACES TO WS-PC-RUN-TXT
           UNSTRING WS-RAW-LINE
               DELIMITED BY ";"
               INTO WS-PC-PERIOD-TXT WS-PC-STATUS-TXT WS-PC-DATE-TXT
                    WS-PC-USER-TXT WS-PC-RUN-TXT
           END-UNSTRING
           IF PC-COUNT >= 600
               PERFORM STOP-TABLE-FULL
           END-IF
           ADD 1 TO PC-COUNT
           MOVE FUNCTION NUMVAL(WS-PC-PERIOD-TXT)
               TO PC-PERIOD(PC-COUNT)
           MOVE WS-PC-STATUS-TXT TO PC-STATUS(PC-COUNT)
           MOVE FUNCTION NUMVAL(WS-PC-DATE-TXT)
               TO PC-CHANGE-DATE(PC-COUNT)
           MOVE WS-PC-USER-TXT TO PC-CHANGE-USER(PC-COUNT)
           MOVE WS-PC-RUN-TXT TO PC-JOURNAL-RUN(PC-COUNT).

      *    Without the table the file cannot be rewritten complete -
      *    a month dropped from it would silently be open again.
       STOP-TABLE-FULL.
           DISPLAY "ABBRUCH: TABELLE PERIOD_CONTROL VOLL (600)"
           MOVE "RC-E-0210" TO WS-LOG-CODE
           MOVE "SEVERE" TO WS-LOG-SEVERITY
           MOVE "TABELLE PERIOD_CONTROL VOLL (600) - LAUF ANGEHALTEN"
               TO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       FIND-PERIOD-ROW.
           MOVE 0 TO PC-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > PC-COUNT OR PC-IDX > 0
               IF PC-PERIOD(I) = WS-A-PERIOD
                   MOVE I TO PC-IDX
               END-IF
           END-PERFORM.

      *    New row for WS-A-PERIOD at its place in period order;
      *    PC-IDX points to it afterwards.
       INSERT-PERIOD-ROW.
           IF PC-COUNT >= 600
               PERFORM STOP-TABLE-FULL
           END-IF
           MOVE 1 TO PC-INS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PC-COUNT
               IF PC-PERIOD(I) < WS-A-PERIOD
                   COMPUTE PC-INS = I + 1
               END-IF
           END-PERFORM
           PERFORM VARYING I FROM PC-COUNT BY -1 UNTIL I < PC-INS
               MOVE PC-ENTRY(I) TO PC-ENTRY(I + 1)
           END-PERFORM
           ADD 1 TO PC-COUNT
           MOVE PC-INS TO PC-IDX
           MOVE WS-A-PERIOD TO PC-PERIOD(PC-IDX)
           MOVE "OPEN" TO PC-STATUS(PC-IDX)
           MOVE 0 TO PC-CHANGE-DATE(PC-IDX)
           MOVE SPACES TO PC-CHANGE-USER(PC-IDX)
           MOVE SPACES TO PC-JOURNAL-RUN(PC-IDX).

      *    Request IDs already in the audit file are done - applied
      *    or rejected, they are not looked at again.
       LOAD-DONE-REQUESTS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT PERIOD-AUDIT-FILE
           IF WS-PERAUDIT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO > 1
                               PERFORM APPLY-DONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-AUDIT-FILE
           END-IF.

       APPLY-DONE-LINE.
           MOVE SPACES TO WS-AU-REQID
           UNSTRING PERIOD-AUDIT-LINE
               DELIMITED BY ";"
               INTO WS-AU-RUNID WS-AU-DATE WS-AU-TIME WS-AU-REQID
           END-UNSTRING
           IF WS-AU-REQID NOT = SPACES
               IF DONE-COUNT >= 3000
                   DISPLAY "ABBRUCH: TABELLE PERIOD_AUDIT VOLL (3000)"
                   MOVE "RC-E-0210" TO WS-LOG-CODE
                   MOVE "SEVERE" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "TABELLE PERIOD_AUDIT VOLL (3000) - LAUF "
                       "ANGEHALTEN"
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUN-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO DONE-COUNT
               MOVE WS-AU-REQID TO DONE-REQID(DONE-COUNT)
           END-IF.

      *    Closes the month of the GLEXTRACT journal on file. Only a
      *    complete, balanced journal of a month that is over closes
      *    anything; a month re-opened after exactly this journal
      *    waits for the next extract.
       CLOSE-FROM-JOURNAL.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           MOVE 0 TO WS-RAW-COUNT
           MOVE 0 TO WS-RAW-CHECKSUM
           MOVE "GL_JOURNAL.CSV" TO WS-TRAILER-FILE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "HINWEIS: GL_JOURNAL.CSV NICHT VORHANDEN - "
                   "KEIN PERIODENABSCHLUSS"
           ELSE
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           MOVE JOURNAL-LINE TO WS-RAW-LINE
                           IF LINE-NO = 1
                               CONTINUE
                           ELSE
                           IF WS-RAW-LINE(1:7) = "TRAILER"
                               PERFORM VALIDATE-RAW-TRAILER
                           ELSE
                               ADD 1 TO WS-RAW-COUNT
                               ADD FUNCTION LENGTH(
                                   FUNCTION TRIM(WS-RAW-LINE))
                                   TO WS-RAW-CHECKSUM
                               PERFORM APPLY-JOURNAL-LINE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM EVALUATE-JOURNAL
           END-IF.

       APPLY-JOURNAL-LINE.
           MOVE SPACES TO WS-JR-PERIOD-TXT
           MOVE SPACES TO WS-JR-DRCR
           MOVE SPACES TO WS-JR-AMOUNT-TXT
           MOVE SPACES TO WS-JR-RUN-TXT
           UNSTRING WS-RAW-LINE
               DELIMITED BY ";"
               INTO WS-JR-PERIOD-TXT WS-JR-ACCOUNT WS-JR-DRCR
                    WS-JR-AMOUNT-TXT WS-JR-SOURCE WS-JR-RUN-TXT
           END-UNSTRING
           ADD 1 TO WS-JR-ROWS
           IF WS-JR-ROWS = 1
               MOVE FUNCTION NUMVAL(WS-JR-PERIOD-TXT) TO WS-JR-PERIOD
               MOVE WS-JR-RUN-TXT TO WS-JR-RUN
           ELSE
               IF FUNCTION NUMVAL(WS-JR-PERIOD-TXT) NOT = WS-JR-PERIOD
                   OR WS-JR-RUN-TXT NOT = WS-JR-RUN
                   MOVE "J" TO WS-JR-MIXED
               END-IF
           END-IF
           IF WS-JR-DRCR(1:1) = "S"
               ADD FUNCTION NUMVAL(WS-JR-AMOUNT-TXT) TO WS-JR-DEBIT
           ELSE
               ADD FUNCTION NUMVAL(WS-JR-AMOUNT-TXT) TO WS-JR-CREDIT
           END-IF.

       EVALUATE-JOURNAL.
           IF WS-JR-ROWS = 0
               DISPLAY "HINWEIS: GL_JOURNAL.CSV OHNE BUCHUNGEN - "
                   "KEIN PERIODENABSCHLUSS"
           ELSE
           IF WS-JR-MIXED = "J"
               OR WS-JR-DEBIT NOT = WS-JR-CREDIT
               DISPLAY "WARNUNG: GL_JOURNAL.CSV NICHT EINHEITLICH "
                   "ODER NICHT AUSGEGLICHEN - KEIN PERIODENABSCHLUSS"
               MOVE "RC-W-0138" TO WS-LOG-CODE
               MOVE "WARN" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-TEXT
               STRING "JOURNAL " FUNCTION TRIM(WS-JR-RUN)
                   " NICHT ABSCHLUSSFAEHIG - PERIODE "
                   WS-JR-PERIOD " BLEIBT OFFEN"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
           ELSE
           IF WS-JR-PERIOD >= WS-CUR-PERIOD
               DISPLAY "HINWEIS: JOURNAL FUER PERIODE " WS-JR-PERIOD
                   " - PERIODE NOCH NICHT ABGELAUFEN, NICHT "
                   "GESCHLOSSEN"
           ELSE
               MOVE WS-JR-PERIOD TO WS-A-PERIOD
               PERFORM FIND-PERIOD-ROW
               IF PC-IDX = 0
                   PERFORM CLOSE-JOURNAL-PERIOD
               ELSE
               IF PC-STATUS(PC-IDX) = "CLOSED"
                   CONTINUE
               ELSE
               IF PC-JOURNAL-RUN(PC-IDX) = WS-JR-RUN
                   DISPLAY "HINWEIS: PERIODE " WS-JR-PERIOD
                       " WIEDER GEOEFFNET - WARTET AUF NEUEN "
                       "GL-EXTRAKT"
               ELSE
                   PERFORM CLOSE-JOURNAL-PERIOD
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       CLOSE-JOURNAL-PERIOD.
           IF PC-IDX = 0
               PERFORM INSERT-PERIOD-ROW
           END-IF
           MOVE PC-STATUS(PC-IDX) TO WS-OLD-STATUS
           MOVE "CLOSED" TO PC-STATUS(PC-IDX)
           MOVE WS-TODAY TO PC-CHANGE-DATE(PC-IDX)
           MOVE "BATCH" TO PC-CHANGE-USER(PC-IDX)
           MOVE WS-JR-RUN TO PC-JOURNAL-RUN(PC-IDX)
           MOVE "J" TO WS-CTL-CHANGED
           ADD 1 TO WS-CLOSE-COUNT
           MOVE SPACES TO WS-A-REQID
           MOVE "CLOSE" TO WS-A-ACTION
           MOVE "BATCH" TO WS-A-USER
           MOVE SPACES TO WS-A-APPROVER
           MOVE SPACES TO WS-A-REASON
           STRING "GL-JOURNAL " FUNCTION TRIM(WS-JR-RUN)
               DELIMITED BY SIZE INTO WS-A-REASON
           MOVE "OK" TO WS-REJECT-REASON
           MOVE "CLOSED" TO WS-NEW-STATUS
           PERFORM WRITE-PERIOD-AUDIT
           DISPLAY "PERIODE " WS-A-PERIOD " GESCHLOSSEN (JOURNAL "
               FUNCTION TRIM(WS-JR-RUN) ")"
           MOVE "RC-I-0006" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PERIODE " WS-A-PERIOD " GESCHLOSSEN - JOURNAL "
               FUNCTION TRIM(WS-JR-RUN)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    No period_trans.csv - no requests today.
       APPLY-PERIOD-REQUESTS.
           MOVE "N" TO EOF-FLAG
           MOVE 0 TO LINE-NO
           OPEN INPUT PERIOD-TRANS-FILE
           IF WS-PERTRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PERIOD-TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO LINE-NO
                           ADD 1 TO WS-TOTAL-READ
                           IF LINE-NO > 1
                               AND PERIOD-TRANS-LINE NOT = SPACES
                               PERFORM APPLY-PERIOD-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-TRANS-FILE
           END-IF.

       APPLY-PERIOD-REQUEST.
           MOVE SPACES TO WS-TR-REQID
           MOVE SPACES TO WS-TR-ACTION
           MOVE SPACES TO WS-TR-PERIOD-TXT
           MOVE SPACES TO WS-TR-USER
           MOVE SPACES TO WS-TR-APPROVER
           MOVE SPACES TO WS-TR-REASON
           UNSTRING PERIOD-TRANS-LINE
               DELIMITED BY ";"
               INTO WS-TR-REQID WS-TR-ACTION WS-TR-PERIOD-TXT
                    WS-TR-USER WS-TR-APPROVER WS-TR-REASON
           END-UNSTRING
           MOVE FUNCTION NUMVAL(WS-TR-PERIOD-TXT) TO WS-TR-PERIOD
           MOVE 0 TO DONE-IDX
           IF WS-TR-REQID NOT = SPACES
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > DONE-COUNT OR DONE-IDX > 0
                   IF DONE-REQID(I) = WS-TR-REQID
                       MOVE I TO DONE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF DONE-IDX > 0
               ADD 1 TO WS-REQ-SKIPPED
           ELSE
               ADD 1 TO WS-REQ-COUNT
               PERFORM CHECK-PERIOD-REQUEST
               MOVE WS-TR-REQID TO WS-A-REQID
               MOVE WS-TR-ACTION TO WS-A-ACTION
               MOVE WS-TR-PERIOD TO WS-A-PERIOD
               MOVE WS-TR-USER TO WS-A-USER
               MOVE WS-TR-APPROVER TO WS-A-APPROVER
               MOVE WS-TR-REASON TO WS-A-REASON
               IF WS-REJECT-REASON = SPACES
                   PERFORM CHANGE-PERIOD-STATUS
               ELSE
                   PERFORM REJECT-PERIOD-REQUEST
               END-IF
               IF WS-TR-REQID NOT = SPACES
                   AND DONE-COUNT < 3000
                   ADD 1 TO DONE-COUNT
                   MOVE WS-TR-REQID TO DONE-REQID(DONE-COUNT)
               END-IF
           END-IF.

      *    Sets WS-REJECT-REASON for a request that may not be
      *    applied; WS-OLD-STATUS is the month's current status.
       CHECK-PERIOD-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "OPEN" TO WS-OLD-STATUS
           MOVE WS-TR-PERIOD TO WS-A-PERIOD
           PERFORM FIND-PERIOD-ROW
           IF PC-IDX > 0
               MOVE PC-STATUS(PC-IDX) TO WS-OLD-STATUS
           END-IF
           IF WS-TR-REQID = SPACES
               MOVE "ANTRAGS-ID FEHLT" TO WS-REJECT-REASON
           ELSE
           IF WS-TR-ACTION NOT = "REOPEN"
               AND WS-TR-ACTION NOT = "CLOSE"
               MOVE "AKTION UNGUELTIG" TO WS-REJECT-REASON
           ELSE
           IF WS-TR-YEAR < 2000
               OR WS-TR-MONTH < 1 OR WS-TR-MONTH > 12
               MOVE "PERIODE UNGUELTIG" TO WS-REJECT-REASON
           ELSE
           IF WS-TR-USER = SPACES
               MOVE "BENUTZER FEHLT" TO WS-REJECT-REASON
           ELSE
           IF WS-TR-ACTION = "REOPEN"
               IF WS-TR-APPROVER = SPACES
                   MOVE "FREIGABE FINANZEN FEHLT" TO WS-REJECT-REASON
               ELSE
               IF WS-TR-APPROVER = WS-TR-USER
                   MOVE "FREIGEBER GLEICH ANTRAGSTELLER"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-TR-REASON = SPACES
                   MOVE "BEGRUENDUNG FEHLT" TO WS-REJECT-REASON
               ELSE
               IF WS-OLD-STATUS NOT = "CLOSED"
                   MOVE "PERIODE NICHT GESCHLOSSEN"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               IF WS-TR-PERIOD >= WS-CUR-PERIOD
                   MOVE "PERIODE NOCH NICHT ABGELAUFEN"
                       TO WS-REJECT-REASON
               ELSE
               IF WS-OLD-STATUS = "CLOSED"
                   MOVE "PERIODE BEREITS GESCHLOSSEN"
                       TO WS-REJECT-REASON
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *    A re-open keeps JOURNALRUN - that is how the journal
      *    close knows the month was re-opened after this journal.
       CHANGE-PERIOD-STATUS.
           IF PC-IDX = 0
               PERFORM INSERT-PERIOD-ROW
           END-IF
           IF WS-TR-ACTION = "REOPEN"
               MOVE "OPEN" TO WS-NEW-STATUS
               ADD 1 TO WS-REOPEN-COUNT
           ELSE
               MOVE "CLOSED" TO WS-NEW-STATUS
               ADD 1 TO WS-CLOSE-COUNT
           END-IF
           MOVE WS-NEW-STATUS TO PC-STATUS(PC-IDX)
           MOVE WS-TODAY TO PC-CHANGE-DATE(PC-IDX)
           MOVE WS-TR-USER TO PC-CHANGE-USER(PC-IDX)
           MOVE "J" TO WS-CTL-CHANGED
           MOVE "OK" TO WS-REJECT-REASON
           PERFORM WRITE-PERIOD-AUDIT
           DISPLAY "PERIODE " WS-TR-PERIOD " "
               FUNCTION TRIM(WS-NEW-STATUS) " - ANTRAG "
               FUNCTION TRIM(WS-TR-REQID) " ("
               FUNCTION TRIM(WS-TR-USER) ")"
           MOVE "RC-I-0006" TO WS-LOG-CODE
           MOVE "INFO" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-TR-ACTION = "REOPEN"
               STRING "PERIODE " WS-TR-PERIOD " WIEDER GEOEFFNET - "
                   "ANTRAG " FUNCTION TRIM(WS-TR-REQID) " VON "
                   FUNCTION TRIM(WS-TR-USER) " FREIGABE "
                   FUNCTION TRIM(WS-TR-APPROVER)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           ELSE
               STRING "PERIODE " WS-TR-PERIOD " GESCHLOSSEN - "
                   "ANTRAG " FUNCTION TRIM(WS-TR-REQID) " VON "
                   FUNCTION TRIM(WS-TR-USER)
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
           END-IF
           PERFORM WRITE-RUN-LOG.

       REJECT-PERIOD-REQUEST.
           ADD 1 TO WS-REQ-REJECTED
           MOVE WS-OLD-STATUS TO WS-NEW-STATUS
           PERFORM WRITE-PERIOD-AUDIT
           DISPLAY "WARNUNG: PERIODENANTRAG "
               FUNCTION TRIM(WS-TR-REQID) " ABGELEHNT - "
               FUNCTION TRIM(WS-REJECT-REASON)
           MOVE "RC-W-0138" TO WS-LOG-CODE
           MOVE "WARN" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PERIODENANTRAG " FUNCTION TRIM(WS-TR-REQID)
               " ABGELEHNT - " FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUN-LOG.

      *    One audit row per close, re-open and rejected request -
      *    who changed which month, approved by whom, and why.
       WRITE-PERIOD-AUDIT.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           OPEN EXTEND PERIOD-AUDIT-FILE
           IF WS-PERAUDIT-STATUS = "35"
               OPEN OUTPUT PERIOD-AUDIT-FILE
               MOVE SPACES TO WS-AUDIT-REC
               STRING "RUNID;DATE;TIME;REQID;ACTION;PERIOD;USER;"
                   "APPROVER;STATUS;OLDSTATUS;NEWSTATUS;REASON"
                   DELIMITED BY SIZE INTO WS-AUDIT-REC
               WRITE PERIOD-AUDIT-LINE FROM WS-AUDIT-REC
           END-IF
           MOVE SPACES TO WS-AUDIT-REC
           STRING FUNCTION TRIM(WS-RUN-ID) ";"
               WS-LOG-DATE ";" WS-LOG-TIME(1:6) ";"
               FUNCTION TRIM(WS-A-REQID) ";"
               FUNCTION TRIM(WS-A-ACTION) ";"
               WS-A-PERIOD ";"
               FUNCTION TRIM(WS-A-USER) ";"
               FUNCTION TRIM(WS-A-APPROVER) ";"
               FUNCTION TRIM(WS-REJECT-REASON) ";"
               FUNCTION TRIM(WS-OLD-STATUS) ";"
               FUNCTION TRIM(WS-NEW-STATUS) ";"
               FUNCTION TRIM(WS-A-REASON)
               DELIMITED BY SIZE INTO WS-AUDIT-REC
           WRITE PERIOD-AUDIT-LINE FROM WS-AUDIT-REC
           CLOSE PERIOD-AUDIT-FILE.

      *    The trailer is regenerated from what is actually written.
       WRITE-PERIOD-CONTROL.
           MOVE 0 TO WS-VAL-COUNT
           MOVE 0 TO WS-VAL-CHECKSUM
           OPEN OUTPUT PERIOD-CONTROL-FILE
           MOVE "PERIOD;STATUS;CHANGEDATE;CHANGEUSER;JOURNALRUN"
               TO WS-RAW-LINE
           WRITE PERIOD-CONTROL-LINE FROM WS-RAW-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PC-COUNT
               MOVE SPACES TO WS-RAW-LINE
               STRING PC-PERIOD(I) ";"
                   FUNCTION TRIM(PC-STATUS(I)) ";"
                   PC-CHANGE-DATE(I) ";"
                   FUNCTION TRIM(PC-CHANGE-USER(I)) ";"
                   FUNCTION TRIM(PC-JOURNAL-RUN(I))
                   DELIMITED BY SIZE INTO WS-RAW-LINE
               ADD 1 TO WS-VAL-COUNT
               ADD FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-LINE))
                   TO WS-VAL-CHECKSUM
               WRITE PERIOD-CONTROL-LINE FROM WS-RAW-LINE
           END-PERFORM
           MOVE WS-VAL-COUNT TO WS-VAL-COUNT-TXT
           MOVE WS-VAL-CHECKSUM TO WS-VAL-SUM-TXT
           MOVE SPACES TO WS-VAL-TRAILER
           STRING "TRAILER;"
               FUNCTION TRIM(WS-VAL-COUNT-TXT) ";"
               FUNCTION TRIM(WS-VAL-SUM-TXT)
               DELIMITED BY SIZE INTO WS-VAL-TRAILER
           WRITE PERIOD-CONTROL-LINE FROM WS-VAL-TRAILER
           CLOSE PERIOD-CONTROL-FILE.

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
               STRING "KONTROLLSUMME " FUNCTION TRIM(WS-TRAILER-FILE)
                   " FALSCH"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUN-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
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
           STRING "PERCLOSE;" WS-TOTAL-READ
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
               "PERCLOSE;"
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
