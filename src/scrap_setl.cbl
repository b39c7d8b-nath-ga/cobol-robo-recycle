
      *    Scrap settlement reconciliation: matches the haulers'
      *    credit notes against the disposal manifests RECOVERCOST
      *    and REFURB generated (via the machine-readable
      *    manifest_log.csv) by manifest date, hauler and material
      *    type, and reports weight and price differences beyond
      *    the tolerances from batch_parms.csv (SETLWTPCT /
      *    SETLPRPCT, percent, default 0 = exact). If a hauler
      *    systematically pays on lower weights, the projected
      *    salvage income in management reporting is overstated -
      *    this is the report that says so. Credit notes matching
      *    no manifest, and manifests with no credit note yet, are
      *    listed too.
      *
      *    credit_notes.csv layout: line 1 is a header
      *    (HAULER;MANIFESTDATE;MATERIALTYPE;WEIGHTKG;EURPERKG;
               CLOSE MANIFEST-LOG-FILE
           END-IF.

      *    RECOVERCOST and REFURB both log what goes to a hauler;
      *    rows of the same day, hauler and material leave in one
      *    pickup and are credited as one, so they are summed here.
       STORE-MANIFEST-ROW.
           MOVE SPACES TO WS-ML-DATE-TXT
           MOVE SPACES TO WS-ML-HAULER
                    WS-ML-WEIGHT-TXT WS-ML-RATE-TXT
                    WS-ML-VALUE-TXT
           END-UNSTRING
           MOVE 0 TO MANIFEST-IDX
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > MANIFEST-COUNT OR MANIFEST-IDX > 0
               IF MF-DATE(I) = FUNCTION NUMVAL(WS-ML-DATE-TXT)
                   AND MF-HAULER(I) = WS-ML-HAULER
                   AND MF-MATERIAL(I) = WS-ML-MATERIAL
                   MOVE I TO MANIFEST-IDX
               END-IF
           END-PERFORM
           IF MANIFEST-IDX > 0
               ADD FUNCTION NUMVAL(WS-ML-WEIGHT-TXT)
                   TO MF-WEIGHT(MANIFEST-IDX)
               ADD FUNCTION NUMVAL(WS-ML-VALUE-TXT)
                   TO MF-VALUE(MANIFEST-IDX)
           ELSE
           IF MANIFEST-COUNT >= 500
               DISPLAY "KAPAZITAET ERSCHOEPFT - MANIFEST-TABLE "
                   "VOLL (500)"
               MOVE FUNCTION NUMVAL(WS-ML-VALUE-TXT)
                   TO MF-VALUE(MANIFEST-COUNT)
               MOVE "N" TO MF-MATCHED(MANIFEST-COUNT)
           END-IF
           END-IF.

       MATCH-CREDIT-NOTES.
