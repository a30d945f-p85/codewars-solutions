001630*                entry at a time, so the bigger table does    *
001640*                not stretch the nightly window.  The table-  *
001650*                full exception remains as a true failure.    *
001651* 2026-10-15 RH  The terminal a punch was struck on is now     *
001652*                carried through the hold table and the       *
001653*                exception work area onto its SHIFTHST        *
001654*                record, so the nightly PUNCHANM report can   *
001655*                see which clock every reading came from.     *
001660*-----------------------------------------------------------*
001670
001680 ENVIRONMENT DIVISION.
004100         10  WS-HOLD-PUNCH-DATE PIC 9(08).
004110         10  WS-HOLD-SOURCE  PIC X(01).
004120         10  WS-HOLD-SITE    PIC X(03).
004125         10  WS-HOLD-TERM    PIC X(04).
004130
004140*-----------------------------------------------------------*
004150* Exception work area - every exception path fills this in  *
004320     05  WS-HS-MILLIS        PIC 9(08).
004330     05  WS-HS-PUNCH-DATE    PIC 9(08).
004340     05  WS-HS-SITE-ID       PIC X(03).
004345     05  WS-HS-TERM-ID       PIC X(04).
004350     05  WS-HS-STATUS        PIC X(01).
004360
004370 01  WS-EXCEPTION-WORK.
004430     05  WS-EX-PUNCH-SEQ     PIC 9(07).
004440     05  WS-EX-PUNCH-DATE    PIC 9(08).
004450     05  WS-EX-SITE-ID       PIC X(03).
004455     05  WS-EX-TERM-ID       PIC X(04).
004460     05  WS-EX-REASON        PIC X(30).
004470     05  WS-EX-REASON-CODE   PIC X(01).
004480
009510     MOVE WS-HOLD-PUNCH-DATE (WS-HOLD-FOUND)
009520          TO WS-EX-PUNCH-DATE.
009530     MOVE WS-HOLD-SITE (WS-HOLD-FOUND) TO WS-EX-SITE-ID.
009535     MOVE WS-HOLD-TERM (WS-HOLD-FOUND) TO WS-EX-TERM-ID.
009540     MOVE "I" TO WS-EX-PUNCH-TYPE.
009550 3175-EXIT.
009560     EXIT.
009660          WS-HOLD-PUNCH-DATE (WS-HOLD-FOUND).
009670     MOVE PR-SOURCE       TO WS-HOLD-SOURCE (WS-HOLD-FOUND).
009680     MOVE PR-SITE-ID      TO WS-HOLD-SITE (WS-HOLD-FOUND).
009685     MOVE PR-TERM-ID      TO WS-HOLD-TERM (WS-HOLD-FOUND).
009690 3180-EXIT.
009700     EXIT.
009710
009840     MOVE WS-RECORD-COUNT TO WS-EX-PUNCH-SEQ.
009850     MOVE WS-PUNCH-DATE   TO WS-EX-PUNCH-DATE.
009860     MOVE PR-SITE-ID      TO WS-EX-SITE-ID.
009865     MOVE PR-TERM-ID      TO WS-EX-TERM-ID.
009870 3190-EXIT.
009880     EXIT.
009890
010800     MOVE WS-HOLD-PUNCH-DATE (WS-HOLD-FOUND)
010810          TO WS-HS-PUNCH-DATE.
010820     MOVE WS-HOLD-SITE (WS-HOLD-FOUND) TO WS-HS-SITE-ID.
010825     MOVE WS-HOLD-TERM (WS-HOLD-FOUND) TO WS-HS-TERM-ID.
010830     MOVE "V"              TO WS-HS-STATUS.
010840     PERFORM 3550-WRITE-HISTORY THRU 3550-EXIT.
010850     MOVE PR-EMP-ID        TO WS-HS-EMP-ID.
010910     MOVE WS-ELAPSED-MILLIS TO WS-HS-MILLIS.
010920     MOVE WS-PUNCH-DATE    TO WS-HS-PUNCH-DATE.
010930     MOVE PR-SITE-ID       TO WS-HS-SITE-ID.
010935     MOVE PR-TERM-ID       TO WS-HS-TERM-ID.
010940     MOVE "V"              TO WS-HS-STATUS.
010950     PERFORM 3550-WRITE-HISTORY THRU 3550-EXIT.
010960 3200-EXIT.
012210     MOVE ZERO             TO WS-HS-MILLIS.
012220     MOVE WS-EX-PUNCH-DATE TO WS-HS-PUNCH-DATE.
012230     MOVE WS-EX-SITE-ID    TO WS-HS-SITE-ID.
012235     MOVE WS-EX-TERM-ID    TO WS-HS-TERM-ID.
012240     MOVE "E"              TO WS-HS-STATUS.
012250     PERFORM 3550-WRITE-HISTORY THRU 3550-EXIT.
012260 3500-EXIT.
012490     MOVE WS-HS-MILLIS     TO HST-MILLIS.
012500     MOVE WS-HS-PUNCH-DATE TO HST-PUNCH-DATE.
012510     MOVE WS-HS-SITE-ID    TO HST-SITE-ID.
012515     MOVE WS-HS-TERM-ID    TO HST-TERM-ID.
012520     MOVE WS-HS-STATUS     TO HST-STATUS.
012530     WRITE History-Record
012540         INVALID KEY
