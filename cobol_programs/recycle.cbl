002000*
002100*     RC 0  - pairs file built (with or without recycles)
002200*     RC 4  - more corrected rejects than the table holds - the
002210*             excess stay status C and recycle next cycle - or
002220*             a correction recycled is to a reject dated in a
002230*             period the month-end close has already closed
002240*             (listed, and taken up in the current period)
002400*     RC 8  - a file problem - the pairs file must not be
002500*             trusted
002600*
004499*                    complete (with its return code) on a clean
004500*                    end, and skipped outright when a resubmitted
004501*                    business day already proved it complete.
004511*   10/15/2026  DRO  A recycled pair carries the currencies its
004521*                    reject was written with, so the comparison
004531*                    translates the correction the same way it
004541*                    would have translated the original.
004550*   10/15/2026  DRO  A correction to a reject dated on or before
004559*                    the last closed period end (RUNCTL
004568*                    RUN-CLOSED-THRU-DATE) is flagged and counted,
004577*                    RC 4 - it lands in the current period, not
004586*                    in the closed one it belongs to.
004599*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. recycle.
010000     05  WS-SUPERSEDED-COUNT         PIC 9(07) COMP VALUE ZERO.
010100     05  WS-STILL-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
010200     05  WS-TABLE-OVERFLOW           PIC 9(07) COMP VALUE ZERO.
010210     05  WS-CLOSED-PERIOD-COUNT      PIC 9(07) COMP VALUE ZERO.
010220
010230 01  WS-CLOSED-PERIOD-FIELDS.
010240     05  WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
010300
010400 01  WS-CORRECTED-TABLE.
010500     05  WS-CORR-MAX                 PIC 9(04) COMP VALUE 500.
011150             15  WS-CORR-KEY         PIC X(10).
011200         10  WS-CORR-NUM1            PIC X(12).
011300         10  WS-CORR-NUM2            PIC X(12).
011310         10  WS-CORR-NUM1-CCY        PIC X(03).
011320         10  WS-CORR-NUM2-CCY        PIC X(03).
011330         10  WS-CORR-FUNC-CCY        PIC X(03).
011400
011500 01  WS-SORT-WORK.
011510     05  WS-SWAP-ENTRY               PIC X(46).
011900
012000 01  WS-PAIR-WORK.
012100     05  WS-PAIR-KEY.
020050             MOVE ERR-ENTITY TO WS-CORR-ENTITY (WS-CORR-COUNT)
020100             MOVE ERR-CORR-NUM1 TO WS-CORR-NUM1 (WS-CORR-COUNT)
020200             MOVE ERR-CORR-NUM2 TO WS-CORR-NUM2 (WS-CORR-COUNT)
020210             MOVE ERR-NUM1-CCY
020220                 TO WS-CORR-NUM1-CCY (WS-CORR-COUNT)
020230             MOVE ERR-NUM2-CCY
020240                 TO WS-CORR-NUM2-CCY (WS-CORR-COUNT)
020250             MOVE ERR-FUNC-CCY
020260                 TO WS-CORR-FUNC-CCY (WS-CORR-COUNT)
020270             IF ERR-DATE NOT > WS-CLOSED-THRU-DATE
020280                 PERFORM 2300-FLAG-CLOSED-PERIOD THRU 2300-EXIT
020290             END-IF
021100         ELSE
021200             ADD 1 TO WS-TABLE-OVERFLOW
021300         END-IF
022000         PERFORM 2100-READ-REJECT THRU 2100-EXIT
022100     END-IF.
022200 2200-EXIT.
022208     EXIT.
022216
022224*    The correction is recycled all the same - the break it
022232*    clears belongs to today's roll - but the closed period's
022240*    certified figures will not show it.
022248 2300-FLAG-CLOSED-PERIOD.
022256     ADD 1 TO WS-CLOSED-PERIOD-COUNT.
022264     DISPLAY "*** RECYCLE - CORRECTION FOR " ERR-ENTITY "/"
022272         ERR-ACCT-KEY " DATED " ERR-DATE " IS IN A CLOSED "
022280         "PERIOD (CLOSED THROUGH " WS-CLOSED-THRU-DATE ")".
022288 2300-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------------
033850     MOVE WS-CORR-ENTITY (WS-CORR-NEXT) TO CMP-ENTITY.
033900     MOVE WS-CORR-NUM1 (WS-CORR-NEXT) TO CMP-NUM1-X.
034000     MOVE WS-CORR-NUM2 (WS-CORR-NEXT) TO CMP-NUM2-X.
034010     MOVE WS-CORR-NUM1-CCY (WS-CORR-NEXT) TO CMP-NUM1-CCY.
034020     MOVE WS-CORR-NUM2-CCY (WS-CORR-NEXT) TO CMP-NUM2-CCY.
034030     MOVE WS-CORR-FUNC-CCY (WS-CORR-NEXT) TO CMP-FUNC-CCY.
034100     PERFORM 4500-WRITE-PAIR THRU 4500-EXIT.
034200     IF WS-RETURN-CODE < 8
034300         ADD 1 TO WS-RECYCLED-COUNT
034756 4900-EXIT.
034758     EXIT.
034760
034777*-----------------------------------------------------------------
034778* STEP LEDGER
034779* The run-control record carries one slot per cycle step.  The
034780* step is claimed (marked started) before any output file is
034781* touched, so a resubmission of a started business day skips a
034782* step already proven complete instead of rerunning it over its
034783* own output.  A missing RUNCTL simply means no step control.
034784*-----------------------------------------------------------------
034785 1600-CLAIM-STEP.
034786     OPEN I-O RUNCTL.
034787     IF WS-RUNCTL-STATUS NOT = "00"
034788         DISPLAY "RECYCLE - RUNCTL NOT AVAILABLE - NO STEP "
034789             "CONTROL THIS RUN"
034790     ELSE
034791         READ RUNCTL
034792             AT END CONTINUE
034793         END-READ
034794         IF WS-RUNCTL-STATUS = "00"
034795             IF RUN-CLOSED-THRU-DATE IS NUMERIC
034796                 MOVE RUN-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
034797             END-IF
034798             PERFORM 1610-FIND-STEP-ENTRY THRU 1610-EXIT
034799             IF WS-STEP-HIT > ZERO
034800                 IF RUN-STEP-COMPLETE (WS-STEP-HIT)
036300             MOVE 4 TO WS-RETURN-CODE
036400         END-IF
036500     END-IF.
036510     IF WS-CLOSED-PERIOD-COUNT > ZERO
036520         DISPLAY "*** RECYCLE - " WS-CLOSED-PERIOD-COUNT
036530             " CORRECTIONS TO REJECTS IN A CLOSED PERIOD - TAKEN "
036540             "UP IN THE CURRENT PERIOD"
036550         IF WS-RETURN-CODE < 4
036560             MOVE 4 TO WS-RETURN-CODE
036570         END-IF
036580     END-IF.
036600 5000-EXIT.
036700     EXIT.
036800
