000600* presents each OPEN reject (account, the values as received,
000700* the reject reason), and lets the operator key corrected
000800* values - the same sign-plus-eleven-digit form the pair file
000810* carries.  Entering SKIP at the Num1 prompt leaves the reject
000820* open for another day.
000830*
000840* A correction does not reach ERRFILE directly.  It is held
000850* PENDING on the change queue (CHGPEND) under the operator's id,
000860* with the reject as it stands and as corrected (status C and
000870* the corrected values), and logged to the maintenance change
000880* log (CHGLOG).  Once a different operator approves it at the
000890* checker screen (chgchk.cbl) the reject is REWRITTEN corrected
000900* and the next cycle's recycle step feeds it back into
000910* processing.  A reject with a correction already pending is
000920* shown but cannot be corrected again until that correction
000930* has been approved or declined.
000940*
000950* A reject dated on or before the last period end the month-end
000960* close has recorded closed (RUNCTL RUN-CLOSED-THRU-DATE) is
000970* flagged as it is presented: its correction recycles into the
000980* current period, not the closed one the reject belongs to.
001300*
001400*     RC 0  - ERRFILE walked
001410*     RC 8  - ERRFILE not available, or CHGPEND or CHGLOG not
001420*             writable or a write failed
001600*
001700* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
001800* AUTHOR.        D. OKAFOR
002230*                    so the operator corrects the right
002240*                    account.  The entity itself is not keyed -
002250*                    it recycles as written by the comparison.
002256*   10/15/2026  DRO  Shows the currency each value was received
002262*                    in.  Corrected values are keyed in those same
002268*                    currencies - the reject recycles with them
002274*                    and the comparison translates it again, so
002280*                    a pair rejected for want of an FX rate needs
002286*                    only the rate loaded and its values re-keyed
002292*                    as received.
002293*   10/15/2026  DRO  Dual control - a correction is held
002294*                    pending on CHGPEND under the maker's operator
002295*                    id and logged with before and after images to
002296*                    CHGLOG; chgchk.cbl rewrites the reject once a
002297*                    second operator approves.  ERRFILE is now
002298*                    only read here.
002308*   10/15/2026  DRO  Reads RUNCTL for the last closed period end
002318*                    and flags a reject dated in a closed period
002328*                    before the operator keys its correction.
002330*   10/15/2026  DRO  Operator id kept in upper case, so the
002332*                    checker's own-change test is not defeated by
002334*                    case.  A correction held for approval is
002336*                    counted only when it was held.
002338*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. errfix.
002600
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-ERR-STATUS.
003300
003310     SELECT CHGPEND ASSIGN TO "CHGPEND"
003320         ORGANIZATION IS SEQUENTIAL
003330         FILE STATUS IS WS-CHGPEND-STATUS.
003340
003350     SELECT CHGLOG ASSIGN TO "CHGLOG"
003360         ORGANIZATION IS SEQUENTIAL
003370         FILE STATUS IS WS-CHGLOG-STATUS.
003380
003384     SELECT RUNCTL ASSIGN TO "RUNCTL"
003388         ORGANIZATION IS SEQUENTIAL
003392         FILE STATUS IS WS-RUNCTL-STATUS.
003396
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ERRFILE
003700     LABEL RECORDS ARE STANDARD.
003800 COPY ERRREC.
003810
003820 FD  CHGPEND
003830     LABEL RECORDS ARE STANDARD.
003840 COPY CTLCHG.
003850
003860 FD  CHGLOG
003870     LABEL RECORDS ARE STANDARD.
003880 01  CHGLOG-RECORD               PIC X(360).
003884
003888 FD  RUNCTL
003892     LABEL RECORDS ARE STANDARD.
003896 COPY RUNCTL.
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-RETURN-CODE-FIELDS.
004300
004400 01  WS-FILE-STATUS-FIELDS.
004500     05  WS-ERR-STATUS               PIC X(02).
004510     05  WS-CHGPEND-STATUS           PIC X(02).
004520     05  WS-CHGLOG-STATUS            PIC X(02).
004530     05  WS-RUNCTL-STATUS            PIC X(02).
004600
004700 01  WS-SWITCHES.
004800     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005100         88  WS-FIELD-IS-VALID           VALUE "Y".
005200     05  WS-SKIP-SWITCH              PIC X(01) VALUE "N".
005300         88  WS-REJECT-SKIPPED           VALUE "Y".
005310     05  WS-CHG-EOF-SWITCH           PIC X(01) VALUE "N".
005320         88  WS-END-OF-CHANGES           VALUE "Y".
005322     05  WS-CHGPEND-FILE-SWITCH      PIC X(01) VALUE "N".
005324         88  WS-CHGPEND-FILE-OPEN        VALUE "Y".
005326     05  WS-CHGLOG-FILE-SWITCH       PIC X(01) VALUE "N".
005328         88  WS-CHGLOG-FILE-OPEN         VALUE "Y".
005330
005340 01  WS-DATE-TIME-FIELDS.
005350     05  WS-CURR-DATE                PIC 9(08).
005360     05  WS-CURR-TIME                PIC 9(08).
005365     05  WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
005370
005380 01  WS-OPERATOR-FIELDS.
005390     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
005400
005500 01  WS-COUNTERS.
005600     05  WS-REJECTS-READ             PIC 9(07) COMP VALUE ZERO.
005700     05  WS-OPEN-SEEN                PIC 9(07) COMP VALUE ZERO.
005800     05  WS-CORRECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
005900     05  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
005908     05  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
005912     05  WS-CLOSED-PERIOD-COUNT      PIC 9(07) COMP VALUE ZERO.
005916
005924*    The rejects with a correction already pending, as they stood
005932*    when it was keyed - a second correction is refused.
005940 01  WS-PENDING-TABLE.
005948     05  WS-PEND-MAX                 PIC 9(04) COMP VALUE 500.
005956     05  WS-PEND-COUNT               PIC 9(04) COMP VALUE ZERO.
005964     05  WS-PEND-SUB                 PIC 9(04) COMP VALUE ZERO.
005972     05  WS-PEND-HIT                 PIC 9(04) COMP VALUE ZERO.
005980     05  WS-PEND-ENTRY OCCURS 500 TIMES
005988                                     PIC X(120).
006000
006100 01  WS-WORK-FIELDS.
006200     05  WS-ANSWER-X                 PIC X(12).
006300     05  WS-CORR-NUM1                PIC X(12).
006400     05  WS-CORR-NUM2                PIC X(12).
006410     05  WS-BEFORE-IMAGE             PIC X(120).
006500
006600 01  WS-AMOUNT-EDIT-FIELDS.
006700     05  WS-EDIT-AMOUNT-X.
008600* INITIALIZATION
008700*-----------------------------------------------------------------
008800 1000-INITIALIZE.
008810     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
008820     ACCEPT WS-CURR-TIME FROM TIME.
008830     DISPLAY "REJECT CORRECTION".
008840     PERFORM 1050-ACCEPT-OPERATOR THRU 1050-EXIT.
008845     PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT.
008850     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
008860     IF WS-RETURN-CODE < 8
008870         PERFORM 1200-OPEN-CHANGE-FILES THRU 1200-EXIT
008880     END-IF.
008890     IF WS-RETURN-CODE < 8
008900         OPEN INPUT ERRFILE
008910         IF WS-ERR-STATUS NOT = "00"
008920             DISPLAY "*** ERRFIX - ERRFILE NOT AVAILABLE - "
008930                 WS-ERR-STATUS
008940             MOVE 8 TO WS-RETURN-CODE
008950         ELSE
008960             PERFORM 2100-READ-REJECT THRU 2100-EXIT
008970         END-IF
008980     END-IF.
009700 1000-EXIT.
009800     EXIT.
009801
009802*    The maker's id goes on every correction keyed - the checker
009803*    screen will not let the same id approve it.
009804 1050-ACCEPT-OPERATOR.
009805     MOVE "N" TO WS-FIELD-VALID-SWITCH.
009806     PERFORM 1060-PROMPT-OPERATOR THRU 1060-EXIT
009807         UNTIL WS-FIELD-IS-VALID.
009808 1050-EXIT.
009809     EXIT.
009810
009811 1060-PROMPT-OPERATOR.
009812     DISPLAY "Enter Operator Id".
009813     ACCEPT WS-OPERATOR-ID.
009814     MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID.
009815     IF WS-OPERATOR-ID = SPACES
009816         DISPLAY "*** AN OPERATOR ID IS REQUIRED - RE-ENTER ***"
009817     ELSE
009818         SET WS-FIELD-IS-VALID TO TRUE
009819     END-IF.
009820 1060-EXIT.
009821     EXIT.
009822
009823*    The queue is read once to table the rejects already waiting
009824*    on a checker, then re-opened to append this session's
009825*    corrections.  No queue yet is simply nothing pending.
009826 1100-LOAD-PENDING.
009827     OPEN INPUT CHGPEND.
009828     IF WS-CHGPEND-STATUS = "00"
009829         PERFORM 1110-READ-PENDING THRU 1110-EXIT
009830         PERFORM 1120-TABLE-ONE-PENDING THRU 1120-EXIT
009831             UNTIL WS-END-OF-CHANGES
009832         CLOSE CHGPEND
009833     ELSE
009834         IF WS-CHGPEND-STATUS NOT = "35"
009835             DISPLAY "*** ERRFIX - CHGPEND NOT AVAILABLE - "
009836                 WS-CHGPEND-STATUS
009837             MOVE 8 TO WS-RETURN-CODE
009838         END-IF
009839     END-IF.
009840 1100-EXIT.
009841     EXIT.
009842
009843 1110-READ-PENDING.
009844     READ CHGPEND
009845         AT END SET WS-END-OF-CHANGES TO TRUE
009846     END-READ.
009847 1110-EXIT.
009848     EXIT.
009849
009850 1120-TABLE-ONE-PENDING.
009851     IF CHG-PENDING AND CHG-FOR-ERRFILE
009852         IF WS-PEND-COUNT < WS-PEND-MAX
009853             ADD 1 TO WS-PEND-COUNT
009854             MOVE CHG-BEFORE-IMAGE
009855                 TO WS-PEND-ENTRY (WS-PEND-COUNT)
009856         ELSE
009857             DISPLAY "*** ERRFIX - MORE PENDING CORRECTIONS THAN "
009858                 "THE TABLE HOLDS - " CHG-ENTITY "/"
009859                 CHG-ACCT-KEY " NOT CHECKED"
009860         END-IF
009861     END-IF.
009862     PERFORM 1110-READ-PENDING THRU 1110-EXIT.
009863 1120-EXIT.
009864     EXIT.
009865
009866 1200-OPEN-CHANGE-FILES.
009867     OPEN EXTEND CHGPEND.
009868     IF WS-CHGPEND-STATUS = "35"
009869         OPEN OUTPUT CHGPEND
009870     END-IF.
009871     IF WS-CHGPEND-STATUS NOT = "00"
009872         DISPLAY "*** ERRFIX - CHGPEND NOT WRITABLE - "
009873             WS-CHGPEND-STATUS
009874         MOVE 8 TO WS-RETURN-CODE
009875     ELSE
009876         SET WS-CHGPEND-FILE-OPEN TO TRUE
009877     END-IF.
009878     OPEN EXTEND CHGLOG.
009879     IF WS-CHGLOG-STATUS = "35"
009880         OPEN OUTPUT CHGLOG
009881     END-IF.
009882     IF WS-CHGLOG-STATUS NOT = "00"
009883         DISPLAY "*** ERRFIX - CHGLOG NOT WRITABLE - "
009884             WS-CHGLOG-STATUS
009885         MOVE 8 TO WS-RETURN-CODE
009886     ELSE
009887         SET WS-CHGLOG-FILE-OPEN TO TRUE
009888     END-IF.
009889 1200-EXIT.
009890     EXIT.
009891
009895*    Only the closed-period date is wanted.  No run control is
009900*    no period closed - nothing is flagged.
009905 1300-READ-RUN-CONTROL.
009910     OPEN INPUT RUNCTL.
009915     IF WS-RUNCTL-STATUS = "00"
009920         READ RUNCTL
009925             AT END CONTINUE
009930         END-READ
009935         IF WS-RUNCTL-STATUS = "00"
009940             AND RUN-CLOSED-THRU-DATE IS NUMERIC
009945             MOVE RUN-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
009950         END-IF
009955         CLOSE RUNCTL
009960     ELSE
009965         DISPLAY "ERRFIX - RUNCTL NOT AVAILABLE - CLOSED PERIODS "
009970             "NOT CHECKED"
009975     END-IF.
009980 1300-EXIT.
009985     EXIT.
009990
010000*-----------------------------------------------------------------
010100* WALK THE REJECTS
010200*-----------------------------------------------------------------
011700 2200-PRESENT-ONE-REJECT.
011800     IF ERR-OPEN
011900         ADD 1 TO WS-OPEN-SEEN
011910         PERFORM 2250-FIND-PENDING THRU 2250-EXIT
011920         IF WS-PEND-HIT > ZERO
011930             DISPLAY " "
011940             DISPLAY "REJECT  ENTITY: " ERR-ENTITY
011950                 "  ACCOUNT: " ERR-ACCT-KEY
011960                 "  DATE: " ERR-DATE
011970             DISPLAY "  CORRECTION PENDING APPROVAL - NOT OPEN "
011980                 "TO CORRECTION"
011990             ADD 1 TO WS-HELD-COUNT
012000         ELSE
012010             PERFORM 2300-CORRECT-ONE-REJECT THRU 2300-EXIT
012020         END-IF
012100     END-IF.
012200     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
012300 2200-EXIT.
012400     EXIT.
012500
012505 2250-FIND-PENDING.
012510     MOVE ZERO TO WS-PEND-HIT.
012515     PERFORM 2260-TEST-PENDING THRU 2260-EXIT
012520         VARYING WS-PEND-SUB FROM 1 BY 1
012525         UNTIL WS-PEND-SUB > WS-PEND-COUNT
012530            OR WS-PEND-HIT > ZERO.
012535 2250-EXIT.
012540     EXIT.
012545
012550 2260-TEST-PENDING.
012555     IF WS-PEND-ENTRY (WS-PEND-SUB) = ERR-RECORD
012560         MOVE WS-PEND-SUB TO WS-PEND-HIT
012565     END-IF.
012570 2260-EXIT.
012575     EXIT.
012580
012600 2300-CORRECT-ONE-REJECT.
012700     DISPLAY " ".
012800     DISPLAY "REJECT  ENTITY: " ERR-ENTITY
012850         "  ACCOUNT: " ERR-ACCT-KEY
012900         "  DATE: " ERR-DATE.
012910     DISPLAY "  NUM1 AS RECEIVED: " ERR-INPUT-NUM1 " "
012915         ERR-NUM1-CCY.
012920     DISPLAY "  NUM2 AS RECEIVED: " ERR-INPUT-NUM2 " "
012925         ERR-NUM2-CCY.
012930     IF ERR-FUNC-CCY NOT = SPACES
012940         DISPLAY "  FUNCTIONAL CURRENCY: " ERR-FUNC-CCY
012950     END-IF.
013200     DISPLAY "  REASON: " ERR-REASON.
013210     IF ERR-DATE NOT > WS-CLOSED-THRU-DATE
013220         ADD 1 TO WS-CLOSED-PERIOD-COUNT
013230         DISPLAY "  *** DATED IN A CLOSED PERIOD (CLOSED THROUGH "
013240             WS-CLOSED-THRU-DATE ") - A CORRECTION IS TAKEN UP "
013250             "IN THE CURRENT PERIOD ***"
013260     END-IF.
013300     MOVE "N" TO WS-SKIP-SWITCH.
013400     PERFORM 2400-ACCEPT-CORR-NUM1 THRU 2400-EXIT.
013500     IF WS-REJECT-SKIPPED
013600         ADD 1 TO WS-SKIPPED-COUNT
013700     ELSE
013800         PERFORM 2500-ACCEPT-CORR-NUM2 THRU 2500-EXIT
013810         PERFORM 2600-QUEUE-CORRECTION THRU 2600-EXIT
014000     END-IF.
014100 2300-EXIT.
014200     EXIT.
018900 2510-EXIT.
019000     EXIT.
019100
019110*    The reject as it stands is the before image; the same
019120*    record with status C and the corrected values is the after
019130*    image the checker screen rewrites once it is approved.  The
019140*    record itself is only read here - ERRFILE is open for input.
019150 2600-QUEUE-CORRECTION.
019160     MOVE ERR-RECORD TO WS-BEFORE-IMAGE.
019300     MOVE WS-CORR-NUM1 TO ERR-CORR-NUM1.
019400     MOVE WS-CORR-NUM2 TO ERR-CORR-NUM2.
019500     SET ERR-CORRECTED TO TRUE.
019510     ACCEPT WS-CURR-TIME FROM TIME.
019520     INITIALIZE CHG-RECORD WITH FILLER.
019530     MOVE "ERRFILE" TO CHG-FILE-ID.
019540     SET CHG-REPLACE TO TRUE.
019550     SET CHG-PENDING TO TRUE.
019560     MOVE ERR-ENTITY TO CHG-ENTITY.
019570     MOVE ERR-ACCT-KEY TO CHG-ACCT-KEY.
019580     MOVE WS-OPERATOR-ID TO CHG-MAKER-ID.
019590     MOVE WS-CURR-DATE TO CHG-MAKER-DATE.
019600     MOVE WS-CURR-TIME TO CHG-MAKER-TIME.
019610     MOVE ZERO TO CHG-CHECKER-DATE.
019620     MOVE ZERO TO CHG-CHECKER-TIME.
019630     MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
019640     MOVE ERR-RECORD TO CHG-AFTER-IMAGE.
019650     WRITE CHG-RECORD.
019660     IF WS-CHGPEND-STATUS NOT = "00"
019670         DISPLAY "*** ERRFIX - CHGPEND WRITE FAILED - "
019680             WS-CHGPEND-STATUS
019690         MOVE 8 TO WS-RETURN-CODE
019700         SET WS-END-OF-REJECTS TO TRUE
019710     ELSE
019720         WRITE CHGLOG-RECORD FROM CHG-RECORD
019730         IF WS-CHGLOG-STATUS NOT = "00"
019740             DISPLAY "*** ERRFIX - CHGLOG WRITE FAILED - "
019750                 WS-CHGLOG-STATUS
019760             MOVE 8 TO WS-RETURN-CODE
019770             SET WS-END-OF-REJECTS TO TRUE
019780         ELSE
019790             ADD 1 TO WS-CORRECTED-COUNT
019800             DISPLAY "  CORRECTION HELD FOR APPROVAL"
019805         END-IF
019810     END-IF.
020500 2600-EXIT.
020600     EXIT.
020700
022600     DISPLAY " ".
022700     DISPLAY "REJECTS READ:      " WS-REJECTS-READ.
022800     DISPLAY "OPEN PRESENTED:    " WS-OPEN-SEEN.
022810     DISPLAY "HELD FOR APPROVAL: " WS-CORRECTED-COUNT.
023000     DISPLAY "LEFT OPEN:         " WS-SKIPPED-COUNT.
023010     DISPLAY "ALREADY PENDING:   " WS-HELD-COUNT.
023020     DISPLAY "IN CLOSED PERIOD:  " WS-CLOSED-PERIOD-COUNT.
023100 3000-EXIT.
023200     EXIT.
023300
023600*-----------------------------------------------------------------
023700 8000-TERMINATE.
023800     CLOSE ERRFILE.
023810     IF WS-CHGPEND-FILE-OPEN
023812         CLOSE CHGPEND
023814     END-IF.
023820     IF WS-CHGLOG-FILE-OPEN
023840         CLOSE CHGLOG
023860     END-IF.
023900 8000-EXIT.
024000     EXIT.
