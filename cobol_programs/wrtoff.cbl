000100*****************************************************************
000200* WRTOFF.CBL
000300*
000400* Small-balance write-off run - runs after the open-breaks roll
000500* (brkage.cbl) against the master generation it has just
000600* written.  Many of the breaks that sit on the master for weeks
000700* are a few cents of rounding nobody will ever chase; this step
000800* writes them off under the limits the controller has approved
000900* on the write-off limits table (WOFFLIM) instead of leaving
001000* them to swamp the aging bands.  An open break qualifies when
001100* it was seen tonight (not carried ABSENT - its state tonight
001200* is not known), a limit card covers its entity and account,
001300* its break type is one the card names (V, L or S), its age in
001400* business days has reached the card's minimum, and its
001500* variance, either sign, is not over the card's maximum.  For
001600* each break written off:
001700*
001800*   - a write-off adjustment (record type WO, adjustment code
001900*     WOFF, not VARB) is added to GLEXTRACT after the night's
002000*     first-time and resubmitted adjustments, for the posting
002100*     system, whose acknowledgment glrecon.cbl matches;
002200*   - the write-off is logged to WOFFHIST, from which the next
002300*     roll closes the break - it is dropped from the next
002400*     master generation as WRITTEN OFF;
002500*   - a WRITEOFF disposition is recorded to DISPFILE under
002600*     operator WRTOFF, so the account workbench shows it.
002700*
002800* Each entity's write-offs are held to its cumulative monthly
002900* cap (the C card on WOFFLIM), summed off WOFFHIST for the
003000* business date's month.  A break that would take the entity
003100* over its cap - or an entity with no cap at all - is not
003200* written off, and is listed on the register so the controller
003300* sees that the cap, not the limit, held it back.  The write-
003400* off register (WOFFRPT) lists every break written off or held
003500* back, with per-entity totals against the cap, for the
003600* controller's sign-off.
003700*
003800* A rerun of the same business date does not write a break off
003900* twice - the breaks WOFFHIST already holds for the date are
004000* listed as written off by the earlier run and passed over.
004010*
004020* A break in a foreign currency (BRK-CURRENCY not blank - a
004030* one-sided item the feed sent in other than functional
004040* currency) is never written off: the limits are functional
004050* amounts, and its variance is not one.
004100*
004200*     RC 0  - write-offs posted (or none qualified)
004300*     RC 4  - breaks held back by the monthly cap, a limit card
004400*             that could not be read, a table overflow, or a
004500*             disposition that could not be recorded
004600*     RC 8  - the master, the extract, the history or the
004700*             register not available, or a write failed - the
004800*             write-offs must not be trusted
004900*
005000* A missing WOFFLIM (file status 35) means write-offs are not
005100* in use - nothing is written off and the register says so.
005200*
005300* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
005400* AUTHOR.        D. OKAFOR
005500* DATE-WRITTEN.  10/15/2026
005600*
005700* MODIFICATION HISTORY
005800*   10/15/2026  DRO  Original small-balance write-off run.
005810*   10/15/2026  DRO  A foreign-currency break is passed over.
005900*****************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID. wrtoff.
006200
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT BRKMAST ASSIGN TO "BRKMAST"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-MAST-STATUS.
006900
007000     SELECT WOFFLIM ASSIGN TO "WOFFLIM"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-LIMIT-STATUS.
007300
007400     SELECT WOFFHIST ASSIGN TO "WOFFHIST"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-HIST-STATUS.
007700
007800     SELECT GLEXTRACT ASSIGN TO "GLEXTRACT"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-GLEXT-STATUS.
008100
008200     SELECT DISPFILE ASSIGN TO "DISPFILE"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS DSP-KEY
008600         FILE STATUS IS WS-DISP-STATUS.
008700
008800     SELECT RUNCTL ASSIGN TO "RUNCTL"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-RUNCTL-STATUS.
009100
009200     SELECT WOFFRPT ASSIGN TO "WOFFRPT"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-WOFFRPT-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  BRKMAST
009900     LABEL RECORDS ARE STANDARD.
010000 COPY OPNBRK.
010100
010200 FD  WOFFLIM
010300     LABEL RECORDS ARE STANDARD.
010400 COPY WOFFLIM.
010500
010600 FD  WOFFHIST
010700     LABEL RECORDS ARE STANDARD.
010800 COPY WOFFHST.
010900
011000 FD  GLEXTRACT
011100     LABEL RECORDS ARE STANDARD.
011200 COPY GLEXTRAC.
011300
011400 FD  DISPFILE
011500     LABEL RECORDS ARE STANDARD.
011600 COPY DISPREC.
011700
011800 FD  RUNCTL
011900     LABEL RECORDS ARE STANDARD.
012000 COPY RUNCTL.
012100
012200 FD  WOFFRPT
012300     LABEL RECORDS ARE STANDARD.
012400 01  WOFFRPT-LINE                PIC X(132).
012500
012600 WORKING-STORAGE SECTION.
012700 01  WS-RETURN-CODE-FIELDS.
012800     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
012900
013000 01  WS-SWITCHES.
013100     05  WS-MAST-EOF-SWITCH          PIC X(01) VALUE "N".
013200         88  WS-END-OF-MASTER            VALUE "Y".
013300     05  WS-LIMIT-EOF-SWITCH         PIC X(01) VALUE "N".
013400         88  WS-END-OF-LIMITS            VALUE "Y".
013500     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
013600         88  WS-END-OF-HISTORY           VALUE "Y".
013700     05  WS-NO-LIMITS-SWITCH         PIC X(01) VALUE "N".
013800         88  WS-NO-LIMITS                VALUE "Y".
013900     05  WS-QUALIFIES-SWITCH         PIC X(01) VALUE "N".
014000         88  WS-BREAK-QUALIFIES          VALUE "Y".
014100
014200 01  WS-FILE-STATUS-FIELDS.
014300     05  WS-MAST-STATUS              PIC X(02).
014400     05  WS-LIMIT-STATUS             PIC X(02).
014500     05  WS-HIST-STATUS              PIC X(02).
014600     05  WS-GLEXT-STATUS             PIC X(02).
014700     05  WS-DISP-STATUS              PIC X(02).
014800     05  WS-RUNCTL-STATUS            PIC X(02).
014900     05  WS-WOFFRPT-STATUS           PIC X(02).
015000
015100 01  WS-DATE-TIME-FIELDS.
015200     05  WS-CURR-DATE                PIC 9(08).
015300     05  WS-CURR-TIME                PIC 9(08).
015400     05  WS-BUSINESS-DATE            PIC 9(08).
015500     05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
015600         10  WS-BUS-YYYYMM           PIC 9(06).
015700         10  FILLER                  PIC 9(02).
015800
015900 01  WS-OPERATOR-FIELDS.
016000     05  WS-OPERATOR-ID              PIC X(08) VALUE "WRTOFF".
016100
016200 01  WS-COUNTERS.
016300     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
016400     05  WS-LIMITS-READ              PIC 9(07) COMP VALUE ZERO.
016500     05  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
016600     05  WS-QUALIFIED-COUNT          PIC 9(07) COMP VALUE ZERO.
016700     05  WS-WRITTEN-OFF-COUNT        PIC 9(07) COMP VALUE ZERO.
016800     05  WS-EARLIER-RUN-COUNT        PIC 9(07) COMP VALUE ZERO.
016900     05  WS-HELD-BACK-COUNT          PIC 9(07) COMP VALUE ZERO.
017000
017100 01  WS-BREAK-FIELDS.
017200     05  WS-BREAK-TYPE               PIC X(01).
017300     05  WS-ABS-VARIANCE             PIC S9(10)V99.
017400     05  WS-MONTH-AFTER              PIC S9(11)V99.
017500     05  WS-LOOKUP-ENTITY            PIC X(03).
017600     05  WS-LOOKUP-KEY               PIC X(13).
017700     05  WS-STATUS-TEXT              PIC X(24).
017800
017900 01  WS-STEP-LEDGER-FIELDS.
018000     05  WS-STEP-NAME                PIC X(08) VALUE "WRTOFF".
018100     05  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
018200     05  WS-STEP-HIT                 PIC 9(04) COMP VALUE ZERO.
018300     05  WS-STEP-SKIP-SWITCH         PIC X(01) VALUE "N".
018400         88  WS-STEP-ALREADY-DONE        VALUE "Y".
018500
018600*    The limit cards, tabled at start-up - a parameter file ops
018700*    key by hand, so a modest table holds it.
018800 01  WS-LIMIT-TABLE.
018900     05  WS-LIM-MAX                  PIC 9(04) COMP VALUE 200.
019000     05  WS-LIM-COUNT                PIC 9(04) COMP VALUE ZERO.
019100     05  WS-LIM-SUB                  PIC 9(04) COMP VALUE ZERO.
019200     05  WS-LIM-HIT                  PIC 9(04) COMP VALUE ZERO.
019300     05  WS-LIM-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
019400     05  WS-LIM-ENTRY OCCURS 200 TIMES.
019500         10  WS-LIM-ENTITY           PIC X(03).
019600         10  WS-LIM-KEY-LO           PIC X(10).
019700         10  WS-LIM-KEY-HI           PIC X(10).
019800         10  WS-LIM-MAX-AMOUNT       PIC 9(07)V99.
019900         10  WS-LIM-MIN-AGE          PIC 9(03).
020000         10  WS-LIM-TYPES.
020100             15  WS-LIM-TYPE-1       PIC X(01).
020200             15  WS-LIM-TYPE-2       PIC X(01).
020300             15  WS-LIM-TYPE-3       PIC X(01).
020400
020500*    One entry per entity - its monthly cap off the C card, the
020600*    month's write-offs so far off WOFFHIST, and tonight's.
020700 01  WS-ENTITY-TABLE.
020800     05  WS-ENT-MAX                  PIC 9(04) COMP VALUE 50.
020900     05  WS-ENT-COUNT                PIC 9(04) COMP VALUE ZERO.
021000     05  WS-ENT-SUB                  PIC 9(04) COMP VALUE ZERO.
021100     05  WS-ENT-HIT                  PIC 9(04) COMP VALUE ZERO.
021200     05  WS-ENT-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
021300     05  WS-ENT-ENTRY OCCURS 50 TIMES.
021400         10  WS-ENT-CODE             PIC X(03).
021500         10  WS-ENT-CAP              PIC 9(09)V99.
021600         10  WS-ENT-MONTH-TO-DATE    PIC S9(11)V99.
021700         10  WS-ENT-TONIGHT-COUNT    PIC 9(07) COMP.
021800         10  WS-ENT-TONIGHT-AMOUNT   PIC S9(11)V99.
021900         10  WS-ENT-HELD-COUNT       PIC 9(07) COMP.
022000
022100*    The breaks WOFFHIST already holds as written off on tonight's
022200*    business date - an earlier run of the same date wrote them.
022300 01  WS-TONIGHT-TABLE.
022400     05  WS-TNT-MAX                  PIC 9(04) COMP VALUE 500.
022500     05  WS-TNT-COUNT                PIC 9(04) COMP VALUE ZERO.
022600     05  WS-TNT-SUB                  PIC 9(04) COMP VALUE ZERO.
022700     05  WS-TNT-HIT                  PIC 9(04) COMP VALUE ZERO.
022800     05  WS-TNT-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
022900     05  WS-TNT-ENTRY OCCURS 500 TIMES
023000                                     PIC X(13).
023100
023200 01  WS-GRAND-TOTALS.
023300     05  WS-GRAND-TONIGHT-COUNT      PIC 9(07) COMP VALUE ZERO.
023400     05  WS-GRAND-TONIGHT-AMOUNT     PIC S9(11)V99 VALUE ZERO.
023500     05  WS-GRAND-MONTH-TO-DATE      PIC S9(11)V99 VALUE ZERO.
023600     05  WS-GRAND-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
023700
023800 01  WS-REPORT-LINES.
023900     05  WS-WOF-DETAIL.
024000         10  WS-WOF-ENTITY           PIC X(03).
024100         10  FILLER                  PIC X(02) VALUE SPACES.
024200         10  WS-WOF-ACCT-KEY         PIC X(10).
024300         10  FILLER                  PIC X(02) VALUE SPACES.
024400         10  WS-WOF-FIRST-DATE       PIC 9(08).
024500         10  FILLER                  PIC X(02) VALUE SPACES.
024600         10  WS-WOF-AGE              PIC ZZ9.
024700         10  FILLER                  PIC X(02) VALUE SPACES.
024800         10  WS-WOF-TYPE             PIC X(06).
024900         10  FILLER                  PIC X(02) VALUE SPACES.
025000         10  WS-WOF-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
025100         10  FILLER                  PIC X(02) VALUE SPACES.
025200         10  WS-WOF-LIMIT            PIC Z,ZZZ,ZZ9.99.
025300         10  FILLER                  PIC X(02) VALUE SPACES.
025400         10  WS-WOF-MIN-AGE          PIC ZZ9.
025500         10  FILLER                  PIC X(02) VALUE SPACES.
025600         10  WS-WOF-STATUS           PIC X(24).
025700         10  FILLER                  PIC X(30) VALUE SPACES.
025800     05  WS-ENT-TOTAL-LINE.
025900         10  WS-ETL-ENTITY           PIC X(03).
026000         10  FILLER                  PIC X(02) VALUE SPACES.
026100         10  WS-ETL-COUNT            PIC ZZZ,ZZ9.
026200         10  FILLER                  PIC X(02) VALUE SPACES.
026300         10  WS-ETL-TONIGHT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
026400         10  FILLER                  PIC X(02) VALUE SPACES.
026500         10  WS-ETL-MONTH            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
026600         10  FILLER                  PIC X(02) VALUE SPACES.
026700         10  WS-ETL-CAP              PIC ZZZ,ZZZ,ZZ9.99.
026800         10  FILLER                  PIC X(02) VALUE SPACES.
026900         10  WS-ETL-REMAINING        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
027000         10  FILLER                  PIC X(02) VALUE SPACES.
027100         10  WS-ETL-HELD             PIC ZZZ,ZZ9.
027200         10  FILLER                  PIC X(31) VALUE SPACES.
027300
027400 01  WS-EDITED-FIELDS.
027500     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
027600     05  WS-EDIT-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
027700
027800 PROCEDURE DIVISION.
027900 0000-MAINLINE.
028000     PERFORM 1600-CLAIM-STEP THRU 1600-EXIT.
028100     IF NOT WS-STEP-ALREADY-DONE
028200         PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300         IF WS-RETURN-CODE < 8
028400             PERFORM 2000-WRITE-OFF-BREAKS THRU 2000-EXIT
028500             PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
028600         END-IF
028700         PERFORM 8000-TERMINATE THRU 8000-EXIT
028800         PERFORM 8100-RECORD-STEP-END THRU 8100-EXIT
028900     END-IF.
029000     MOVE WS-RETURN-CODE TO RETURN-CODE.
029100     STOP RUN.
029200
029300*-----------------------------------------------------------------
029400* INITIALIZATION
029500*-----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
029800     ACCEPT WS-CURR-TIME FROM TIME.
029900     MOVE WS-CURR-DATE TO WS-BUSINESS-DATE.
030000     PERFORM 1050-READ-RUN-CONTROL THRU 1050-EXIT.
030100     PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
030200     PERFORM 1150-LOAD-HISTORY THRU 1150-EXIT.
030300     IF WS-RETURN-CODE < 8
030400         OPEN INPUT BRKMAST
030500         IF WS-MAST-STATUS NOT = "00"
030600             DISPLAY "*** WRTOFF - BRKMAST NOT AVAILABLE - "
030700                 WS-MAST-STATUS
030800             MOVE 8 TO WS-RETURN-CODE
030900         END-IF
031000         OPEN EXTEND GLEXTRACT
031100         IF WS-GLEXT-STATUS NOT = "00"
031200             DISPLAY "*** WRTOFF - GLEXTRACT NOT WRITABLE - "
031300                 WS-GLEXT-STATUS
031400             MOVE 8 TO WS-RETURN-CODE
031500         END-IF
031600         OPEN EXTEND WOFFHIST
031700         IF WS-HIST-STATUS = "35"
031800             OPEN OUTPUT WOFFHIST
031900         END-IF
032000         IF WS-HIST-STATUS NOT = "00"
032100             DISPLAY "*** WRTOFF - WOFFHIST NOT WRITABLE - "
032200                 WS-HIST-STATUS
032300             MOVE 8 TO WS-RETURN-CODE
032400         END-IF
032500         OPEN I-O DISPFILE
032600         IF WS-DISP-STATUS = "35"
032700             OPEN OUTPUT DISPFILE
032800             IF WS-DISP-STATUS = "00"
032900                 CLOSE DISPFILE
033000                 OPEN I-O DISPFILE
033100             END-IF
033200         END-IF
033300         IF WS-DISP-STATUS NOT = "00"
033400             DISPLAY "*** WRTOFF - DISPFILE NOT WRITABLE - "
033500                 WS-DISP-STATUS
033600             MOVE 8 TO WS-RETURN-CODE
033700         END-IF
033800         OPEN OUTPUT WOFFRPT
033900         IF WS-WOFFRPT-STATUS NOT = "00"
034000             DISPLAY "*** WRTOFF - WOFFRPT NOT WRITABLE - "
034100                 WS-WOFFRPT-STATUS
034200             MOVE 8 TO WS-RETURN-CODE
034300         END-IF
034400     END-IF.
034500     IF WS-RETURN-CODE < 8
034600         PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT
034700         PERFORM 2100-READ-MASTER THRU 2100-EXIT
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100
035200*    The cycle's business date comes off the run-control record
035300*    the pre-flight established - the machine date is kept only
035400*    when RUNCTL is missing.
035500 1050-READ-RUN-CONTROL.
035600     OPEN INPUT RUNCTL.
035700     IF WS-RUNCTL-STATUS = "00"
035800         READ RUNCTL
035900             AT END CONTINUE
036000         END-READ
036100         IF WS-RUNCTL-STATUS = "00"
036200             MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
036300         END-IF
036400         CLOSE RUNCTL
036500     ELSE
036600         DISPLAY "*** WRTOFF - RUNCTL NOT FOUND - USING "
036700             "MACHINE DATE"
036800         IF WS-RETURN-CODE < 4
036900             MOVE 4 TO WS-RETURN-CODE
037000         END-IF
037100     END-IF.
037200 1050-EXIT.
037300     EXIT.
037400
037500*    The write-off limits table - limit cards to the limit table,
037600*    cap cards to the entity table.  A card that does not read
037700*    as numbers is passed over with a warning rather than guessed
037800*    at.
037900 1100-LOAD-LIMITS.
038000     OPEN INPUT WOFFLIM.
038100     IF WS-LIMIT-STATUS = "35"
038200         DISPLAY "WRTOFF - WOFFLIM NOT FOUND - WRITE-OFFS NOT IN "
038300             "USE - NOTHING WRITTEN OFF"
038400         SET WS-NO-LIMITS TO TRUE
038500     ELSE
038600         IF WS-LIMIT-STATUS NOT = "00"
038700             DISPLAY "*** WRTOFF - WOFFLIM NOT AVAILABLE - "
038800                 WS-LIMIT-STATUS
038900             MOVE 8 TO WS-RETURN-CODE
039000         ELSE
039100             PERFORM 1110-READ-LIMIT THRU 1110-EXIT
039200             PERFORM 1120-TABLE-ONE-LIMIT THRU 1120-EXIT
039300                 UNTIL WS-END-OF-LIMITS
039400             CLOSE WOFFLIM
039500             IF WS-LIM-OVERFLOW > ZERO
039600                 DISPLAY "*** WRTOFF - " WS-LIM-OVERFLOW
039700                     " LIMIT CARDS BEYOND TABLE - IGNORED"
039800                 IF WS-RETURN-CODE < 4
039900                     MOVE 4 TO WS-RETURN-CODE
040000                 END-IF
040100             END-IF
040200         END-IF
040300     END-IF.
040400 1100-EXIT.
040500     EXIT.
040600
040700 1110-READ-LIMIT.
040800     READ WOFFLIM
040900         AT END SET WS-END-OF-LIMITS TO TRUE
041000         NOT AT END ADD 1 TO WS-LIMITS-READ
041100     END-READ.
041200 1110-EXIT.
041300     EXIT.
041400
041500 1120-TABLE-ONE-LIMIT.
041600     IF WOL-LIMIT-CARD
041700         AND WOL-MAX-AMOUNT IS NUMERIC
041800         AND WOL-MIN-AGE IS NUMERIC
041900         IF WS-LIM-COUNT < WS-LIM-MAX
042000             ADD 1 TO WS-LIM-COUNT
042100             MOVE WOL-ENTITY TO WS-LIM-ENTITY (WS-LIM-COUNT)
042200             MOVE WOL-ACCT-KEY-LO TO WS-LIM-KEY-LO (WS-LIM-COUNT)
042300             MOVE WOL-ACCT-KEY-HI TO WS-LIM-KEY-HI (WS-LIM-COUNT)
042400             MOVE WOL-MAX-AMOUNT
042500                 TO WS-LIM-MAX-AMOUNT (WS-LIM-COUNT)
042600             MOVE WOL-MIN-AGE TO WS-LIM-MIN-AGE (WS-LIM-COUNT)
042700             MOVE WOL-BREAK-TYPES TO WS-LIM-TYPES (WS-LIM-COUNT)
042800         ELSE
042900             ADD 1 TO WS-LIM-OVERFLOW
043000         END-IF
043100     ELSE
043200         IF WOL-CAP-CARD
043300             AND WOL-MONTHLY-CAP IS NUMERIC
043400             MOVE WOL-ENTITY TO WS-LOOKUP-ENTITY
043500             PERFORM 2400-FIND-ENTITY THRU 2400-EXIT
043600             IF WS-ENT-HIT > ZERO
043700                 MOVE WOL-MONTHLY-CAP TO WS-ENT-CAP (WS-ENT-HIT)
043800             END-IF
043900         ELSE
044000             DISPLAY "*** WRTOFF - WOFFLIM CARD " WS-LIMITS-READ
044100                 " NOT VALID - IGNORED"
044200             IF WS-RETURN-CODE < 4
044300                 MOVE 4 TO WS-RETURN-CODE
044400             END-IF
044500         END-IF
044600     END-IF.
044700     PERFORM 1110-READ-LIMIT THRU 1110-EXIT.
044800 1120-EXIT.
044900     EXIT.
045000
045100*    The write-off log - every write-off still standing in the
045200*    business date's month counts against its entity's cap, and
045300*    those already made on the business date itself are tabled
045400*    so a rerun passes them over.  No log yet is no write-offs.
045500 1150-LOAD-HISTORY.
045600     OPEN INPUT WOFFHIST.
045700     IF WS-HIST-STATUS = "35"
045800         DISPLAY "WRTOFF - NO WOFFHIST - NO WRITE-OFFS THIS MONTH"
045900     ELSE
046000         IF WS-HIST-STATUS NOT = "00"
046100             DISPLAY "*** WRTOFF - WOFFHIST NOT AVAILABLE - "
046200                 WS-HIST-STATUS
046300             MOVE 8 TO WS-RETURN-CODE
046400         ELSE
046500             PERFORM 1160-READ-HISTORY THRU 1160-EXIT
046600             PERFORM 1170-TABLE-ONE-HISTORY THRU 1170-EXIT
046700                 UNTIL WS-END-OF-HISTORY
046800             CLOSE WOFFHIST
046900             IF WS-TNT-OVERFLOW > ZERO
047000                 DISPLAY "*** WRTOFF - " WS-TNT-OVERFLOW
047100                     " OF TONIGHT'S EARLIER WRITE-OFFS BEYOND "
047200                     "TABLE - RUN ABANDONED"
047300                 MOVE 8 TO WS-RETURN-CODE
047400             END-IF
047500         END-IF
047600     END-IF.
047700 1150-EXIT.
047800     EXIT.
047900
048000 1160-READ-HISTORY.
048100     READ WOFFHIST
048200         AT END SET WS-END-OF-HISTORY TO TRUE
048300         NOT AT END ADD 1 TO WS-HISTORY-READ
048400     END-READ.
048500 1160-EXIT.
048600     EXIT.
048700
048800 1170-TABLE-ONE-HISTORY.
048900     IF WOH-WRITTEN-OFF
049000         AND WOH-BUS-YYYYMM = WS-BUS-YYYYMM
049100         MOVE WOH-ENTITY TO WS-LOOKUP-ENTITY
049200         PERFORM 2400-FIND-ENTITY THRU 2400-EXIT
049300         IF WOH-AMOUNT < ZERO
049400             COMPUTE WS-ABS-VARIANCE = ZERO - WOH-AMOUNT
049500         ELSE
049600             MOVE WOH-AMOUNT TO WS-ABS-VARIANCE
049700         END-IF
049800         IF WS-ENT-HIT > ZERO
049900             ADD WS-ABS-VARIANCE
050000                 TO WS-ENT-MONTH-TO-DATE (WS-ENT-HIT)
050100         END-IF
050200         IF WOH-BUS-DATE = WS-BUSINESS-DATE
050300             IF WS-TNT-COUNT < WS-TNT-MAX
050400                 ADD 1 TO WS-TNT-COUNT
050500                 MOVE WOH-KEY TO WS-TNT-ENTRY (WS-TNT-COUNT)
050600             ELSE
050700                 ADD 1 TO WS-TNT-OVERFLOW
050800             END-IF
050900         END-IF
051000     END-IF.
051100     PERFORM 1160-READ-HISTORY THRU 1160-EXIT.
051200 1170-EXIT.
051300     EXIT.
051400
051500 1200-PRINT-HEADINGS.
051600     MOVE SPACES TO WOFFRPT-LINE.
051700     STRING "SMALL-BALANCE WRITE-OFF REGISTER - BUSINESS DATE "
051800         WS-BUSINESS-DATE "   RUN DATE " WS-CURR-DATE
051900         DELIMITED BY SIZE INTO WOFFRPT-LINE.
052000     WRITE WOFFRPT-LINE.
052100     MOVE SPACES TO WOFFRPT-LINE.
052200     WRITE WOFFRPT-LINE.
052300     IF WS-NO-LIMITS
052400         MOVE "WOFFLIM NOT FOUND - WRITE-OFFS NOT IN USE"
052500             TO WOFFRPT-LINE
052600         WRITE WOFFRPT-LINE
052700         MOVE SPACES TO WOFFRPT-LINE
052800         WRITE WOFFRPT-LINE
052900     END-IF.
053000     MOVE SPACES TO WOFFRPT-LINE.
053100     STRING "ENT  ACCOUNT     FIRST DT  AGE  TYPE    "
053200         "          AMOUNT         LIMIT  MIN  STATUS"
053300         DELIMITED BY SIZE INTO WOFFRPT-LINE.
053400     WRITE WOFFRPT-LINE.
053500     MOVE SPACES TO WOFFRPT-LINE.
053600     WRITE WOFFRPT-LINE.
053700 1200-EXIT.
053800     EXIT.
053900
054000*-----------------------------------------------------------------
054100* WRITE-OFF PASS - the master in entity/account order, one
054200* break at a time
054300*-----------------------------------------------------------------
054400 2000-WRITE-OFF-BREAKS.
054500     PERFORM 2200-CONSIDER-BREAK THRU 2200-EXIT
054600         UNTIL WS-END-OF-MASTER
054700            OR WS-RETURN-CODE = 8.
054800 2000-EXIT.
054900     EXIT.
055000
055100 2100-READ-MASTER.
055200     READ BRKMAST
055300         AT END SET WS-END-OF-MASTER TO TRUE
055400         NOT AT END ADD 1 TO WS-MASTER-READ
055500     END-READ.
055600 2100-EXIT.
055700     EXIT.
055800
055900*    A break is considered only when it was seen tonight - a
056000*    break carried ABSENT keeps its last known variance, which
056100*    may not be what is on the books now.  A break carried in
056110*    a foreign currency is not measured against the limits.
056200 2200-CONSIDER-BREAK.
056300     MOVE "N" TO WS-QUALIFIES-SWITCH.
056400     IF BRK-OPEN
056500         AND BRK-LAST-DATE = WS-BUSINESS-DATE
056550         AND BRK-FUNCTIONAL-CCY
056600         AND NOT WS-NO-LIMITS
056700         PERFORM 2300-TEST-LIMITS THRU 2300-EXIT
056800     END-IF.
056900     IF WS-BREAK-QUALIFIES
057000         ADD 1 TO WS-QUALIFIED-COUNT
057100         MOVE BRK-ENTITY TO WS-LOOKUP-ENTITY
057200         PERFORM 2400-FIND-ENTITY THRU 2400-EXIT
057300         PERFORM 2350-FIND-TONIGHT THRU 2350-EXIT
057400         IF WS-TNT-HIT > ZERO
057500             ADD 1 TO WS-EARLIER-RUN-COUNT
057600             IF WS-ENT-HIT > ZERO
057700                 ADD 1 TO WS-ENT-TONIGHT-COUNT (WS-ENT-HIT)
057800                 ADD WS-ABS-VARIANCE
057900                     TO WS-ENT-TONIGHT-AMOUNT (WS-ENT-HIT)
058000             END-IF
058100             MOVE "WRITTEN OFF EARLIER RUN" TO WS-STATUS-TEXT
058200             PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT
058300         ELSE
058400             PERFORM 2450-TEST-CAP THRU 2450-EXIT
058500         END-IF
058600     END-IF.
058700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
058800 2200-EXIT.
058900     EXIT.
059000
059100*    The later card in the file wins where limits overlap - a
059200*    re-keyed card supersedes the one it replaces, the way the
059300*    tolerance rules work.
059400 2300-TEST-LIMITS.
059500     MOVE ZERO TO WS-LIM-HIT.
059600     PERFORM 2310-TEST-ONE-LIMIT THRU 2310-EXIT
059700         VARYING WS-LIM-SUB FROM 1 BY 1
059800         UNTIL WS-LIM-SUB > WS-LIM-COUNT.
059900     IF WS-LIM-HIT > ZERO
060000         IF BRK-VARIANCE-BREAK
060100             MOVE "V" TO WS-BREAK-TYPE
060200         ELSE
060300             MOVE BRK-TYPE TO WS-BREAK-TYPE
060400         END-IF
060500         IF BRK-VARIANCE < ZERO
060600             COMPUTE WS-ABS-VARIANCE = ZERO - BRK-VARIANCE
060700         ELSE
060800             MOVE BRK-VARIANCE TO WS-ABS-VARIANCE
060900         END-IF
061000         IF (WS-BREAK-TYPE = WS-LIM-TYPE-1 (WS-LIM-HIT)
061100           OR WS-BREAK-TYPE = WS-LIM-TYPE-2 (WS-LIM-HIT)
061200           OR WS-BREAK-TYPE = WS-LIM-TYPE-3 (WS-LIM-HIT))
061300             AND BRK-AGE-DAYS NOT < WS-LIM-MIN-AGE (WS-LIM-HIT)
061400             AND WS-ABS-VARIANCE > ZERO
061500             AND WS-ABS-VARIANCE NOT >
061600                 WS-LIM-MAX-AMOUNT (WS-LIM-HIT)
061700             SET WS-BREAK-QUALIFIES TO TRUE
061800         END-IF
061900     END-IF.
062000 2300-EXIT.
062100     EXIT.
062200
062300 2310-TEST-ONE-LIMIT.
062400     IF WS-LIM-ENTITY (WS-LIM-SUB) = BRK-ENTITY
062500         AND BRK-ACCT-KEY NOT < WS-LIM-KEY-LO (WS-LIM-SUB)
062600         AND BRK-ACCT-KEY NOT > WS-LIM-KEY-HI (WS-LIM-SUB)
062700         MOVE WS-LIM-SUB TO WS-LIM-HIT
062800     END-IF.
062900 2310-EXIT.
063000     EXIT.
063100
063200 2350-FIND-TONIGHT.
063300     MOVE ZERO TO WS-TNT-HIT.
063400     MOVE BRK-KEY TO WS-LOOKUP-KEY.
063500     PERFORM 2360-TEST-TONIGHT THRU 2360-EXIT
063600         VARYING WS-TNT-SUB FROM 1 BY 1
063700         UNTIL WS-TNT-SUB > WS-TNT-COUNT
063800            OR WS-TNT-HIT > ZERO.
063900 2350-EXIT.
064000     EXIT.
064100
064200 2360-TEST-TONIGHT.
064300     IF WS-TNT-ENTRY (WS-TNT-SUB) = WS-LOOKUP-KEY
064400         MOVE WS-TNT-SUB TO WS-TNT-HIT
064500     END-IF.
064600 2360-EXIT.
064700     EXIT.
064800
064900*    Find (or add) the entity's entry.  A full table leaves the
065000*    entity with no entry - and so no cap - with a warning.
065100 2400-FIND-ENTITY.
065200     MOVE ZERO TO WS-ENT-HIT.
065300     PERFORM 2410-TEST-ENTITY THRU 2410-EXIT
065400         VARYING WS-ENT-SUB FROM 1 BY 1
065500         UNTIL WS-ENT-SUB > WS-ENT-COUNT
065600            OR WS-ENT-HIT > ZERO.
065700     IF WS-ENT-HIT = ZERO
065800         IF WS-ENT-COUNT < WS-ENT-MAX
065900             ADD 1 TO WS-ENT-COUNT
066000             MOVE WS-ENT-COUNT TO WS-ENT-HIT
066100             MOVE WS-LOOKUP-ENTITY TO WS-ENT-CODE (WS-ENT-HIT)
066200             MOVE ZERO TO WS-ENT-CAP (WS-ENT-HIT)
066300             MOVE ZERO TO WS-ENT-MONTH-TO-DATE (WS-ENT-HIT)
066400             MOVE ZERO TO WS-ENT-TONIGHT-COUNT (WS-ENT-HIT)
066500             MOVE ZERO TO WS-ENT-TONIGHT-AMOUNT (WS-ENT-HIT)
066600             MOVE ZERO TO WS-ENT-HELD-COUNT (WS-ENT-HIT)
066700         ELSE
066800             ADD 1 TO WS-ENT-OVERFLOW
066900             DISPLAY "*** WRTOFF - ENTITY TABLE FULL - "
067000                 WS-LOOKUP-ENTITY " HAS NO CAP"
067100             IF WS-RETURN-CODE < 4
067200                 MOVE 4 TO WS-RETURN-CODE
067300             END-IF
067400         END-IF
067500     END-IF.
067600 2400-EXIT.
067700     EXIT.
067800
067900 2410-TEST-ENTITY.
068000     IF WS-ENT-CODE (WS-ENT-SUB) = WS-LOOKUP-ENTITY
068100         MOVE WS-ENT-SUB TO WS-ENT-HIT
068200     END-IF.
068300 2410-EXIT.
068400     EXIT.
068500
068600*    The cap is cumulative for the month - what has already been
068700*    written off this month plus this break must not exceed it.
068800*    A break held back is listed, and the run comes back RC 4 so
068900*    the controller knows the cap, not the limit, stopped it.
069000 2450-TEST-CAP.
069100     IF WS-ENT-HIT = ZERO
069200         MOVE "HELD - NO MONTHLY CAP" TO WS-STATUS-TEXT
069300         PERFORM 2480-HOLD-BACK THRU 2480-EXIT
069400     ELSE
069500         IF WS-ENT-CAP (WS-ENT-HIT) = ZERO
069600             MOVE "HELD - NO MONTHLY CAP" TO WS-STATUS-TEXT
069700             PERFORM 2480-HOLD-BACK THRU 2480-EXIT
069800         ELSE
069900             COMPUTE WS-MONTH-AFTER =
070000                 WS-ENT-MONTH-TO-DATE (WS-ENT-HIT)
070100                 + WS-ABS-VARIANCE
070200             IF WS-MONTH-AFTER > WS-ENT-CAP (WS-ENT-HIT)
070300                 MOVE "HELD - MONTHLY CAP" TO WS-STATUS-TEXT
070400                 PERFORM 2480-HOLD-BACK THRU 2480-EXIT
070500             ELSE
070600                 PERFORM 2500-WRITE-OFF-ONE THRU 2500-EXIT
070700             END-IF
070800         END-IF
070900     END-IF.
071000 2450-EXIT.
071100     EXIT.
071200
071300 2480-HOLD-BACK.
071400     ADD 1 TO WS-HELD-BACK-COUNT.
071500     IF WS-ENT-HIT > ZERO
071600         ADD 1 TO WS-ENT-HELD-COUNT (WS-ENT-HIT)
071700     END-IF.
071800     IF WS-RETURN-CODE < 4
071900         MOVE 4 TO WS-RETURN-CODE
072000     END-IF.
072100     PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
072200 2480-EXIT.
072300     EXIT.
072400
072500*-----------------------------------------------------------------
072600* ONE WRITE-OFF - the GL adjustment first, then the log entry
072700* that marks the break written off (and that a rerun checks),
072800* then the disposition
072900*-----------------------------------------------------------------
073000 2500-WRITE-OFF-ONE.
073100     PERFORM 2510-WRITE-GL-ADJUSTMENT THRU 2510-EXIT.
073200     IF WS-RETURN-CODE < 8
073300         PERFORM 2520-WRITE-HISTORY THRU 2520-EXIT
073400     END-IF.
073500     IF WS-RETURN-CODE < 8
073600         PERFORM 2530-RECORD-DISPOSITION THRU 2530-EXIT
073700         ADD 1 TO WS-WRITTEN-OFF-COUNT
073800         ADD WS-ABS-VARIANCE
073900             TO WS-ENT-MONTH-TO-DATE (WS-ENT-HIT)
074000         ADD 1 TO WS-ENT-TONIGHT-COUNT (WS-ENT-HIT)
074100         ADD WS-ABS-VARIANCE
074200             TO WS-ENT-TONIGHT-AMOUNT (WS-ENT-HIT)
074300         MOVE "WRITTEN OFF" TO WS-STATUS-TEXT
074400         PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT
074500     END-IF.
074600 2500-EXIT.
074700     EXIT.
074800
074900 2510-WRITE-GL-ADJUSTMENT.
075000     INITIALIZE GL-EXTRACT-RECORD WITH FILLER.
075100     SET GL-WRITE-OFF TO TRUE.
075200     MOVE WS-BUSINESS-DATE TO GL-RUN-DATE.
075300     MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE.
075400     MOVE BRK-ACCT-KEY TO GL-ACCOUNT-KEY.
075500     MOVE BRK-ENTITY TO GL-ENTITY.
075600     MOVE BRK-VARIANCE TO GL-VARIANCE-AMOUNT.
075700     MOVE "WOFF" TO GL-ADJUSTMENT-CODE.
075800     WRITE GL-EXTRACT-RECORD.
075900     IF WS-GLEXT-STATUS NOT = "00"
076000         DISPLAY "*** WRTOFF - GLEXTRACT WRITE FAILED - "
076100             WS-GLEXT-STATUS
076200         MOVE 8 TO WS-RETURN-CODE
076300     END-IF.
076400 2510-EXIT.
076500     EXIT.
076600
076700 2520-WRITE-HISTORY.
076800     INITIALIZE WOFF-HIST-RECORD WITH FILLER.
076900     MOVE BRK-KEY TO WOH-KEY.
077000     MOVE WS-BUSINESS-DATE TO WOH-BUS-DATE.
077100     MOVE BRK-FIRST-DATE TO WOH-FIRST-DATE.
077200     MOVE BRK-AGE-DAYS TO WOH-AGE-DAYS.
077300     MOVE WS-BREAK-TYPE TO WOH-BREAK-TYPE.
077400     MOVE BRK-VARIANCE TO WOH-AMOUNT.
077500     SET WOH-WRITTEN-OFF TO TRUE.
077600     WRITE WOFF-HIST-RECORD.
077700     IF WS-HIST-STATUS NOT = "00"
077800         DISPLAY "*** WRTOFF - WOFFHIST WRITE FAILED - "
077900             WS-HIST-STATUS
078000         MOVE 8 TO WS-RETURN-CODE
078100     END-IF.
078200 2520-EXIT.
078300     EXIT.
078400
078500*    The write-off is made once it is logged - a disposition
078600*    that cannot be recorded is warned, not fatal.
078700 2530-RECORD-DISPOSITION.
078800     INITIALIZE DSP-RECORD WITH FILLER.
078900     ACCEPT WS-CURR-TIME FROM TIME.
079000     MOVE BRK-ENTITY TO DSP-ENTITY.
079100     MOVE BRK-ACCT-KEY TO DSP-ACCT-KEY.
079200     MOVE WS-CURR-DATE TO DSP-DATE.
079300     MOVE WS-CURR-TIME TO DSP-TIME.
079400     MOVE WS-OPERATOR-ID TO DSP-OPERATOR-ID.
079500     MOVE BRK-FIRST-DATE TO DSP-AUD-DATE.
079600     SET DSP-WRITTEN-OFF TO TRUE.
079700     MOVE BRK-VARIANCE TO WS-EDIT-AMOUNT.
079800     STRING "AMOUNT " WS-EDIT-AMOUNT
079900         DELIMITED BY SIZE INTO DSP-NOTE.
080000     WRITE DSP-RECORD.
080100     IF WS-DISP-STATUS NOT = "00"
080200         DISPLAY "*** WRTOFF - DISPOSITION NOT RECORDED FOR "
080300             DSP-ENTITY "/" DSP-ACCT-KEY " - " WS-DISP-STATUS
080400         IF WS-RETURN-CODE < 4
080500             MOVE 4 TO WS-RETURN-CODE
080600         END-IF
080700     END-IF.
080800 2530-EXIT.
080900     EXIT.
081000
081100 2700-PRINT-DETAIL.
081200     MOVE SPACES TO WS-WOF-DETAIL.
081300     MOVE BRK-ENTITY TO WS-WOF-ENTITY.
081400     MOVE BRK-ACCT-KEY TO WS-WOF-ACCT-KEY.
081500     MOVE BRK-FIRST-DATE TO WS-WOF-FIRST-DATE.
081600     MOVE BRK-AGE-DAYS TO WS-WOF-AGE.
081700     IF BRK-LEDGER-ONLY
081800         MOVE "LEDGER" TO WS-WOF-TYPE
081900     ELSE
082000         IF BRK-STMT-ONLY
082100             MOVE "STMT" TO WS-WOF-TYPE
082200         ELSE
082300             MOVE "VAR" TO WS-WOF-TYPE
082400         END-IF
082500     END-IF.
082600     MOVE BRK-VARIANCE TO WS-WOF-AMOUNT.
082700     MOVE WS-LIM-MAX-AMOUNT (WS-LIM-HIT) TO WS-WOF-LIMIT.
082800     MOVE WS-LIM-MIN-AGE (WS-LIM-HIT) TO WS-WOF-MIN-AGE.
082900     MOVE WS-STATUS-TEXT TO WS-WOF-STATUS.
083000     MOVE WS-WOF-DETAIL TO WOFFRPT-LINE.
083100     WRITE WOFFRPT-LINE.
083200 2700-EXIT.
083300     EXIT.
083400
083500*-----------------------------------------------------------------
083600* TOTALS BY ENTITY AND SIGN-OFF
083700*-----------------------------------------------------------------
083800 3000-PRINT-TOTALS.
083900     MOVE SPACES TO WOFFRPT-LINE.
084000     WRITE WOFFRPT-LINE.
084100     MOVE "TOTALS BY ENTITY" TO WOFFRPT-LINE.
084200     WRITE WOFFRPT-LINE.
084300     MOVE SPACES TO WOFFRPT-LINE.
084400     WRITE WOFFRPT-LINE.
084500     MOVE SPACES TO WOFFRPT-LINE.
084600     STRING "ENT  WRITTEN            TONIGHT      MONTH TO DATE"
084700         "     MONTHLY CAP           REMAINING     HELD"
084800         DELIMITED BY SIZE INTO WOFFRPT-LINE.
084900     WRITE WOFFRPT-LINE.
085000     PERFORM 3100-PRINT-ENTITY-TOTAL THRU 3100-EXIT
085100         VARYING WS-ENT-SUB FROM 1 BY 1
085200         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
085300     MOVE SPACES TO WS-ENT-TOTAL-LINE.
085400     MOVE "ALL" TO WS-ETL-ENTITY.
085500     MOVE WS-GRAND-TONIGHT-COUNT TO WS-ETL-COUNT.
085600     MOVE WS-GRAND-TONIGHT-AMOUNT TO WS-ETL-TONIGHT.
085700     MOVE WS-GRAND-MONTH-TO-DATE TO WS-ETL-MONTH.
085800     MOVE WS-GRAND-HELD-COUNT TO WS-ETL-HELD.
085900     MOVE SPACES TO WOFFRPT-LINE.
086000     WRITE WOFFRPT-LINE.
086100     MOVE WS-ENT-TOTAL-LINE TO WOFFRPT-LINE.
086200     WRITE WOFFRPT-LINE.
086300     MOVE SPACES TO WOFFRPT-LINE.
086400     WRITE WOFFRPT-LINE.
086500     WRITE WOFFRPT-LINE.
086600     MOVE SPACES TO WOFFRPT-LINE.
086700     STRING "CONTROLLER SIGN-OFF  ______________________________"
086800         "     DATE  ____________"
086900         DELIMITED BY SIZE INTO WOFFRPT-LINE.
087000     WRITE WOFFRPT-LINE.
087100     DISPLAY "MASTER BREAKS READ:  " WS-MASTER-READ.
087200     DISPLAY "LIMIT CARDS READ:    " WS-LIMITS-READ.
087300     DISPLAY "WITHIN A LIMIT:      " WS-QUALIFIED-COUNT.
087400     DISPLAY "WRITTEN OFF:         " WS-WRITTEN-OFF-COUNT.
087500     DISPLAY "EARLIER RUN:         " WS-EARLIER-RUN-COUNT.
087600     DISPLAY "HELD BACK BY CAP:    " WS-HELD-BACK-COUNT.
087700 3000-EXIT.
087800     EXIT.
087900
088000*    Only entities with something to show - a cap card, a write-
088100*    off this month, or a break held back tonight.
088200 3100-PRINT-ENTITY-TOTAL.
088300     IF WS-ENT-CAP (WS-ENT-SUB) > ZERO
088400         OR WS-ENT-MONTH-TO-DATE (WS-ENT-SUB) NOT = ZERO
088500         OR WS-ENT-HELD-COUNT (WS-ENT-SUB) > ZERO
088600         MOVE SPACES TO WS-ENT-TOTAL-LINE
088700         MOVE WS-ENT-CODE (WS-ENT-SUB) TO WS-ETL-ENTITY
088800         MOVE WS-ENT-TONIGHT-COUNT (WS-ENT-SUB) TO WS-ETL-COUNT
088900         MOVE WS-ENT-TONIGHT-AMOUNT (WS-ENT-SUB)
089000             TO WS-ETL-TONIGHT
089100         MOVE WS-ENT-MONTH-TO-DATE (WS-ENT-SUB) TO WS-ETL-MONTH
089200         MOVE WS-ENT-CAP (WS-ENT-SUB) TO WS-ETL-CAP
089300         COMPUTE WS-MONTH-AFTER = WS-ENT-CAP (WS-ENT-SUB)
089400             - WS-ENT-MONTH-TO-DATE (WS-ENT-SUB)
089500         MOVE WS-MONTH-AFTER TO WS-ETL-REMAINING
089600         MOVE WS-ENT-HELD-COUNT (WS-ENT-SUB) TO WS-ETL-HELD
089700         MOVE WS-ENT-TOTAL-LINE TO WOFFRPT-LINE
089800         WRITE WOFFRPT-LINE
089900         ADD WS-ENT-TONIGHT-COUNT (WS-ENT-SUB)
090000             TO WS-GRAND-TONIGHT-COUNT
090100         ADD WS-ENT-TONIGHT-AMOUNT (WS-ENT-SUB)
090200             TO WS-GRAND-TONIGHT-AMOUNT
090300         ADD WS-ENT-MONTH-TO-DATE (WS-ENT-SUB)
090400             TO WS-GRAND-MONTH-TO-DATE
090500         ADD WS-ENT-HELD-COUNT (WS-ENT-SUB)
090600             TO WS-GRAND-HELD-COUNT
090700     END-IF.
090800 3100-EXIT.
090900     EXIT.
091000
091100*-----------------------------------------------------------------
091200* STEP LEDGER
091300* The run-control record carries one slot per cycle step.  The
091400* step is claimed (marked started) before any output file is
091500* touched, so a resubmission of a started business day skips a
091600* step already proven complete instead of rerunning it over its
091700* own output.  A missing RUNCTL simply means no step control.
091800*-----------------------------------------------------------------
091900 1600-CLAIM-STEP.
092000     OPEN I-O RUNCTL.
092100     IF WS-RUNCTL-STATUS NOT = "00"
092200         DISPLAY "WRTOFF - RUNCTL NOT AVAILABLE - NO STEP "
092300             "CONTROL THIS RUN"
092400     ELSE
092500         READ RUNCTL
092600             AT END CONTINUE
092700         END-READ
092800         IF WS-RUNCTL-STATUS = "00"
092900             PERFORM 1610-FIND-STEP-ENTRY THRU 1610-EXIT
093000             IF WS-STEP-HIT > ZERO
093100                 IF RUN-STEP-COMPLETE (WS-STEP-HIT)
093200                     AND RUN-STEP-NAME (WS-STEP-HIT) =
093300                         WS-STEP-NAME
093400                     DISPLAY "WRTOFF - STEP ALREADY COMPLETE "
093500                         "FOR " RUN-BUSINESS-DATE
093600                         " - SKIPPED"
093700                     SET WS-STEP-ALREADY-DONE TO TRUE
093800                 ELSE
093900                     MOVE WS-STEP-NAME
094000                         TO RUN-STEP-NAME (WS-STEP-HIT)
094100                     MOVE "S"
094200                         TO RUN-STEP-STATUS (WS-STEP-HIT)
094300                     MOVE ZERO TO RUN-STEP-RC (WS-STEP-HIT)
094400                     REWRITE RUN-CONTROL-RECORD
094500                 END-IF
094600             END-IF
094700         END-IF
094800         CLOSE RUNCTL
094900     END-IF.
095000 1600-EXIT.
095100     EXIT.
095200
095300*    The step's own slot, or the first unclaimed one.  A full
095400*    ledger leaves the step uncontrolled, with a warning.
095500 1610-FIND-STEP-ENTRY.
095600     MOVE ZERO TO WS-STEP-HIT.
095700     PERFORM 1620-TEST-STEP-ENTRY THRU 1620-EXIT
095800         VARYING WS-STEP-SUB FROM 1 BY 1
095900         UNTIL WS-STEP-SUB > 10
096000            OR WS-STEP-HIT > ZERO.
096100     IF WS-STEP-HIT = ZERO
096200         DISPLAY "*** WRTOFF - STEP LEDGER FULL - STEP NOT "
096300             "RECORDED"
096400     END-IF.
096500 1610-EXIT.
096600     EXIT.
096700
096800 1620-TEST-STEP-ENTRY.
096900     IF RUN-STEP-NAME (WS-STEP-SUB) = WS-STEP-NAME
097000         OR RUN-STEP-NAME (WS-STEP-SUB) = SPACES
097100         MOVE WS-STEP-SUB TO WS-STEP-HIT
097200     END-IF.
097300 1620-EXIT.
097400     EXIT.
097500
097600*    Clean completion is proven in the ledger; a failed step
097700*    keeps its started mark (with the return code) so the rerun
097800*    resumes here.
097900 8100-RECORD-STEP-END.
098000     OPEN I-O RUNCTL.
098100     IF WS-RUNCTL-STATUS = "00"
098200         READ RUNCTL
098300             AT END CONTINUE
098400         END-READ
098500         IF WS-RUNCTL-STATUS = "00"
098600             PERFORM 1610-FIND-STEP-ENTRY THRU 1610-EXIT
098700             IF WS-STEP-HIT > ZERO
098800                 AND RUN-STEP-NAME (WS-STEP-HIT) =
098900                     WS-STEP-NAME
099000                 MOVE WS-RETURN-CODE
099100                     TO RUN-STEP-RC (WS-STEP-HIT)
099200                 IF WS-RETURN-CODE < 8
099300                     MOVE "C"
099400                         TO RUN-STEP-STATUS (WS-STEP-HIT)
099500                 END-IF
099600                 REWRITE RUN-CONTROL-RECORD
099700             END-IF
099800         END-IF
099900         CLOSE RUNCTL
100000     END-IF.
100100 8100-EXIT.
100200     EXIT.
100300
100400*-----------------------------------------------------------------
100500* TERMINATION
100600*-----------------------------------------------------------------
100700 8000-TERMINATE.
100800     CLOSE BRKMAST.
100900     CLOSE GLEXTRACT.
101000     CLOSE WOFFHIST.
101100     CLOSE DISPFILE.
101200     CLOSE WOFFRPT.
101300 8000-EXIT.
101400     EXIT.
