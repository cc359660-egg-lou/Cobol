000100*****************************************************************
000200* MTHCLOSE.CBL
000300*
000400* Month-end close - run once the period-end business day's
000500* cycle has completed (MTHCLOSE job), before the next day's
000600* cycle starts.  Freezes the reconciliation as it stands at
000700* the period-end business date onto the close snapshot
000800* (CLOSESNP, a new generation per period, layout CLSSNAP.CPY):
000900*
001000*   - every open break on the period-end breaks-master
001100*     generation (BRKMAST);
001200*   - every ERRFILE reject not yet resolved (open, or corrected
001300*     and approved but not yet recycled);
001400*   - every GLEXCPT posting exception still open;
001500*   - the period-end day's one-sided items off UNMFILE.
001600*
001700* and prints the close certification package on CLOSERPT, one
001800* page per entity and a consolidated page: the breaks rolled
001900* forward from the opening position (the breaks frozen by the
002000* last close, read back off the previous snapshot generation,
002100* PRVSNAP) - opening, new, cleared (and of those, written off),
002200* the movement on breaks carried open, and closing - in count
002300* and amount, proven to the breaks master, then the open
002400* rejects, GL exceptions and one-sided items frozen beside them,
002500* with lines for the controller's sign-off.
002600*
002700* New, cleared and movement are summed off the period's break
002800* activity (BRKACT - every generation the rolls since the last
002900* close wrote, read newest first; where a date was rerun after a
003000* back-out only its newest generation counts), not netted
003100* between the two positions.  A break opened and cleared inside
003200* the period counts both ways, and the proof - opening plus new
003300* less cleared plus movement is closing - tests the activity
003400* against the master rather than restating it.
003500*
003600* A break the write-off run wrote off on the period-end date
003700* itself (on WOFFHIST for that date, not reversed) is still on
003800* the period-end master, but it is reported cleared - written
003900* off - and is not frozen as closing; the next close passes over
004000* its clearance by the next day's roll.
004100*
004200* A break carried in a foreign currency (BRK-CURRENCY not blank)
004300* is frozen with the rest, but its amount is not a functional
004400* one: it is kept out of the roll-forward and counted on a line
004500* of its own.
004600*
004700* The first close has no opening position and no activity to
004800* prove against - every closing break is taken as new.
004900*
005000* When everything is frozen and printed the period is recorded
005100* closed on RUNCTL (RUN-CLOSED-THRU-DATE): from then on the
005200* back-out job refuses to reverse a date in it, and errfix.cbl
005300* and recycle.cbl flag a correction to a reject dated in it.
005400*
005500*     RC 0  - period closed, package printed
005600*     RC 4  - period closed, but no earlier close is on file -
005700*             the opening position is taken as nil (the first
005800*             close)
005900*     RC 8  - close refused (the cycle is not complete, the
006000*             business date is not a period end, the period is
006100*             already closed, or PRVSNAP is not the snapshot of
006200*             the last close), the roll-forward does not prove,
006300*             or a file problem - the period is NOT recorded
006400*             closed; correct and rerun
006500*
006600* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
006700* AUTHOR.        D. OKAFOR
006800* DATE-WRITTEN.  10/15/2026
006900*
007000* MODIFICATION HISTORY
007100*   10/15/2026  DRO  Original month-end close.
007200*   10/15/2026  DRO  New, cleared and movement now come off the
007300*                    rolls' break activity (BRKACT) instead of
007400*                    being netted between the opening snapshot
007500*                    and the closing master.  A period-end write-
007600*                    off (WOFFHIST) reports cleared, not closing.
007700*                    Foreign-currency breaks are counted apart.
007800*****************************************************************
007900 IDENTIFICATION DIVISION.
008000 PROGRAM-ID. mthclose.
008100
008200 ENVIRONMENT DIVISION.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT RUNCTL ASSIGN TO "RUNCTL"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-RUNCTL-STATUS.
008800
008900     SELECT BRKMAST ASSIGN TO "BRKMAST"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-BRK-STATUS.
009200
009300     SELECT PRVSNAP ASSIGN TO "PRVSNAP"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-PRVSNAP-STATUS.
009600
009700     SELECT BRKACT ASSIGN TO "BRKACT"
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-ACT-STATUS.
010000
010100     SELECT WOFFHIST ASSIGN TO "WOFFHIST"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-WOFF-STATUS.
010400
010500     SELECT ERRFILE ASSIGN TO "ERRFILE"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-ERR-STATUS.
010800
010900     SELECT GLEXCPT ASSIGN TO "GLEXCPT"
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-EXC-STATUS.
011200
011300     SELECT UNMFILE ASSIGN TO "UNMFILE"
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS WS-UNMF-STATUS.
011600
011700     SELECT CLOSESNP ASSIGN TO "CLOSESNP"
011800         ORGANIZATION IS SEQUENTIAL
011900         FILE STATUS IS WS-SNAP-STATUS.
012000
012100     SELECT CLOSERPT ASSIGN TO "CLOSERPT"
012200         ORGANIZATION IS SEQUENTIAL
012300         FILE STATUS IS WS-CLOSERPT-STATUS.
012400
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  RUNCTL
012800     LABEL RECORDS ARE STANDARD.
012900 COPY RUNCTL.
013000
013100 FD  BRKMAST
013200     LABEL RECORDS ARE STANDARD.
013300 COPY OPNBRK.
013400
013500 FD  PRVSNAP
013600     LABEL RECORDS ARE STANDARD.
013700 01  PRVSNAP-RECORD              PIC X(200).
013800
013900 FD  BRKACT
014000     LABEL RECORDS ARE STANDARD.
014100 COPY BRKACT.
014200
014300 FD  WOFFHIST
014400     LABEL RECORDS ARE STANDARD.
014500 COPY WOFFHST.
014600
014700 FD  ERRFILE
014800     LABEL RECORDS ARE STANDARD.
014900 COPY ERRREC.
015000
015100 FD  GLEXCPT
015200     LABEL RECORDS ARE STANDARD.
015300 COPY GLEXCP.
015400
015500 FD  UNMFILE
015600     LABEL RECORDS ARE STANDARD.
015700 COPY UNMREC.
015800
015900 FD  CLOSESNP
016000     LABEL RECORDS ARE STANDARD.
016100 COPY CLSSNAP.
016200
016300 FD  CLOSERPT
016400     LABEL RECORDS ARE STANDARD.
016500 01  CLOSERPT-LINE               PIC X(132).
016600
016700 WORKING-STORAGE SECTION.
016800 01  WS-RETURN-CODE-FIELDS.
016900     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
017000
017100 01  WS-FILE-STATUS-FIELDS.
017200     05  WS-RUNCTL-STATUS            PIC X(02).
017300     05  WS-BRK-STATUS               PIC X(02).
017400     05  WS-PRVSNAP-STATUS           PIC X(02).
017500     05  WS-ACT-STATUS               PIC X(02).
017600     05  WS-WOFF-STATUS              PIC X(02).
017700     05  WS-ERR-STATUS               PIC X(02).
017800     05  WS-EXC-STATUS               PIC X(02).
017900     05  WS-UNMF-STATUS              PIC X(02).
018000     05  WS-SNAP-STATUS              PIC X(02).
018100     05  WS-CLOSERPT-STATUS          PIC X(02).
018200
018300*    The previous close's snapshot record - the CLSSNAP layout,
018400*    read INTO here beside this close's own record area.
018500 01  WS-PRV-SNAPSHOT.
018600     05  WS-PRV-TYPE                 PIC X(01).
018700         88  WS-PRV-HEADER               VALUE "H".
018800         88  WS-PRV-BREAK                VALUE "B".
018900     05  WS-PRV-PERIOD-END-DATE      PIC 9(08).
019000     05  WS-PRV-KEY.
019100         10  WS-PRV-ENTITY           PIC X(03).
019200         10  WS-PRV-ACCT-KEY         PIC X(10).
019300     05  WS-PRV-ITEM-DATE            PIC 9(08).
019400     05  WS-PRV-AMOUNT               PIC S9(10)V99
019500         SIGN IS LEADING SEPARATE CHARACTER.
019600     05  FILLER                      PIC X(120).
019700     05  WS-PRV-CURRENCY             PIC X(03).
019800     05  FILLER                      PIC X(34).
019900
020000 01  WS-SWITCHES.
020100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
020200         88  WS-END-OF-FILE              VALUE "Y".
020300     05  WS-PRV-EOF-SWITCH           PIC X(01) VALUE "N".
020400         88  WS-END-OF-PRIOR             VALUE "Y".
020500     05  WS-PRV-FOUND-SWITCH         PIC X(01) VALUE "N".
020600         88  WS-PRIOR-BREAK-FOUND        VALUE "Y".
020700     05  WS-BRK-EOF-SWITCH           PIC X(01) VALUE "N".
020800         88  WS-END-OF-MASTER            VALUE "Y".
020900     05  WS-BRK-FOUND-SWITCH         PIC X(01) VALUE "N".
021000         88  WS-OPEN-BREAK-FOUND         VALUE "Y".
021100     05  WS-SNAP-OPEN-SWITCH         PIC X(01) VALUE "N".
021200         88  WS-SNAPSHOT-OPEN            VALUE "Y".
021300     05  WS-PRV-OPEN-SWITCH          PIC X(01) VALUE "N".
021400         88  WS-PRVSNAP-OPEN             VALUE "Y".
021500     05  WS-BRK-OPEN-SWITCH          PIC X(01) VALUE "N".
021600         88  WS-BRKMAST-OPEN             VALUE "Y".
021700     05  WS-ACT-EOF-SWITCH           PIC X(01) VALUE "N".
021800         88  WS-END-OF-ACTIVITY          VALUE "Y".
021900     05  WS-ACT-TAKE-SWITCH          PIC X(01) VALUE "N".
022000         88  WS-TAKING-ACTIVITY          VALUE "Y".
022100
022200 01  WS-DATE-TIME-FIELDS.
022300     05  WS-CURR-DATE                PIC 9(08).
022400     05  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
022500     05  WS-LAST-CLOSE-DATE          PIC 9(08) VALUE ZERO.
022600     05  WS-OPENING-DATE             PIC 9(08) VALUE ZERO.
022700
022800*    The two positions of the break roll-forward, each checked
022900*    for entity-then-account order.  A side at its end holds
023000*    HIGH-VALUES.
023100 01  WS-MERGE-FIELDS.
023200     05  WS-PRV-MERGE-KEY            PIC X(13).
023300     05  WS-CLS-MERGE-KEY            PIC X(13).
023400     05  WS-PRV-LAST-KEY             PIC X(13) VALUE LOW-VALUES.
023500     05  WS-CLS-LAST-KEY             PIC X(13) VALUE LOW-VALUES.
023600
023700 01  WS-COUNTERS.
023800     05  WS-SNAP-WRITTEN             PIC 9(07) COMP VALUE ZERO.
023900     05  WS-PRIOR-READ               PIC 9(07) COMP VALUE ZERO.
024000     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
024100     05  WS-ACTIVITY-READ            PIC 9(07) COMP VALUE ZERO.
024200     05  WS-ACTIVITY-TAKEN           PIC 9(07) COMP VALUE ZERO.
024300     05  WS-ROLLS-SUPERSEDED         PIC 9(04) COMP VALUE ZERO.
024400
024500*    The roll dates whose break activity has been taken - the
024600*    generations come newest first, so a date met again is a run
024700*    its rerun replaced.
024800 01  WS-ROLL-TABLE.
024900     05  WS-ROLL-MAX                 PIC 9(04) COMP VALUE 100.
025000     05  WS-ROLL-COUNT               PIC 9(04) COMP VALUE ZERO.
025100     05  WS-ROLL-SUB                 PIC 9(04) COMP VALUE ZERO.
025200     05  WS-ROLL-HIT                 PIC 9(04) COMP VALUE ZERO.
025300     05  WS-ROLL-DATE OCCURS 100 TIMES
025400                                     PIC 9(08).
025500
025600*    The breaks written off on the period-end date itself.
025700 01  WS-PEW-TABLE.
025800     05  WS-PEW-MAX                  PIC 9(04) COMP VALUE 1000.
025900     05  WS-PEW-COUNT                PIC 9(04) COMP VALUE ZERO.
026000     05  WS-PEW-SUB                  PIC 9(04) COMP VALUE ZERO.
026100     05  WS-PEW-HIT                  PIC 9(04) COMP VALUE ZERO.
026200     05  WS-PEW-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
026300     05  WS-PEW-KEY OCCURS 1000 TIMES
026400                                     PIC X(13).
026500
026600*    One roll-forward per entity, built as the items are frozen.
026700 01  WS-ENTITY-TABLE.
026800     05  WS-ENT-MAX                  PIC 9(04) COMP VALUE 50.
026900     05  WS-ENT-COUNT                PIC 9(04) COMP VALUE ZERO.
027000     05  WS-ENT-SUB                  PIC 9(04) COMP VALUE ZERO.
027100     05  WS-ENT-SUB2                 PIC 9(04) COMP VALUE ZERO.
027200     05  WS-ENT-HIT                  PIC 9(04) COMP VALUE ZERO.
027300     05  WS-ENT-ENTRY OCCURS 50 TIMES.
027400         10  WS-ENT-CODE             PIC X(03).
027500         10  WS-ENT-FIGURES.
027600             15  WS-ENT-OPEN-COUNT   PIC 9(07) COMP.
027700             15  WS-ENT-OPEN-AMOUNT  PIC S9(13)V99.
027800             15  WS-ENT-NEW-COUNT    PIC 9(07) COMP.
027900             15  WS-ENT-NEW-AMOUNT   PIC S9(13)V99.
028000             15  WS-ENT-CLR-COUNT    PIC 9(07) COMP.
028100             15  WS-ENT-CLR-AMOUNT   PIC S9(13)V99.
028200             15  WS-ENT-WOF-COUNT    PIC 9(07) COMP.
028300             15  WS-ENT-WOF-AMOUNT   PIC S9(13)V99.
028400             15  WS-ENT-CARRY-COUNT  PIC 9(07) COMP.
028500             15  WS-ENT-MOVE-AMOUNT  PIC S9(13)V99.
028600             15  WS-ENT-CLOSE-COUNT  PIC 9(07) COMP.
028700             15  WS-ENT-CLOSE-AMOUNT PIC S9(13)V99.
028800             15  WS-ENT-REJ-OPEN     PIC 9(07) COMP.
028900             15  WS-ENT-REJ-CORR     PIC 9(07) COMP.
029000             15  WS-ENT-EXC-COUNT    PIC 9(07) COMP.
029100             15  WS-ENT-EXC-AMOUNT   PIC S9(13)V99.
029200             15  WS-ENT-UNM-COUNT    PIC 9(07) COMP.
029300             15  WS-ENT-UNM-AMOUNT   PIC S9(13)V99.
029400             15  WS-ENT-FCY-COUNT    PIC 9(07) COMP.
029500
029600 01  WS-SORT-WORK.
029700     05  WS-SWAP-ENTRY               PIC X(167).
029800
029900*    The page being printed - one entity's figures, or the
030000*    consolidated figures built up across them.
030100 01  WS-PACKAGE.
030200     05  WS-PKG-CODE                 PIC X(03).
030300     05  WS-PKG-FIGURES.
030400         10  WS-PKG-OPEN-COUNT       PIC 9(07) COMP.
030500         10  WS-PKG-OPEN-AMOUNT      PIC S9(13)V99.
030600         10  WS-PKG-NEW-COUNT        PIC 9(07) COMP.
030700         10  WS-PKG-NEW-AMOUNT       PIC S9(13)V99.
030800         10  WS-PKG-CLR-COUNT        PIC 9(07) COMP.
030900         10  WS-PKG-CLR-AMOUNT       PIC S9(13)V99.
031000         10  WS-PKG-WOF-COUNT        PIC 9(07) COMP.
031100         10  WS-PKG-WOF-AMOUNT       PIC S9(13)V99.
031200         10  WS-PKG-CARRY-COUNT      PIC 9(07) COMP.
031300         10  WS-PKG-MOVE-AMOUNT      PIC S9(13)V99.
031400         10  WS-PKG-CLOSE-COUNT      PIC 9(07) COMP.
031500         10  WS-PKG-CLOSE-AMOUNT     PIC S9(13)V99.
031600         10  WS-PKG-REJ-OPEN         PIC 9(07) COMP.
031700         10  WS-PKG-REJ-CORR         PIC 9(07) COMP.
031800         10  WS-PKG-EXC-COUNT        PIC 9(07) COMP.
031900         10  WS-PKG-EXC-AMOUNT       PIC S9(13)V99.
032000         10  WS-PKG-UNM-COUNT        PIC 9(07) COMP.
032100         10  WS-PKG-UNM-AMOUNT       PIC S9(13)V99.
032200         10  WS-PKG-FCY-COUNT        PIC 9(07) COMP.
032300
032400 01  WS-CONSOLIDATED.
032500     05  WS-TOT-CODE                 PIC X(03) VALUE "ALL".
032600     05  WS-TOT-FIGURES.
032700         10  WS-TOT-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
032800         10  WS-TOT-OPEN-AMOUNT      PIC S9(13)V99 VALUE ZERO.
032900         10  WS-TOT-NEW-COUNT        PIC 9(07) COMP VALUE ZERO.
033000         10  WS-TOT-NEW-AMOUNT       PIC S9(13)V99 VALUE ZERO.
033100         10  WS-TOT-CLR-COUNT        PIC 9(07) COMP VALUE ZERO.
033200         10  WS-TOT-CLR-AMOUNT       PIC S9(13)V99 VALUE ZERO.
033300         10  WS-TOT-WOF-COUNT        PIC 9(07) COMP VALUE ZERO.
033400         10  WS-TOT-WOF-AMOUNT       PIC S9(13)V99 VALUE ZERO.
033500         10  WS-TOT-CARRY-COUNT      PIC 9(07) COMP VALUE ZERO.
033600         10  WS-TOT-MOVE-AMOUNT      PIC S9(13)V99 VALUE ZERO.
033700         10  WS-TOT-CLOSE-COUNT      PIC 9(07) COMP VALUE ZERO.
033800         10  WS-TOT-CLOSE-AMOUNT     PIC S9(13)V99 VALUE ZERO.
033900         10  WS-TOT-REJ-OPEN         PIC 9(07) COMP VALUE ZERO.
034000         10  WS-TOT-REJ-CORR         PIC 9(07) COMP VALUE ZERO.
034100         10  WS-TOT-EXC-COUNT        PIC 9(07) COMP VALUE ZERO.
034200         10  WS-TOT-EXC-AMOUNT       PIC S9(13)V99 VALUE ZERO.
034300         10  WS-TOT-UNM-COUNT        PIC 9(07) COMP VALUE ZERO.
034400         10  WS-TOT-UNM-AMOUNT       PIC S9(13)V99 VALUE ZERO.
034500         10  WS-TOT-FCY-COUNT        PIC 9(07) COMP VALUE ZERO.
034600
034700 01  WS-WORK-FIELDS.
034800     05  WS-LOOKUP-ENTITY            PIC X(03).
034900     05  WS-LOOKUP-KEY               PIC X(13).
035000     05  WS-ITEM-AMOUNT              PIC S9(10)V99.
035100     05  WS-PROOF-COUNT              PIC S9(09) COMP.
035200     05  WS-PROOF-AMOUNT             PIC S9(13)V99.
035300
035400 01  WS-REPORT-LINES.
035500     05  WS-PKL-DETAIL.
035600         10  FILLER                  PIC X(04) VALUE SPACES.
035700         10  WS-PKL-LABEL            PIC X(40).
035800         10  WS-PKL-COUNT            PIC ZZZ,ZZZ,ZZ9.
035900         10  FILLER                  PIC X(04) VALUE SPACES.
036000         10  WS-PKL-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
036100         10  WS-PKL-AMOUNT-X REDEFINES WS-PKL-AMOUNT
036200                                     PIC X(22).
036300         10  FILLER                  PIC X(51) VALUE SPACES.
036400
036500 01  WS-EDITED-FIELDS.
036600     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
036700
036800 PROCEDURE DIVISION.
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037100     IF WS-RETURN-CODE < 8
037200         PERFORM 2000-ROLL-FORWARD-BREAKS THRU 2000-EXIT
037300     END-IF.
037400     IF WS-RETURN-CODE < 8
037500         PERFORM 3000-FREEZE-REJECTS THRU 3000-EXIT
037600     END-IF.
037700     IF WS-RETURN-CODE < 8
037800         PERFORM 4000-FREEZE-GL-EXCEPTIONS THRU 4000-EXIT
037900     END-IF.
038000     IF WS-RETURN-CODE < 8
038100         PERFORM 5000-FREEZE-ONESIDED THRU 5000-EXIT
038200     END-IF.
038300     IF WS-RETURN-CODE < 8
038400         PERFORM 6000-PRINT-PACKAGE THRU 6000-EXIT
038500     END-IF.
038600     IF WS-RETURN-CODE < 8
038700         PERFORM 7000-RECORD-PERIOD-CLOSED THRU 7000-EXIT
038800     END-IF.
038900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
039000     MOVE WS-RETURN-CODE TO RETURN-CODE.
039100     STOP RUN.
039200
039300*-----------------------------------------------------------------
039400* INITIALIZATION
039500* The close is only taken off a completed period-end cycle that
039600* has not been closed already - anything else would freeze a
039700* position that is not the period end's.
039800*-----------------------------------------------------------------
039900 1000-INITIALIZE.
040000     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
040100     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
040200     IF WS-RETURN-CODE < 8
040300         OPEN OUTPUT CLOSERPT
040400         IF WS-CLOSERPT-STATUS NOT = "00"
040500             DISPLAY "*** MTHCLOSE - CLOSERPT NOT WRITABLE - "
040600                 WS-CLOSERPT-STATUS
040700             MOVE 8 TO WS-RETURN-CODE
040800         END-IF
040900     END-IF.
041000     IF WS-RETURN-CODE < 8
041100         OPEN OUTPUT CLOSESNP
041200         IF WS-SNAP-STATUS NOT = "00"
041300             DISPLAY "*** MTHCLOSE - CLOSESNP NOT WRITABLE - "
041400                 WS-SNAP-STATUS
041500             MOVE 8 TO WS-RETURN-CODE
041600         ELSE
041700             SET WS-SNAPSHOT-OPEN TO TRUE
041800             INITIALIZE SNP-RECORD WITH FILLER
041900             SET SNP-HEADER TO TRUE
042000             MOVE WS-PERIOD-END-DATE TO SNP-PERIOD-END-DATE
042100             MOVE WS-CURR-DATE TO SNP-ITEM-DATE
042200             PERFORM 9000-WRITE-SNAPSHOT THRU 9000-EXIT
042300         END-IF
042400     END-IF.
042500 1000-EXIT.
042600     EXIT.
042700
042800 1100-VERIFY-RUN-CONTROL.
042900     OPEN INPUT RUNCTL.
043000     IF WS-RUNCTL-STATUS NOT = "00"
043100         DISPLAY "*** MTHCLOSE - RUNCTL NOT AVAILABLE - "
043200             WS-RUNCTL-STATUS
043300         MOVE 8 TO WS-RETURN-CODE
043400     ELSE
043500         READ RUNCTL
043600             AT END
043700                 DISPLAY "*** MTHCLOSE - RUNCTL EMPTY - NO "
043800                     "CYCLE TO CLOSE"
043900                 MOVE 8 TO WS-RETURN-CODE
044000         END-READ
044100         IF WS-RETURN-CODE < 8
044200             PERFORM 1200-EDIT-RUN-CONTROL THRU 1200-EXIT
044300         END-IF
044400         CLOSE RUNCTL
044500     END-IF.
044600 1100-EXIT.
044700     EXIT.
044800
044900 1200-EDIT-RUN-CONTROL.
045000     MOVE RUN-BUSINESS-DATE TO WS-PERIOD-END-DATE.
045100     IF RUN-CLOSED-THRU-DATE IS NUMERIC
045200         MOVE RUN-CLOSED-THRU-DATE TO WS-LAST-CLOSE-DATE
045300     END-IF.
045400     IF NOT RUN-COMPLETED
045500         DISPLAY "*** MTHCLOSE - CYCLE FOR " RUN-BUSINESS-DATE
045600             " NOT COMPLETE - CLOSE REFUSED"
045700         MOVE 8 TO WS-RETURN-CODE
045800     ELSE
045900         IF NOT RUN-MONTH-END
046000             DISPLAY "*** MTHCLOSE - " RUN-BUSINESS-DATE
046100                 " IS NOT A PERIOD-END BUSINESS DATE - CLOSE "
046200                 "REFUSED"
046300             MOVE 8 TO WS-RETURN-CODE
046400         ELSE
046500             IF WS-PERIOD-END-DATE NOT > WS-LAST-CLOSE-DATE
046600                 DISPLAY "*** MTHCLOSE - PERIOD ENDED "
046700                     RUN-BUSINESS-DATE " ALREADY CLOSED - "
046800                     "CLOSE REFUSED"
046900                 MOVE 8 TO WS-RETURN-CODE
047000             END-IF
047100         END-IF
047200     END-IF.
047300 1200-EXIT.
047400     EXIT.
047500
047600*-----------------------------------------------------------------
047700* BREAKS ROLL-FORWARD
047800* The opening breaks (the last close's snapshot) and the closing
047900* breaks (the period-end master) are each summed on their own,
048000* both in entity-then-account order, and every closing break is
048100* frozen onto the snapshot as it is read.  What happened between
048200* them - breaks opened, cleared, carried at a new variance -
048300* is summed off the rolls' break activity for the period.
048400*-----------------------------------------------------------------
048500 2000-ROLL-FORWARD-BREAKS.
048600     OPEN INPUT BRKMAST.
048700     IF WS-BRK-STATUS NOT = "00"
048800         DISPLAY "*** MTHCLOSE - BRKMAST NOT AVAILABLE - "
048900             WS-BRK-STATUS
049000         MOVE 8 TO WS-RETURN-CODE
049100     ELSE
049200         SET WS-BRKMAST-OPEN TO TRUE
049300     END-IF.
049400     IF WS-RETURN-CODE < 8
049500         PERFORM 2100-OPEN-PRIOR-SNAPSHOT THRU 2100-EXIT
049600     END-IF.
049700     IF WS-RETURN-CODE < 8
049800         PERFORM 2150-LOAD-PERIOD-END-WOFFS THRU 2150-EXIT
049900     END-IF.
050000     IF WS-RETURN-CODE < 8
050100         PERFORM 2600-COUNT-OPENING THRU 2600-EXIT
050200             UNTIL WS-END-OF-PRIOR OR WS-RETURN-CODE = 8
050300     END-IF.
050400     IF WS-RETURN-CODE < 8
050500         PERFORM 2300-NEXT-CLOSING-BREAK THRU 2300-EXIT
050600         PERFORM 2700-COUNT-CLOSING THRU 2700-EXIT
050700             UNTIL WS-END-OF-MASTER OR WS-RETURN-CODE = 8
050800     END-IF.
050900     IF WS-RETURN-CODE < 8
051000         AND WS-OPENING-DATE NOT = ZERO
051100         PERFORM 2800-SUM-ACTIVITY THRU 2800-EXIT
051200     END-IF.
051300 2000-EXIT.
051400     EXIT.
051500
051600*    The first record of the previous generation is its header,
051700*    which must be the close RUNCTL last recorded - otherwise
051800*    the opening position is someone else's.  An empty PRVSNAP
051900*    (DUMMY) with no close on RUNCTL is the first close.
052000 2100-OPEN-PRIOR-SNAPSHOT.
052100     OPEN INPUT PRVSNAP.
052200     IF WS-PRVSNAP-STATUS = "35"
052300         SET WS-END-OF-PRIOR TO TRUE
052400         MOVE HIGH-VALUES TO WS-PRV-MERGE-KEY
052500     ELSE
052600         IF WS-PRVSNAP-STATUS NOT = "00"
052700             DISPLAY "*** MTHCLOSE - PRVSNAP NOT AVAILABLE - "
052800                 WS-PRVSNAP-STATUS
052900             MOVE 8 TO WS-RETURN-CODE
053000         ELSE
053100             SET WS-PRVSNAP-OPEN TO TRUE
053200             PERFORM 2200-NEXT-PRIOR-BREAK THRU 2200-EXIT
053300         END-IF
053400     END-IF.
053500     IF WS-RETURN-CODE < 8
053600         IF WS-OPENING-DATE NOT = WS-LAST-CLOSE-DATE
053700             DISPLAY "*** MTHCLOSE - PRVSNAP HOLDS THE CLOSE OF "
053800                 WS-OPENING-DATE " BUT RUNCTL RECORDS "
053900                 WS-LAST-CLOSE-DATE " CLOSED - CLOSE REFUSED"
054000             MOVE 8 TO WS-RETURN-CODE
054100         ELSE
054200             IF WS-OPENING-DATE = ZERO
054300                 DISPLAY "MTHCLOSE - NO EARLIER CLOSE ON FILE - "
054400                     "OPENING POSITION NIL"
054500                 IF WS-RETURN-CODE < 4
054600                     MOVE 4 TO WS-RETURN-CODE
054700                 END-IF
054800             END-IF
054900         END-IF
055000     END-IF.
055100 2100-EXIT.
055200     EXIT.
055300
055400*    WOFFHIST is optional - no log means nothing written off.
055500*    Only the period-end date's write-offs still standing (not
055600*    reversed by a back-out) are kept.
055700 2150-LOAD-PERIOD-END-WOFFS.
055800     MOVE "N" TO WS-EOF-SWITCH.
055900     OPEN INPUT WOFFHIST.
056000     IF WS-WOFF-STATUS NOT = "35"
056100         IF WS-WOFF-STATUS NOT = "00"
056200             DISPLAY "*** MTHCLOSE - WOFFHIST NOT AVAILABLE - "
056300                 WS-WOFF-STATUS
056400             MOVE 8 TO WS-RETURN-CODE
056500         ELSE
056600             PERFORM 2170-READ-WRITE-OFF THRU 2170-EXIT
056700             PERFORM 2180-TABLE-ONE-WRITE-OFF THRU 2180-EXIT
056800                 UNTIL WS-END-OF-FILE
056900             CLOSE WOFFHIST
057000             IF WS-PEW-OVERFLOW > ZERO
057100                 DISPLAY "*** MTHCLOSE - " WS-PEW-OVERFLOW
057200                     " PERIOD-END WRITE-OFFS BEYOND TABLE - "
057300                     "CLOSE REFUSED"
057400                 MOVE 8 TO WS-RETURN-CODE
057500             END-IF
057600         END-IF
057700     END-IF.
057800 2150-EXIT.
057900     EXIT.
058000
058100 2160-FIND-PERIOD-END-WOFF.
058200     MOVE ZERO TO WS-PEW-HIT.
058300     PERFORM 2165-TEST-PERIOD-END-WOFF THRU 2165-EXIT
058400         VARYING WS-PEW-SUB FROM 1 BY 1
058500         UNTIL WS-PEW-SUB > WS-PEW-COUNT
058600            OR WS-PEW-HIT > ZERO.
058700 2160-EXIT.
058800     EXIT.
058900
059000 2165-TEST-PERIOD-END-WOFF.
059100     IF WS-PEW-KEY (WS-PEW-SUB) = WS-LOOKUP-KEY
059200         MOVE WS-PEW-SUB TO WS-PEW-HIT
059300     END-IF.
059400 2165-EXIT.
059500     EXIT.
059600
059700 2170-READ-WRITE-OFF.
059800     READ WOFFHIST
059900         AT END SET WS-END-OF-FILE TO TRUE
060000     END-READ.
060100 2170-EXIT.
060200     EXIT.
060300
060400 2180-TABLE-ONE-WRITE-OFF.
060500     IF WOH-WRITTEN-OFF
060600         AND WOH-BUS-DATE = WS-PERIOD-END-DATE
060700         IF WS-PEW-COUNT < WS-PEW-MAX
060800             ADD 1 TO WS-PEW-COUNT
060900             MOVE WOH-KEY TO WS-PEW-KEY (WS-PEW-COUNT)
061000         ELSE
061100             ADD 1 TO WS-PEW-OVERFLOW
061200         END-IF
061300     END-IF.
061400     PERFORM 2170-READ-WRITE-OFF THRU 2170-EXIT.
061500 2180-EXIT.
061600     EXIT.
061700
061800*    The breaks lead the snapshot after its header; the first
061900*    record of any other type ends them.
062000 2200-NEXT-PRIOR-BREAK.
062100     MOVE "N" TO WS-PRV-FOUND-SWITCH.
062200     PERFORM 2210-READ-PRIOR THRU 2210-EXIT
062300         UNTIL WS-END-OF-PRIOR OR WS-PRIOR-BREAK-FOUND.
062400     IF WS-END-OF-PRIOR
062500         MOVE HIGH-VALUES TO WS-PRV-MERGE-KEY
062600     ELSE
062700         MOVE WS-PRV-KEY TO WS-PRV-MERGE-KEY
062800         IF WS-PRV-MERGE-KEY < WS-PRV-LAST-KEY
062900             DISPLAY "*** MTHCLOSE - PRVSNAP OUT OF SEQUENCE AT "
063000                 WS-PRV-ENTITY "/" WS-PRV-ACCT-KEY
063100             MOVE 8 TO WS-RETURN-CODE
063200         END-IF
063300         MOVE WS-PRV-MERGE-KEY TO WS-PRV-LAST-KEY
063400     END-IF.
063500 2200-EXIT.
063600     EXIT.
063700
063800 2210-READ-PRIOR.
063900     READ PRVSNAP INTO WS-PRV-SNAPSHOT
064000         AT END SET WS-END-OF-PRIOR TO TRUE
064100     END-READ.
064200     IF NOT WS-END-OF-PRIOR
064300         IF WS-PRV-HEADER
064400             MOVE WS-PRV-PERIOD-END-DATE TO WS-OPENING-DATE
064500         ELSE
064600             IF WS-PRV-BREAK
064700                 ADD 1 TO WS-PRIOR-READ
064800                 SET WS-PRIOR-BREAK-FOUND TO TRUE
064900             ELSE
065000                 SET WS-END-OF-PRIOR TO TRUE
065100             END-IF
065200         END-IF
065300     END-IF.
065400 2210-EXIT.
065500     EXIT.
065600
065700*    Only open breaks are on the master; a closed one left on it
065800*    is passed over all the same.
065900 2300-NEXT-CLOSING-BREAK.
066000     MOVE "N" TO WS-BRK-FOUND-SWITCH.
066100     PERFORM 2310-READ-MASTER THRU 2310-EXIT
066200         UNTIL WS-END-OF-MASTER OR WS-OPEN-BREAK-FOUND.
066300     IF WS-END-OF-MASTER
066400         MOVE HIGH-VALUES TO WS-CLS-MERGE-KEY
066500     ELSE
066600         MOVE BRK-KEY TO WS-CLS-MERGE-KEY
066700         IF WS-CLS-MERGE-KEY < WS-CLS-LAST-KEY
066800             DISPLAY "*** MTHCLOSE - BRKMAST OUT OF SEQUENCE AT "
066900                 BRK-ENTITY "/" BRK-ACCT-KEY
067000             MOVE 8 TO WS-RETURN-CODE
067100         END-IF
067200         MOVE WS-CLS-MERGE-KEY TO WS-CLS-LAST-KEY
067300     END-IF.
067400 2300-EXIT.
067500     EXIT.
067600
067700 2310-READ-MASTER.
067800     READ BRKMAST
067900         AT END SET WS-END-OF-MASTER TO TRUE
068000         NOT AT END
068100             ADD 1 TO WS-MASTER-READ
068200             IF BRK-OPEN
068300                 SET WS-OPEN-BREAK-FOUND TO TRUE
068400             END-IF
068500     END-READ.
068600 2310-EXIT.
068700     EXIT.
068800
068900*    A foreign-currency break on the opening snapshot is frozen
069000*    there but takes no part in the functional figures.
069100 2600-COUNT-OPENING.
069200     MOVE WS-PRV-ENTITY TO WS-LOOKUP-ENTITY.
069300     PERFORM 9100-FIND-ENTITY THRU 9100-EXIT.
069400     IF WS-ENT-HIT > ZERO
069500         AND WS-PRV-CURRENCY = SPACES
069600         ADD 1 TO WS-ENT-OPEN-COUNT (WS-ENT-HIT)
069700         ADD WS-PRV-AMOUNT TO WS-ENT-OPEN-AMOUNT (WS-ENT-HIT)
069800     END-IF.
069900     PERFORM 2200-NEXT-PRIOR-BREAK THRU 2200-EXIT.
070000 2600-EXIT.
070100     EXIT.
070200
070300*    Every closing break is frozen except one written off on the
070400*    period-end date, which is cleared in this period instead.
070500*    On the first close each is new as well.
070600 2700-COUNT-CLOSING.
070700     MOVE BRK-KEY TO WS-LOOKUP-KEY.
070800     PERFORM 2160-FIND-PERIOD-END-WOFF THRU 2160-EXIT.
070900     IF WS-PEW-HIT = ZERO
071000         INITIALIZE SNP-RECORD WITH FILLER
071100         SET SNP-BREAK TO TRUE
071200         MOVE WS-PERIOD-END-DATE TO SNP-PERIOD-END-DATE
071300         MOVE BRK-ENTITY TO SNP-ENTITY
071400         MOVE BRK-ACCT-KEY TO SNP-ACCT-KEY
071500         MOVE BRK-FIRST-DATE TO SNP-ITEM-DATE
071600         MOVE BRK-VARIANCE TO SNP-AMOUNT
071700         MOVE BRK-MASTER-RECORD TO SNP-SOURCE-IMAGE
071800         MOVE BRK-CURRENCY TO SNP-CURRENCY
071900         PERFORM 9000-WRITE-SNAPSHOT THRU 9000-EXIT
072000     END-IF.
072100     MOVE BRK-ENTITY TO WS-LOOKUP-ENTITY.
072200     PERFORM 9100-FIND-ENTITY THRU 9100-EXIT.
072300     IF WS-ENT-HIT > ZERO
072400         IF NOT BRK-FUNCTIONAL-CCY
072500             ADD 1 TO WS-ENT-FCY-COUNT (WS-ENT-HIT)
072600         ELSE
072700             MOVE BRK-VARIANCE TO WS-ITEM-AMOUNT
072800             IF WS-PEW-HIT > ZERO
072900                 PERFORM 2860-COUNT-CLEARED THRU 2860-EXIT
073000                 PERFORM 2870-COUNT-WRITTEN-OFF THRU 2870-EXIT
073100             ELSE
073200                 ADD 1 TO WS-ENT-CLOSE-COUNT (WS-ENT-HIT)
073300                 ADD WS-ITEM-AMOUNT
073400                     TO WS-ENT-CLOSE-AMOUNT (WS-ENT-HIT)
073500             END-IF
073600             IF WS-OPENING-DATE = ZERO
073700                 ADD 1 TO WS-ENT-NEW-COUNT (WS-ENT-HIT)
073800                 ADD WS-ITEM-AMOUNT
073900                     TO WS-ENT-NEW-AMOUNT (WS-ENT-HIT)
074000             END-IF
074100         END-IF
074200     END-IF.
074300     PERFORM 2300-NEXT-CLOSING-BREAK THRU 2300-EXIT.
074400 2700-EXIT.
074500     EXIT.
074600
074700*    Every BRKACT generation is read, newest first.  A missing
074800*    BRKACT leaves the period with no activity - the proof then
074900*    holds only if nothing moved.
075000 2800-SUM-ACTIVITY.
075100     OPEN INPUT BRKACT.
075200     IF WS-ACT-STATUS = "35"
075300         DISPLAY "MTHCLOSE - BRKACT NOT FOUND - NO BREAK "
075400             "ACTIVITY FOR THE PERIOD"
075500     ELSE
075600         IF WS-ACT-STATUS NOT = "00"
075700             DISPLAY "*** MTHCLOSE - BRKACT NOT AVAILABLE - "
075800                 WS-ACT-STATUS
075900             MOVE 8 TO WS-RETURN-CODE
076000         ELSE
076100             PERFORM 2810-READ-ACTIVITY THRU 2810-EXIT
076200             PERFORM 2820-TAKE-ONE-ACTIVITY THRU 2820-EXIT
076300                 UNTIL WS-END-OF-ACTIVITY OR WS-RETURN-CODE = 8
076400             CLOSE BRKACT
076500         END-IF
076600     END-IF.
076700 2800-EXIT.
076800     EXIT.
076900
077000 2810-READ-ACTIVITY.
077100     READ BRKACT
077200         AT END SET WS-END-OF-ACTIVITY TO TRUE
077300         NOT AT END ADD 1 TO WS-ACTIVITY-READ
077400     END-READ.
077500 2810-EXIT.
077600     EXIT.
077700
077800 2820-TAKE-ONE-ACTIVITY.
077900     IF ACT-HEADER
078000         PERFORM 2830-START-ROLL THRU 2830-EXIT
078100     ELSE
078200         IF WS-TAKING-ACTIVITY
078300             PERFORM 2850-COUNT-ONE-EVENT THRU 2850-EXIT
078400         END-IF
078500     END-IF.
078600     PERFORM 2810-READ-ACTIVITY THRU 2810-EXIT.
078700 2820-EXIT.
078800     EXIT.
078900
079000*    A roll counts when it falls after the last close and not
079100*    after the period end, and no newer generation for the same
079200*    date - its rerun after a back-out - has been taken.
079300 2830-START-ROLL.
079400     MOVE "N" TO WS-ACT-TAKE-SWITCH.
079500     IF ACT-BUS-DATE > WS-OPENING-DATE
079600         AND ACT-BUS-DATE NOT > WS-PERIOD-END-DATE
079700         MOVE ZERO TO WS-ROLL-HIT
079800         PERFORM 2840-TEST-ROLL-DATE THRU 2840-EXIT
079900             VARYING WS-ROLL-SUB FROM 1 BY 1
080000             UNTIL WS-ROLL-SUB > WS-ROLL-COUNT
080100                OR WS-ROLL-HIT > ZERO
080200         IF WS-ROLL-HIT > ZERO
080300             ADD 1 TO WS-ROLLS-SUPERSEDED
080400         ELSE
080500             IF WS-ROLL-COUNT < WS-ROLL-MAX
080600                 ADD 1 TO WS-ROLL-COUNT
080700                 MOVE ACT-BUS-DATE TO WS-ROLL-DATE (WS-ROLL-COUNT)
080800                 SET WS-TAKING-ACTIVITY TO TRUE
080900             ELSE
081000                 DISPLAY "*** MTHCLOSE - ROLL TABLE FULL AT "
081100                     ACT-BUS-DATE " - CLOSE REFUSED"
081200                 MOVE 8 TO WS-RETURN-CODE
081300             END-IF
081400         END-IF
081500     END-IF.
081600 2830-EXIT.
081700     EXIT.
081800
081900 2840-TEST-ROLL-DATE.
082000     IF WS-ROLL-DATE (WS-ROLL-SUB) = ACT-BUS-DATE
082100         MOVE WS-ROLL-SUB TO WS-ROLL-HIT
082200     END-IF.
082300 2840-EXIT.
082400     EXIT.
082500
082600*    A clearance by a write-off made on or before the last close's
082700*    period end was reported cleared by that close, and is passed
082800*    over here.
082900 2850-COUNT-ONE-EVENT.
083000     ADD 1 TO WS-ACTIVITY-TAKEN.
083100     MOVE ACT-ENTITY TO WS-LOOKUP-ENTITY.
083200     PERFORM 9100-FIND-ENTITY THRU 9100-EXIT.
083300     IF WS-ENT-HIT > ZERO
083400         AND ACT-CURRENCY = SPACES
083500         MOVE ACT-AMOUNT TO WS-ITEM-AMOUNT
083600         IF ACT-OPENED
083700             ADD 1 TO WS-ENT-NEW-COUNT (WS-ENT-HIT)
083800             ADD WS-ITEM-AMOUNT TO WS-ENT-NEW-AMOUNT (WS-ENT-HIT)
083900         END-IF
084000         IF ACT-MOVEMENT
084100             ADD 1 TO WS-ENT-CARRY-COUNT (WS-ENT-HIT)
084200             ADD WS-ITEM-AMOUNT TO WS-ENT-MOVE-AMOUNT (WS-ENT-HIT)
084300         END-IF
084400         IF ACT-CLEARED
084500             IF ACT-WRITTEN-OFF
084600                 IF ACT-WOFF-DATE > WS-OPENING-DATE
084700                     PERFORM 2860-COUNT-CLEARED THRU 2860-EXIT
084800                     PERFORM 2870-COUNT-WRITTEN-OFF THRU 2870-EXIT
084900                 END-IF
085000             ELSE
085100                 PERFORM 2860-COUNT-CLEARED THRU 2860-EXIT
085200             END-IF
085300         END-IF
085400     END-IF.
085500 2850-EXIT.
085600     EXIT.
085700
085800*    A cleared break comes off at the amount it stood at when it
085900*    cleared.
086000 2860-COUNT-CLEARED.
086100     ADD 1 TO WS-ENT-CLR-COUNT (WS-ENT-HIT).
086200     ADD WS-ITEM-AMOUNT TO WS-ENT-CLR-AMOUNT (WS-ENT-HIT).
086300 2860-EXIT.
086400     EXIT.
086500
086600 2870-COUNT-WRITTEN-OFF.
086700     ADD 1 TO WS-ENT-WOF-COUNT (WS-ENT-HIT).
086800     ADD WS-ITEM-AMOUNT TO WS-ENT-WOF-AMOUNT (WS-ENT-HIT).
086900 2870-EXIT.
087000     EXIT.
087100
087200*-----------------------------------------------------------------
087300* REJECTS - open, or corrected and approved but not yet
087400* recycled.  Recycled and reversed rejects are resolved.
087500*-----------------------------------------------------------------
087600 3000-FREEZE-REJECTS.
087700     MOVE "N" TO WS-EOF-SWITCH.
087800     OPEN INPUT ERRFILE.
087900     IF WS-ERR-STATUS NOT = "35"
088000         IF WS-ERR-STATUS NOT = "00"
088100             DISPLAY "*** MTHCLOSE - ERRFILE NOT AVAILABLE - "
088200                 WS-ERR-STATUS
088300             MOVE 8 TO WS-RETURN-CODE
088400         ELSE
088500             PERFORM 3100-READ-REJECT THRU 3100-EXIT
088600             PERFORM 3200-FREEZE-ONE-REJECT THRU 3200-EXIT
088700                 UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 8
088800             CLOSE ERRFILE
088900         END-IF
089000     END-IF.
089100 3000-EXIT.
089200     EXIT.
089300
089400 3100-READ-REJECT.
089500     READ ERRFILE
089600         AT END SET WS-END-OF-FILE TO TRUE
089700     END-READ.
089800 3100-EXIT.
089900     EXIT.
090000
090100 3200-FREEZE-ONE-REJECT.
090200     IF ERR-OPEN OR ERR-CORRECTED
090300         INITIALIZE SNP-RECORD WITH FILLER
090400         SET SNP-REJECT TO TRUE
090500         MOVE WS-PERIOD-END-DATE TO SNP-PERIOD-END-DATE
090600         MOVE ERR-ENTITY TO SNP-ENTITY
090700         MOVE ERR-ACCT-KEY TO SNP-ACCT-KEY
090800         MOVE ERR-DATE TO SNP-ITEM-DATE
090900         MOVE ERR-RECORD TO SNP-SOURCE-IMAGE
091000         PERFORM 9000-WRITE-SNAPSHOT THRU 9000-EXIT
091100         MOVE ERR-ENTITY TO WS-LOOKUP-ENTITY
091200         PERFORM 9100-FIND-ENTITY THRU 9100-EXIT
091300         IF WS-ENT-HIT > ZERO
091400             IF ERR-OPEN
091500                 ADD 1 TO WS-ENT-REJ-OPEN (WS-ENT-HIT)
091600             ELSE
091700                 ADD 1 TO WS-ENT-REJ-CORR (WS-ENT-HIT)
091800             END-IF
091900         END-IF
092000     END-IF.
092100     PERFORM 3100-READ-REJECT THRU 3100-EXIT.
092200 3200-EXIT.
092300     EXIT.
092400
092500*-----------------------------------------------------------------
092600* GL POSTING EXCEPTIONS still open
092700*-----------------------------------------------------------------
092800 4000-FREEZE-GL-EXCEPTIONS.
092900     MOVE "N" TO WS-EOF-SWITCH.
093000     OPEN INPUT GLEXCPT.
093100     IF WS-EXC-STATUS NOT = "35"
093200         IF WS-EXC-STATUS NOT = "00"
093300             DISPLAY "*** MTHCLOSE - GLEXCPT NOT AVAILABLE - "
093400                 WS-EXC-STATUS
093500             MOVE 8 TO WS-RETURN-CODE
093600         ELSE
093700             PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT
093800             PERFORM 4200-FREEZE-ONE-EXCEPTION THRU 4200-EXIT
093900                 UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 8
094000             CLOSE GLEXCPT
094100         END-IF
094200     END-IF.
094300 4000-EXIT.
094400     EXIT.
094500
094600 4100-READ-EXCEPTION.
094700     READ GLEXCPT
094800         AT END SET WS-END-OF-FILE TO TRUE
094900     END-READ.
095000 4100-EXIT.
095100     EXIT.
095200
095300 4200-FREEZE-ONE-EXCEPTION.
095400     IF EXC-OPEN
095500         INITIALIZE SNP-RECORD WITH FILLER
095600         SET SNP-GL-EXCEPTION TO TRUE
095700         MOVE WS-PERIOD-END-DATE TO SNP-PERIOD-END-DATE
095800         MOVE EXC-ENTITY TO SNP-ENTITY
095900         MOVE EXC-ACCT-KEY TO SNP-ACCT-KEY
096000         MOVE EXC-RUN-DATE TO SNP-ITEM-DATE
096100         MOVE EXC-VARIANCE TO SNP-AMOUNT
096200         MOVE EXC-RECORD TO SNP-SOURCE-IMAGE
096300         PERFORM 9000-WRITE-SNAPSHOT THRU 9000-EXIT
096400         MOVE EXC-ENTITY TO WS-LOOKUP-ENTITY
096500         PERFORM 9100-FIND-ENTITY THRU 9100-EXIT
096600         IF WS-ENT-HIT > ZERO
096700             ADD 1 TO WS-ENT-EXC-COUNT (WS-ENT-HIT)
096800             ADD EXC-VARIANCE TO WS-ENT-EXC-AMOUNT (WS-ENT-HIT)
096900         END-IF
097000     END-IF.
097100     PERFORM 4100-READ-EXCEPTION THRU 4100-EXIT.
097200 4200-EXIT.
097300     EXIT.
097400
097500*-----------------------------------------------------------------
097600* ONE-SIDED ITEMS - the period-end day's, off the matcher.
097700*-----------------------------------------------------------------
097800 5000-FREEZE-ONESIDED.
097900     MOVE "N" TO WS-EOF-SWITCH.
098000     OPEN INPUT UNMFILE.
098100     IF WS-UNMF-STATUS NOT = "35"
098200         IF WS-UNMF-STATUS NOT = "00"
098300             DISPLAY "*** MTHCLOSE - UNMFILE NOT AVAILABLE - "
098400                 WS-UNMF-STATUS
098500             MOVE 8 TO WS-RETURN-CODE
098600         ELSE
098700             PERFORM 5100-READ-ONESIDED THRU 5100-EXIT
098800             PERFORM 5200-FREEZE-ONE-ONESIDED THRU 5200-EXIT
098900                 UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 8
099000             CLOSE UNMFILE
099100         END-IF
099200     END-IF.
099300 5000-EXIT.
099400     EXIT.
099500
099600 5100-READ-ONESIDED.
099700     READ UNMFILE
099800         AT END SET WS-END-OF-FILE TO TRUE
099900     END-READ.
100000 5100-EXIT.
100100     EXIT.
100200
100300*    Signed the way the roll signs it - a statement-only amount
100400*    is the variance with the sign turned.  A bad amount is
100500*    frozen at zero rather than losing the item.
100600 5200-FREEZE-ONE-ONESIDED.
100700     MOVE ZERO TO WS-ITEM-AMOUNT.
100800     IF UNM-AMOUNT-DIGITS-X IS NUMERIC
100900         MOVE UNM-AMOUNT-DIGITS TO WS-ITEM-AMOUNT
101000         IF UNM-AMOUNT-SIGN = "-"
101100             COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
101200         END-IF
101300         IF UNM-STMT-ONLY
101400             COMPUTE WS-ITEM-AMOUNT = ZERO - WS-ITEM-AMOUNT
101500         END-IF
101600     END-IF.
101700     INITIALIZE SNP-RECORD WITH FILLER.
101800     SET SNP-ONE-SIDED TO TRUE.
101900     MOVE WS-PERIOD-END-DATE TO SNP-PERIOD-END-DATE.
102000     MOVE UNM-ENTITY TO SNP-ENTITY.
102100     MOVE UNM-ACCT-KEY TO SNP-ACCT-KEY.
102200     MOVE UNM-BUS-DATE TO SNP-ITEM-DATE.
102300     MOVE WS-ITEM-AMOUNT TO SNP-AMOUNT.
102400     MOVE UNM-RECORD TO SNP-SOURCE-IMAGE.
102500     PERFORM 9000-WRITE-SNAPSHOT THRU 9000-EXIT.
102600     MOVE UNM-ENTITY TO WS-LOOKUP-ENTITY.
102700     PERFORM 9100-FIND-ENTITY THRU 9100-EXIT.
102800     IF WS-ENT-HIT > ZERO
102900         ADD 1 TO WS-ENT-UNM-COUNT (WS-ENT-HIT)
103000         ADD WS-ITEM-AMOUNT TO WS-ENT-UNM-AMOUNT (WS-ENT-HIT)
103100     END-IF.
103200     PERFORM 5100-READ-ONESIDED THRU 5100-EXIT.
103300 5200-EXIT.
103400     EXIT.
103500
103600*-----------------------------------------------------------------
103700* THE CERTIFICATION PACKAGE - one page per entity in entity
103800* order, then the consolidated page.
103900*-----------------------------------------------------------------
104000 6000-PRINT-PACKAGE.
104100     IF WS-ENT-COUNT > 1
104200         PERFORM 6100-SORT-ONE-PASS THRU 6100-EXIT
104300             VARYING WS-ENT-SUB FROM 1 BY 1
104400             UNTIL WS-ENT-SUB >= WS-ENT-COUNT
104500     END-IF.
104600     PERFORM 6300-PRINT-ONE-ENTITY THRU 6300-EXIT
104700         VARYING WS-ENT-SUB FROM 1 BY 1
104800         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
104900     MOVE WS-CONSOLIDATED TO WS-PACKAGE.
105000     PERFORM 6400-PRINT-ONE-PAGE THRU 6400-EXIT.
105100 6000-EXIT.
105200     EXIT.
105300
105400 6100-SORT-ONE-PASS.
105500     PERFORM 6200-COMPARE-AND-SWAP THRU 6200-EXIT
105600         VARYING WS-ENT-SUB2 FROM 1 BY 1
105700         UNTIL WS-ENT-SUB2 >= WS-ENT-COUNT.
105800 6100-EXIT.
105900     EXIT.
106000
106100 6200-COMPARE-AND-SWAP.
106200     IF WS-ENT-CODE (WS-ENT-SUB2) > WS-ENT-CODE (WS-ENT-SUB2 + 1)
106300         MOVE WS-ENT-ENTRY (WS-ENT-SUB2) TO WS-SWAP-ENTRY
106400         MOVE WS-ENT-ENTRY (WS-ENT-SUB2 + 1)
106500             TO WS-ENT-ENTRY (WS-ENT-SUB2)
106600         MOVE WS-SWAP-ENTRY TO WS-ENT-ENTRY (WS-ENT-SUB2 + 1)
106700     END-IF.
106800 6200-EXIT.
106900     EXIT.
107000
107100 6300-PRINT-ONE-ENTITY.
107200     MOVE WS-ENT-ENTRY (WS-ENT-SUB) TO WS-PACKAGE.
107300     ADD WS-PKG-OPEN-COUNT TO WS-TOT-OPEN-COUNT.
107400     ADD WS-PKG-OPEN-AMOUNT TO WS-TOT-OPEN-AMOUNT.
107500     ADD WS-PKG-NEW-COUNT TO WS-TOT-NEW-COUNT.
107600     ADD WS-PKG-NEW-AMOUNT TO WS-TOT-NEW-AMOUNT.
107700     ADD WS-PKG-CLR-COUNT TO WS-TOT-CLR-COUNT.
107800     ADD WS-PKG-CLR-AMOUNT TO WS-TOT-CLR-AMOUNT.
107900     ADD WS-PKG-WOF-COUNT TO WS-TOT-WOF-COUNT.
108000     ADD WS-PKG-WOF-AMOUNT TO WS-TOT-WOF-AMOUNT.
108100     ADD WS-PKG-CARRY-COUNT TO WS-TOT-CARRY-COUNT.
108200     ADD WS-PKG-MOVE-AMOUNT TO WS-TOT-MOVE-AMOUNT.
108300     ADD WS-PKG-CLOSE-COUNT TO WS-TOT-CLOSE-COUNT.
108400     ADD WS-PKG-CLOSE-AMOUNT TO WS-TOT-CLOSE-AMOUNT.
108500     ADD WS-PKG-REJ-OPEN TO WS-TOT-REJ-OPEN.
108600     ADD WS-PKG-REJ-CORR TO WS-TOT-REJ-CORR.
108700     ADD WS-PKG-EXC-COUNT TO WS-TOT-EXC-COUNT.
108800     ADD WS-PKG-EXC-AMOUNT TO WS-TOT-EXC-AMOUNT.
108900     ADD WS-PKG-UNM-COUNT TO WS-TOT-UNM-COUNT.
109000     ADD WS-PKG-UNM-AMOUNT TO WS-TOT-UNM-AMOUNT.
109100     ADD WS-PKG-FCY-COUNT TO WS-TOT-FCY-COUNT.
109200     PERFORM 6400-PRINT-ONE-PAGE THRU 6400-EXIT.
109300 6300-EXIT.
109400     EXIT.
109500
109600 6400-PRINT-ONE-PAGE.
109700     MOVE SPACES TO CLOSERPT-LINE.
109800     IF WS-PKG-CODE = "ALL"
109900         STRING "PERIOD-END CLOSE CERTIFICATION - CONSOLIDATED"
110000             " - PERIOD ENDED " WS-PERIOD-END-DATE
110100             DELIMITED BY SIZE INTO CLOSERPT-LINE
110200     ELSE
110300         STRING "PERIOD-END CLOSE CERTIFICATION - ENTITY "
110400             WS-PKG-CODE " - PERIOD ENDED " WS-PERIOD-END-DATE
110500             DELIMITED BY SIZE INTO CLOSERPT-LINE
110600     END-IF.
110700     WRITE CLOSERPT-LINE.
110800     MOVE SPACES TO CLOSERPT-LINE.
110900     IF WS-OPENING-DATE = ZERO
111000         MOVE "NO EARLIER CLOSE ON FILE - OPENING POSITION NIL"
111100             TO CLOSERPT-LINE
111200     ELSE
111300         STRING "OPENING POSITION AS CLOSED " WS-OPENING-DATE
111400             DELIMITED BY SIZE INTO CLOSERPT-LINE
111500     END-IF.
111600     WRITE CLOSERPT-LINE.
111700     MOVE SPACES TO CLOSERPT-LINE.
111800     WRITE CLOSERPT-LINE.
111900     MOVE SPACES TO CLOSERPT-LINE.
112000     STRING "BREAKS                                          "
112100         "    COUNT                  AMOUNT"
112200         DELIMITED BY SIZE INTO CLOSERPT-LINE.
112300     WRITE CLOSERPT-LINE.
112400     MOVE "OPENING BREAKS" TO WS-PKL-LABEL.
112500     MOVE WS-PKG-OPEN-COUNT TO WS-PKL-COUNT.
112600     MOVE WS-PKG-OPEN-AMOUNT TO WS-PKL-AMOUNT.
112700     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
112800     MOVE "  ADD  NEW BREAKS" TO WS-PKL-LABEL.
112900     MOVE WS-PKG-NEW-COUNT TO WS-PKL-COUNT.
113000     MOVE WS-PKG-NEW-AMOUNT TO WS-PKL-AMOUNT.
113100     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
113200     MOVE "  LESS CLEARED BREAKS" TO WS-PKL-LABEL.
113300     MOVE WS-PKG-CLR-COUNT TO WS-PKL-COUNT.
113400     MOVE WS-PKG-CLR-AMOUNT TO WS-PKL-AMOUNT.
113500     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
113600     MOVE "       OF WHICH WRITTEN OFF" TO WS-PKL-LABEL.
113700     MOVE WS-PKG-WOF-COUNT TO WS-PKL-COUNT.
113800     MOVE WS-PKG-WOF-AMOUNT TO WS-PKL-AMOUNT.
113900     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
114000     MOVE "  MOVEMENT ON BREAKS CARRIED OPEN" TO WS-PKL-LABEL.
114100     MOVE WS-PKG-CARRY-COUNT TO WS-PKL-COUNT.
114200     MOVE WS-PKG-MOVE-AMOUNT TO WS-PKL-AMOUNT.
114300     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
114400     MOVE "CLOSING BREAKS" TO WS-PKL-LABEL.
114500     MOVE WS-PKG-CLOSE-COUNT TO WS-PKL-COUNT.
114600     MOVE WS-PKG-CLOSE-AMOUNT TO WS-PKL-AMOUNT.
114700     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
114800     PERFORM 6500-PROVE-ROLL-FORWARD THRU 6500-EXIT.
114900     MOVE "FOREIGN-CURRENCY BREAKS, NOT IN TOTALS"
115000         TO WS-PKL-LABEL.
115100     MOVE WS-PKG-FCY-COUNT TO WS-PKL-COUNT.
115200     MOVE SPACES TO WS-PKL-AMOUNT-X.
115300     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
115400     MOVE SPACES TO CLOSERPT-LINE.
115500     WRITE CLOSERPT-LINE.
115600     MOVE "OPEN ITEMS FROZEN AT PERIOD END" TO CLOSERPT-LINE.
115700     WRITE CLOSERPT-LINE.
115800     MOVE "REJECTS OPEN" TO WS-PKL-LABEL.
115900     MOVE WS-PKG-REJ-OPEN TO WS-PKL-COUNT.
116000     MOVE SPACES TO WS-PKL-AMOUNT-X.
116100     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
116200     MOVE "REJECTS CORRECTED, NOT YET RECYCLED" TO WS-PKL-LABEL.
116300     MOVE WS-PKG-REJ-CORR TO WS-PKL-COUNT.
116400     MOVE SPACES TO WS-PKL-AMOUNT-X.
116500     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
116600     MOVE "GL POSTING EXCEPTIONS OPEN" TO WS-PKL-LABEL.
116700     MOVE WS-PKG-EXC-COUNT TO WS-PKL-COUNT.
116800     MOVE WS-PKG-EXC-AMOUNT TO WS-PKL-AMOUNT.
116900     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
117000     MOVE "ONE-SIDED ITEMS OF THE PERIOD-END DAY" TO WS-PKL-LABEL.
117100     MOVE WS-PKG-UNM-COUNT TO WS-PKL-COUNT.
117200     MOVE WS-PKG-UNM-AMOUNT TO WS-PKL-AMOUNT.
117300     PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.
117400     MOVE SPACES TO CLOSERPT-LINE.
117500     WRITE CLOSERPT-LINE.
117600     MOVE "    CERTIFIED BY ______________________    DATE "
117700         TO CLOSERPT-LINE.
117800     MOVE "__________" TO CLOSERPT-LINE (53:10).
117900     WRITE CLOSERPT-LINE.
118000     MOVE SPACES TO CLOSERPT-LINE.
118100     WRITE CLOSERPT-LINE.
118200     MOVE "    REVIEWED BY  ______________________    DATE "
118300         TO CLOSERPT-LINE.
118400     MOVE "__________" TO CLOSERPT-LINE (53:10).
118500     WRITE CLOSERPT-LINE.
118600     MOVE SPACES TO CLOSERPT-LINE.
118700     WRITE CLOSERPT-LINE.
118800     WRITE CLOSERPT-LINE.
118900 6400-EXIT.
119000     EXIT.
119100
119200*    Opening plus the period's new less its cleared plus the
119300*    movement, all off the break activity, must come to the
119400*    closing breaks summed off the master.
119500 6500-PROVE-ROLL-FORWARD.
119600     COMPUTE WS-PROOF-COUNT = WS-PKG-OPEN-COUNT
119700         + WS-PKG-NEW-COUNT - WS-PKG-CLR-COUNT.
119800     COMPUTE WS-PROOF-AMOUNT = WS-PKG-OPEN-AMOUNT
119900         + WS-PKG-NEW-AMOUNT - WS-PKG-CLR-AMOUNT
120000         + WS-PKG-MOVE-AMOUNT.
120100     IF WS-PROOF-COUNT = WS-PKG-CLOSE-COUNT
120200         AND WS-PROOF-AMOUNT = WS-PKG-CLOSE-AMOUNT
120300         MOVE "    ROLL-FORWARD AGREES TO THE BREAKS MASTER"
120400             TO CLOSERPT-LINE
120500     ELSE
120600         MOVE "    *** ROLL-FORWARD DOES NOT AGREE TO THE BREAKS "
120700             TO CLOSERPT-LINE
120800         MOVE "MASTER ***" TO CLOSERPT-LINE (54:10)
120900         DISPLAY "*** MTHCLOSE - ROLL-FORWARD OUT OF BALANCE "
121000             "FOR " WS-PKG-CODE
121100         MOVE 8 TO WS-RETURN-CODE
121200     END-IF.
121300     WRITE CLOSERPT-LINE.
121400 6500-EXIT.
121500     EXIT.
121600
121700 6900-WRITE-DETAIL.
121800     MOVE WS-PKL-DETAIL TO CLOSERPT-LINE.
121900     WRITE CLOSERPT-LINE.
122000 6900-EXIT.
122100     EXIT.
122200
122300*-----------------------------------------------------------------
122400* RECORD THE PERIOD CLOSED - only once the snapshot is safely
122500* closed, and only if the cycle has not moved on meanwhile.
122600*-----------------------------------------------------------------
122700 7000-RECORD-PERIOD-CLOSED.
122800     CLOSE CLOSESNP.
122900     MOVE "N" TO WS-SNAP-OPEN-SWITCH.
123000     IF WS-SNAP-STATUS NOT = "00"
123100         DISPLAY "*** MTHCLOSE - CLOSESNP CLOSE FAILED - "
123200             WS-SNAP-STATUS
123300         MOVE 8 TO WS-RETURN-CODE
123400     END-IF.
123500     IF WS-RETURN-CODE < 8
123600         OPEN I-O RUNCTL
123700         IF WS-RUNCTL-STATUS NOT = "00"
123800             DISPLAY "*** MTHCLOSE - RUNCTL NOT AVAILABLE - "
123900                 WS-RUNCTL-STATUS
124000             MOVE 8 TO WS-RETURN-CODE
124100         ELSE
124200             PERFORM 7100-REWRITE-RUN-CONTROL THRU 7100-EXIT
124300             CLOSE RUNCTL
124400         END-IF
124500     END-IF.
124600     MOVE SPACES TO CLOSERPT-LINE.
124700     IF WS-RETURN-CODE < 8
124800         MOVE WS-SNAP-WRITTEN TO WS-EDIT-COUNT
124900         STRING "PERIOD ENDED " WS-PERIOD-END-DATE
125000             " RECORDED CLOSED - " WS-EDIT-COUNT
125100             " SNAPSHOT RECORDS"
125200             DELIMITED BY SIZE INTO CLOSERPT-LINE
125300         DISPLAY "MTHCLOSE - PERIOD ENDED " WS-PERIOD-END-DATE
125400             " CLOSED"
125500     ELSE
125600         STRING "*** PERIOD ENDED " WS-PERIOD-END-DATE
125700             " NOT RECORDED CLOSED - CORRECT AND RERUN"
125800             DELIMITED BY SIZE INTO CLOSERPT-LINE
125900     END-IF.
126000     WRITE CLOSERPT-LINE.
126100 7000-EXIT.
126200     EXIT.
126300
126400 7100-REWRITE-RUN-CONTROL.
126500     READ RUNCTL
126600         AT END
126700             DISPLAY "*** MTHCLOSE - RUNCTL EMPTY ON CLOSE"
126800             MOVE 8 TO WS-RETURN-CODE
126900     END-READ.
127000     IF WS-RETURN-CODE < 8
127100         IF RUN-BUSINESS-DATE NOT = WS-PERIOD-END-DATE
127200             DISPLAY "*** MTHCLOSE - RUNCTL MOVED ON TO "
127300                 RUN-BUSINESS-DATE " DURING THE CLOSE"
127400             MOVE 8 TO WS-RETURN-CODE
127500         ELSE
127600             MOVE WS-PERIOD-END-DATE TO RUN-CLOSED-THRU-DATE
127700             REWRITE RUN-CONTROL-RECORD
127800             IF WS-RUNCTL-STATUS NOT = "00"
127900                 DISPLAY "*** MTHCLOSE - RUNCTL REWRITE FAILED - "
128000                     WS-RUNCTL-STATUS
128100                 MOVE 8 TO WS-RETURN-CODE
128200             END-IF
128300         END-IF
128400     END-IF.
128500 7100-EXIT.
128600     EXIT.
128700
128800*-----------------------------------------------------------------
128900* TERMINATION
129000*-----------------------------------------------------------------
129100 8000-TERMINATE.
129200     DISPLAY "BREAKS OPENING:    " WS-TOT-OPEN-COUNT.
129300     DISPLAY "BREAKS NEW:        " WS-TOT-NEW-COUNT.
129400     DISPLAY "BREAKS CLEARED:    " WS-TOT-CLR-COUNT.
129500     DISPLAY "BREAKS CLOSING:    " WS-TOT-CLOSE-COUNT.
129600     DISPLAY "BREAKS FOREIGN CCY:" WS-TOT-FCY-COUNT.
129700     DISPLAY "ACTIVITY TAKEN:    " WS-ACTIVITY-TAKEN.
129800     DISPLAY "ROLLS SUPERSEDED:  " WS-ROLLS-SUPERSEDED.
129900     DISPLAY "SNAPSHOT RECORDS:  " WS-SNAP-WRITTEN.
130000     IF WS-SNAPSHOT-OPEN
130100         CLOSE CLOSESNP
130200     END-IF.
130300     IF WS-PRVSNAP-OPEN
130400         CLOSE PRVSNAP
130500     END-IF.
130600     IF WS-BRKMAST-OPEN
130700         CLOSE BRKMAST
130800     END-IF.
130900     CLOSE CLOSERPT.
131000 8000-EXIT.
131100     EXIT.
131200
131300*-----------------------------------------------------------------
131400* COMMON ROUTINES
131500*-----------------------------------------------------------------
131600 9000-WRITE-SNAPSHOT.
131700     WRITE SNP-RECORD.
131800     IF WS-SNAP-STATUS NOT = "00"
131900         DISPLAY "*** MTHCLOSE - CLOSESNP WRITE FAILED - "
132000             WS-SNAP-STATUS
132100         MOVE 8 TO WS-RETURN-CODE
132200     ELSE
132300         ADD 1 TO WS-SNAP-WRITTEN
132400     END-IF.
132500 9000-EXIT.
132600     EXIT.
132700
132800*    The entity's roll-forward entry, added at zero the first
132900*    time it is met.  A full table fails the close - a package
133000*    missing an entity cannot be certified.
133100 9100-FIND-ENTITY.
133200     MOVE ZERO TO WS-ENT-HIT.
133300     PERFORM 9110-TEST-ENTITY THRU 9110-EXIT
133400         VARYING WS-ENT-SUB FROM 1 BY 1
133500         UNTIL WS-ENT-SUB > WS-ENT-COUNT
133600            OR WS-ENT-HIT > ZERO.
133700     IF WS-ENT-HIT = ZERO
133800         IF WS-ENT-COUNT < WS-ENT-MAX
133900             ADD 1 TO WS-ENT-COUNT
134000             MOVE WS-ENT-COUNT TO WS-ENT-HIT
134100             INITIALIZE WS-ENT-ENTRY (WS-ENT-HIT)
134200             MOVE WS-LOOKUP-ENTITY TO WS-ENT-CODE (WS-ENT-HIT)
134300         ELSE
134400             DISPLAY "*** MTHCLOSE - ENTITY TABLE FULL AT "
134500                 WS-LOOKUP-ENTITY
134600             MOVE 8 TO WS-RETURN-CODE
134700         END-IF
134800     END-IF.
134900 9100-EXIT.
135000     EXIT.
135100
135200 9110-TEST-ENTITY.
135300     IF WS-ENT-CODE (WS-ENT-SUB) = WS-LOOKUP-ENTITY
135400         MOVE WS-ENT-SUB TO WS-ENT-HIT
135500     END-IF.
135600 9110-EXIT.
135700     EXIT.
