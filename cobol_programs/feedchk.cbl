000100*****************************************************************
000200* FEEDCHK.CBL
000300*
000400* Feed-integrity proof - runs after the pre-flight and before
000500* the matcher builds the pairs file.  The ledger system and the
000600* statement system frame each entity's balances in their feed
000700* (LEDGFILE, STMTFILE) with a header record (source system,
000800* entity, business date) and a trailer record (detail count
000900* and hash total of SRC-AMOUNT) - SRCBAL layout.  This program
001000* reads both feeds end to end and proves, entity by entity:
001100*
001200*   header present, in entity sequence, dated the business
001300*     date on RUNCTL
001400*   every detail inside a header/trailer pair of its own entity
001500*   details counted         = trailer count
001600*   details hash-totalled   = trailer hash total
001700*   trailer present         (a missing one is a truncated feed)
001710*   every record typed H, T, D or blank (the matcher drops any
001720*     other type, so one would be lost after proof)
001800*
001900* and prints the feed-integrity report (FEEDRPT).  Anything
002000* unproven comes back RC 8 so the COND chain stops before a
002100* stale or short feed is matched - a truncated transmission
002200* would otherwise surface as hundreds of one-sided balances and
002300* false breaks.  An entity framed on one feed but absent from
002400* the other is listed as a warning: its balances will all be
002500* one-sided, which the matcher reports in its own right.
002600*
002700*     RC 0  - both feeds proven
002800*     RC 4  - an entity on one feed only, or RUNCTL missing
002900*             (header dates checked against the machine date)
003000*     RC 8  - a feed out of proof, missing or unreadable, or
003100*             FEEDRPT not writable - do not match
003200*
003300* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003400* AUTHOR.        D. OKAFOR
003500* DATE-WRITTEN.  10/15/2026
003600*
003700* MODIFICATION HISTORY
003800*   10/15/2026  DRO  Original feed-integrity step.
003810*   10/15/2026  DRO  A record typed other than H, T, D or blank
003820*                    is no longer counted as a detail toward the
003830*                    trailer proof - the matcher drops it - but
003840*                    listed, and fails its group or the feed.
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. feedchk.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LEDGFILE ASSIGN TO "LEDGFILE"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-LEDG-STATUS.
004900
005000     SELECT STMTFILE ASSIGN TO "STMTFILE"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-STMT-STATUS.
005300
005400     SELECT RUNCTL ASSIGN TO "RUNCTL"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-RUNCTL-STATUS.
005700
005800     SELECT FEEDRPT ASSIGN TO "FEEDRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-FEEDRPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  LEDGFILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  LEDG-RECORD                 PIC X(80).
006700
006800 FD  STMTFILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  STMT-RECORD                 PIC X(80).
007100
007200 FD  RUNCTL
007300     LABEL RECORDS ARE STANDARD.
007400 COPY RUNCTL.
007500
007600 FD  FEEDRPT
007700     LABEL RECORDS ARE STANDARD.
007800 01  FEEDRPT-LINE                PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-RETURN-CODE-FIELDS.
008200     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
008300
008400 01  WS-FILE-STATUS-FIELDS.
008500     05  WS-LEDG-STATUS              PIC X(02).
008600     05  WS-STMT-STATUS              PIC X(02).
008700     05  WS-RUNCTL-STATUS            PIC X(02).
008800     05  WS-FEEDRPT-STATUS           PIC X(02).
008900
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009200         88  WS-END-OF-FILE              VALUE "Y".
009300     05  WS-GROUP-SWITCH             PIC X(01) VALUE "N".
009400         88  WS-IN-GROUP                 VALUE "Y".
009500     05  WS-GROUP-FAILED-SWITCH      PIC X(01) VALUE "N".
009600         88  WS-GROUP-FAILED             VALUE "Y".
009700
009800 01  WS-DATE-TIME-FIELDS.
009900     05  WS-CURR-DATE                PIC 9(08).
010000     05  WS-CURR-TIME                PIC 9(08).
010100     05  WS-BUSINESS-DATE            PIC 9(08).
010200
010300 01  WS-STEP-LEDGER-FIELDS.
010400     05  WS-STEP-NAME                PIC X(08) VALUE "FEEDCHK".
010500     05  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
010600     05  WS-STEP-HIT                 PIC 9(04) COMP VALUE ZERO.
010700     05  WS-STEP-SKIP-SWITCH         PIC X(01) VALUE "N".
010800         88  WS-STEP-ALREADY-DONE        VALUE "Y".
010900
011000*    The feed in hand - its name for the report, and the side
011100*    (L or S) for the entity cross-check.
011200 01  WS-FEED-FIELDS.
011300     05  WS-FEED-NAME                PIC X(08).
011400     05  WS-FEED-SIDE                PIC X(01).
011500         88  WS-FEED-IS-LEDGER           VALUE "L".
011600         88  WS-FEED-IS-STATEMENT        VALUE "S".
011700     05  WS-FEED-GROUPS              PIC 9(05) COMP VALUE ZERO.
011800     05  WS-FEED-RECORDS             PIC 9(07) COMP VALUE ZERO.
011900     05  WS-PREV-ENTITY              PIC X(03).
012000
012100*    The header/trailer group being proven.
012200 01  WS-GROUP-FIELDS.
012300     05  WS-GRP-ENTITY               PIC X(03).
012400     05  WS-GRP-SOURCE-SYSTEM        PIC X(08).
012500     05  WS-GRP-FEED-DATE            PIC 9(08).
012600     05  WS-GRP-DETAIL-COUNT         PIC 9(07) COMP.
012700     05  WS-GRP-HASH-TOTAL           PIC S9(13)V99 COMP.
012800     05  WS-GRP-UNREADABLE           PIC 9(07) COMP.
012900     05  WS-GRP-STRAY-DETAILS        PIC 9(07) COMP.
012910     05  WS-GRP-UNKNOWN-TYPES        PIC 9(07) COMP.
013000     05  WS-STRAY-DETAILS            PIC 9(07) COMP VALUE ZERO.
013010     05  WS-UNKNOWN-TYPES            PIC 9(07) COMP VALUE ZERO.
013100
013200*    Numeric edit for one amount - a sign byte of +, - or blank
013300*    followed by eleven digits, two assumed decimals - the same
013400*    edit compare.cbl applies to the pair file.
013500 01  WS-AMOUNT-EDIT-FIELDS.
013600     05  WS-EDIT-AMOUNT-X.
013700         10  WS-EDIT-SIGN            PIC X(01).
013800             88  WS-EDIT-SIGN-VALID      VALUES "+" "-" " ".
013900             88  WS-EDIT-SIGN-MINUS      VALUE "-".
014000         10  WS-EDIT-DIGITS-X        PIC X(11).
014100         10  WS-EDIT-DIGITS REDEFINES WS-EDIT-DIGITS-X
014200                                     PIC 9(09)V99.
014300     05  WS-EDIT-AMOUNT              PIC S9(09)V99.
014400     05  WS-EDIT-VALID-SWITCH        PIC X(01).
014500         88  WS-EDIT-IS-VALID            VALUE "Y".
014600
014700*    The trailer's hash total - sign byte then thirteen digits,
014800*    two assumed decimals.
014900 01  WS-HASH-EDIT-FIELDS.
015000     05  WS-HASH-X.
015100         10  WS-HASH-SIGN            PIC X(01).
015200             88  WS-HASH-SIGN-VALID      VALUES "+" "-" " ".
015300             88  WS-HASH-SIGN-MINUS      VALUE "-".
015400         10  WS-HASH-DIGITS-X        PIC X(15).
015500         10  WS-HASH-DIGITS REDEFINES WS-HASH-DIGITS-X
015600                                     PIC 9(13)V99.
015700     05  WS-TRAILER-HASH             PIC S9(13)V99 COMP.
015800
015900*    Entities seen on each feed, for the one-feed-only warning.
016000 01  WS-ENTITY-TABLE.
016100     05  WS-ENT-MAX                  PIC 9(04) COMP VALUE 100.
016200     05  WS-ENT-COUNT                PIC 9(04) COMP VALUE ZERO.
016300     05  WS-ENT-SUB                  PIC 9(04) COMP VALUE ZERO.
016400     05  WS-ENT-HIT                  PIC 9(04) COMP VALUE ZERO.
016500     05  WS-ENT-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
016600     05  WS-ENT-ENTRY OCCURS 100 TIMES.
016700         10  WS-ENT-CODE             PIC X(03).
016800         10  WS-ENT-ON-LEDGER        PIC X(01).
016900         10  WS-ENT-ON-STATEMENT     PIC X(01).
017000
017100 01  WS-PROOF-COUNTS.
017200     05  WS-GROUPS-PROVEN            PIC 9(05) COMP VALUE ZERO.
017300     05  WS-GROUPS-FAILED            PIC 9(05) COMP VALUE ZERO.
017400     05  WS-FEED-FAILURES            PIC 9(05) COMP VALUE ZERO.
017500     05  WS-ONE-SIDED-ENTITIES       PIC 9(05) COMP VALUE ZERO.
017600
017700 COPY SRCBAL.
017800
017900 01  WS-REPORT-LINES.
018000     05  WS-GROUP-HEADING.
018100         10  WS-GH-FEED              PIC X(08).
018200         10  FILLER                  PIC X(09) VALUE "  ENTITY ".
018300         10  WS-GH-ENTITY            PIC X(03).
018400         10  FILLER                  PIC X(10) VALUE
018500                                     "  SOURCE ".
018600         10  WS-GH-SOURCE            PIC X(08).
018700         10  FILLER                  PIC X(10) VALUE
018800                                     "  HEADER ".
018900         10  WS-GH-FEED-DATE         PIC 9(08).
019000         10  FILLER                  PIC X(02) VALUE SPACES.
019100         10  FILLER                  PIC X(22) VALUE SPACES.
019200     05  WS-PROOF-LINE.
019300         10  FILLER                  PIC X(02) VALUE SPACES.
019400         10  WS-PROOF-CAPTION        PIC X(14).
019500         10  WS-PROOF-DETAIL-ED      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019600         10  FILLER                  PIC X(02) VALUE SPACES.
019700         10  WS-PROOF-TRAILER-ED     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019800         10  FILLER                  PIC X(02) VALUE SPACES.
019900         10  WS-PROOF-VERDICT        PIC X(14).
020000     05  WS-COUNT-LINE.
020100         10  FILLER                  PIC X(02) VALUE SPACES.
020200         10  WS-COUNT-CAPTION        PIC X(14).
020300         10  FILLER                  PIC X(11) VALUE SPACES.
020400         10  WS-COUNT-DETAIL-ED      PIC ZZ,ZZZ,ZZ9.
020500         10  FILLER                  PIC X(13) VALUE SPACES.
020600         10  WS-COUNT-TRAILER-ED     PIC ZZ,ZZZ,ZZ9.
020700         10  FILLER                  PIC X(02) VALUE SPACES.
020800         10  WS-COUNT-VERDICT        PIC X(14).
020900
021000 01  WS-EDITED-FIELDS.
021100     05  WS-EDIT-COUNT               PIC ZZ,ZZZ,ZZ9.
021200
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     PERFORM 1600-CLAIM-STEP THRU 1600-EXIT.
021600     IF NOT WS-STEP-ALREADY-DONE
021700         PERFORM 1000-INITIALIZE THRU 1000-EXIT
021800         IF WS-RETURN-CODE < 8
021900             PERFORM 2000-PROVE-LEDGER THRU 2000-EXIT
022000             PERFORM 2100-PROVE-STATEMENT THRU 2100-EXIT
022100             PERFORM 3000-PRINT-VERDICT THRU 3000-EXIT
022200         END-IF
022300         PERFORM 8000-TERMINATE THRU 8000-EXIT
022400         PERFORM 8100-RECORD-STEP-END THRU 8100-EXIT
022500     END-IF.
022600     MOVE WS-RETURN-CODE TO RETURN-CODE.
022700     STOP RUN.
022800
022900*-----------------------------------------------------------------
023000* INITIALIZATION
023100*-----------------------------------------------------------------
023200 1000-INITIALIZE.
023300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
023400     ACCEPT WS-CURR-TIME FROM TIME.
023500     MOVE WS-CURR-DATE TO WS-BUSINESS-DATE.
023600     PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT.
023700     OPEN OUTPUT FEEDRPT.
023800     IF WS-FEEDRPT-STATUS NOT = "00"
023900         DISPLAY "*** FEEDCHK - FEEDRPT NOT WRITABLE - "
024000             WS-FEEDRPT-STATUS
024100         MOVE 8 TO WS-RETURN-CODE
024200     ELSE
024300         PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT
024400     END-IF.
024500 1000-EXIT.
024600     EXIT.
024700
024800*    The cycle's business date comes off the run-control record
024900*    the pre-flight established - the machine date is kept only
025000*    when RUNCTL is missing.
025100 1100-READ-RUN-CONTROL.
025200     OPEN INPUT RUNCTL.
025300     IF WS-RUNCTL-STATUS = "00"
025400         READ RUNCTL
025500             AT END CONTINUE
025600         END-READ
025700         IF WS-RUNCTL-STATUS = "00"
025800             MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
025900         END-IF
026000         CLOSE RUNCTL
026100     ELSE
026200         DISPLAY "*** FEEDCHK - RUNCTL NOT FOUND - USING "
026300             "MACHINE DATE"
026400         IF WS-RETURN-CODE < 4
026500             MOVE 4 TO WS-RETURN-CODE
026600         END-IF
026700     END-IF.
026800 1100-EXIT.
026900     EXIT.
027000
027100 1200-PRINT-HEADINGS.
027200     MOVE SPACES TO FEEDRPT-LINE.
027300     STRING "FEED INTEGRITY REPORT - BUSINESS DATE "
027400         WS-BUSINESS-DATE DELIMITED BY SIZE INTO FEEDRPT-LINE.
027500     WRITE FEEDRPT-LINE.
027600     MOVE SPACES TO FEEDRPT-LINE.
027700     WRITE FEEDRPT-LINE.
027800     MOVE SPACES TO FEEDRPT-LINE.
027900     MOVE "CHECK" TO FEEDRPT-LINE (3:5).
028000     MOVE "DETAIL" TO FEEDRPT-LINE (32:6).
028100     MOVE "TRAILER" TO FEEDRPT-LINE (54:7).
028200     MOVE "VERDICT" TO FEEDRPT-LINE (63:7).
028300     WRITE FEEDRPT-LINE.
028400     MOVE SPACES TO FEEDRPT-LINE.
028500     WRITE FEEDRPT-LINE.
028600 1200-EXIT.
028700     EXIT.
028800
028900*-----------------------------------------------------------------
029000* PROVE EACH FEED
029100* Each feed is read end to end.  A header opens an entity's
029200* group, its details are counted and hash-totalled, and its
029300* trailer closes the group with the proof.  A feed that cannot
029400* be opened, carries no header at all, or ends inside a group
029500* (no trailer - the transmission was cut short) is unproven.
029600*-----------------------------------------------------------------
029700 2000-PROVE-LEDGER.
029800     MOVE "LEDGFILE" TO WS-FEED-NAME.
029900     MOVE "L" TO WS-FEED-SIDE.
030000     PERFORM 2200-START-FEED THRU 2200-EXIT.
030100     OPEN INPUT LEDGFILE.
030200     IF WS-LEDG-STATUS NOT = "00"
030300         DISPLAY "*** FEEDCHK - LEDGFILE NOT AVAILABLE - "
030400             WS-LEDG-STATUS
030500         MOVE SPACES TO FEEDRPT-LINE
030600         STRING "LEDGFILE  *** FEED NOT AVAILABLE - STATUS "
030700             WS-LEDG-STATUS DELIMITED BY SIZE INTO FEEDRPT-LINE
030800         WRITE FEEDRPT-LINE
030900         PERFORM 2900-FEED-UNPROVEN THRU 2900-EXIT
031000     ELSE
031100         PERFORM 2010-READ-LEDGER THRU 2010-EXIT
031200         PERFORM 2300-PROVE-ONE-RECORD THRU 2300-EXIT
031300             UNTIL WS-END-OF-FILE
031400         CLOSE LEDGFILE
031500         PERFORM 2800-END-FEED THRU 2800-EXIT
031600     END-IF.
031700 2000-EXIT.
031800     EXIT.
031900
032000 2010-READ-LEDGER.
032100     READ LEDGFILE INTO SRC-BALANCE-RECORD
032200         AT END SET WS-END-OF-FILE TO TRUE
032300         NOT AT END ADD 1 TO WS-FEED-RECORDS
032400     END-READ.
032500 2010-EXIT.
032600     EXIT.
032700
032800 2100-PROVE-STATEMENT.
032900     MOVE "STMTFILE" TO WS-FEED-NAME.
033000     MOVE "S" TO WS-FEED-SIDE.
033100     PERFORM 2200-START-FEED THRU 2200-EXIT.
033200     OPEN INPUT STMTFILE.
033300     IF WS-STMT-STATUS NOT = "00"
033400         DISPLAY "*** FEEDCHK - STMTFILE NOT AVAILABLE - "
033500             WS-STMT-STATUS
033600         MOVE SPACES TO FEEDRPT-LINE
033700         STRING "STMTFILE  *** FEED NOT AVAILABLE - STATUS "
033800             WS-STMT-STATUS DELIMITED BY SIZE INTO FEEDRPT-LINE
033900         WRITE FEEDRPT-LINE
034000         PERFORM 2900-FEED-UNPROVEN THRU 2900-EXIT
034100     ELSE
034200         PERFORM 2110-READ-STATEMENT THRU 2110-EXIT
034300         PERFORM 2300-PROVE-ONE-RECORD THRU 2300-EXIT
034400             UNTIL WS-END-OF-FILE
034500         CLOSE STMTFILE
034600         PERFORM 2800-END-FEED THRU 2800-EXIT
034700     END-IF.
034800 2100-EXIT.
034900     EXIT.
035000
035100 2110-READ-STATEMENT.
035200     READ STMTFILE INTO SRC-BALANCE-RECORD
035300         AT END SET WS-END-OF-FILE TO TRUE
035400         NOT AT END ADD 1 TO WS-FEED-RECORDS
035500     END-READ.
035600 2110-EXIT.
035700     EXIT.
035800
035900 2200-START-FEED.
036000     MOVE "N" TO WS-EOF-SWITCH.
036100     MOVE "N" TO WS-GROUP-SWITCH.
036200     MOVE ZERO TO WS-FEED-GROUPS.
036300     MOVE ZERO TO WS-FEED-RECORDS.
036400     MOVE ZERO TO WS-STRAY-DETAILS.
036410     MOVE ZERO TO WS-UNKNOWN-TYPES.
036500     MOVE LOW-VALUES TO WS-PREV-ENTITY.
036600 2200-EXIT.
036700     EXIT.
036800
036900*    One record of the feed in hand, then the next.
037000 2300-PROVE-ONE-RECORD.
037100     IF SRC-HEADER-RECORD
037200         PERFORM 2400-OPEN-GROUP THRU 2400-EXIT
037300     ELSE
037400         IF SRC-TRAILER-RECORD
037500             PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT
037600         ELSE
037610             IF SRC-DETAIL-RECORD
037700                 PERFORM 2500-COUNT-DETAIL THRU 2500-EXIT
037710             ELSE
037720                 PERFORM 2560-COUNT-UNKNOWN-TYPE THRU 2560-EXIT
037730             END-IF
037800         END-IF
037900     END-IF.
038000     IF WS-FEED-IS-LEDGER
038100         PERFORM 2010-READ-LEDGER THRU 2010-EXIT
038200     ELSE
038300         PERFORM 2110-READ-STATEMENT THRU 2110-EXIT
038400     END-IF.
038500 2300-EXIT.
038600     EXIT.
038700
038800*    A header while a group is still open means the previous
038900*    entity's trailer never came - that group is unproven.
039000 2400-OPEN-GROUP.
039100     IF WS-IN-GROUP
039200         PERFORM 2700-GROUP-NOT-CLOSED THRU 2700-EXIT
039300     END-IF.
039400     SET WS-IN-GROUP TO TRUE.
039500     MOVE "N" TO WS-GROUP-FAILED-SWITCH.
039600     ADD 1 TO WS-FEED-GROUPS.
039700     MOVE SRC-ENTITY TO WS-GRP-ENTITY.
039800     MOVE SRC-SOURCE-SYSTEM TO WS-GRP-SOURCE-SYSTEM.
039900     MOVE ZERO TO WS-GRP-FEED-DATE.
040000     IF SRC-FEED-DATE IS NUMERIC
040100         MOVE SRC-FEED-DATE TO WS-GRP-FEED-DATE
040200     END-IF.
040300     MOVE ZERO TO WS-GRP-DETAIL-COUNT.
040400     MOVE ZERO TO WS-GRP-HASH-TOTAL.
040500     MOVE ZERO TO WS-GRP-UNREADABLE.
040600     MOVE ZERO TO WS-GRP-STRAY-DETAILS.
040610     MOVE ZERO TO WS-GRP-UNKNOWN-TYPES.
040700     MOVE WS-FEED-NAME TO WS-GH-FEED.
040800     MOVE WS-GRP-ENTITY TO WS-GH-ENTITY.
040900     MOVE WS-GRP-SOURCE-SYSTEM TO WS-GH-SOURCE.
041000     MOVE WS-GRP-FEED-DATE TO WS-GH-FEED-DATE.
041100     MOVE WS-GROUP-HEADING TO FEEDRPT-LINE.
041200     WRITE FEEDRPT-LINE.
041300     IF WS-GRP-ENTITY NOT > WS-PREV-ENTITY
041400         MOVE "  *** HEADER OUT OF ENTITY SEQUENCE"
041500             TO FEEDRPT-LINE
041600         WRITE FEEDRPT-LINE
041700         SET WS-GROUP-FAILED TO TRUE
041800     END-IF.
041900     MOVE WS-GRP-ENTITY TO WS-PREV-ENTITY.
042000     IF WS-GRP-FEED-DATE NOT = WS-BUSINESS-DATE
042100         MOVE SPACES TO FEEDRPT-LINE
042200         STRING "  *** HEADER DATED " SRC-FEED-DATE
042300             " - BUSINESS DATE IS " WS-BUSINESS-DATE
042400             " - STALE OR EARLY FEED"
042500             DELIMITED BY SIZE INTO FEEDRPT-LINE
042600         WRITE FEEDRPT-LINE
042700         SET WS-GROUP-FAILED TO TRUE
042800     END-IF.
042900     PERFORM 2450-NOTE-ENTITY THRU 2450-EXIT.
043000 2400-EXIT.
043100     EXIT.
043200
043300 2450-NOTE-ENTITY.
043400     MOVE ZERO TO WS-ENT-HIT.
043500     PERFORM 2460-TEST-ENTITY THRU 2460-EXIT
043600         VARYING WS-ENT-SUB FROM 1 BY 1
043700         UNTIL WS-ENT-SUB > WS-ENT-COUNT
043800            OR WS-ENT-HIT > ZERO.
043900     IF WS-ENT-HIT = ZERO
044000         IF WS-ENT-COUNT < WS-ENT-MAX
044100             ADD 1 TO WS-ENT-COUNT
044200             MOVE WS-ENT-COUNT TO WS-ENT-HIT
044300             MOVE WS-GRP-ENTITY TO WS-ENT-CODE (WS-ENT-HIT)
044400             MOVE "N" TO WS-ENT-ON-LEDGER (WS-ENT-HIT)
044500             MOVE "N" TO WS-ENT-ON-STATEMENT (WS-ENT-HIT)
044600         ELSE
044700             ADD 1 TO WS-ENT-OVERFLOW
044800         END-IF
044900     END-IF.
045000     IF WS-ENT-HIT > ZERO
045100         IF WS-FEED-IS-LEDGER
045200             MOVE "Y" TO WS-ENT-ON-LEDGER (WS-ENT-HIT)
045300         ELSE
045400             MOVE "Y" TO WS-ENT-ON-STATEMENT (WS-ENT-HIT)
045500         END-IF
045600     END-IF.
045700 2450-EXIT.
045800     EXIT.
045900
046000 2460-TEST-ENTITY.
046100     IF WS-ENT-CODE (WS-ENT-SUB) = WS-GRP-ENTITY
046200         MOVE WS-ENT-SUB TO WS-ENT-HIT
046300     END-IF.
046400 2460-EXIT.
046500     EXIT.
046600
046700*    A detail outside any group, or carrying another entity's
046800*    code inside one, cannot be proven by any trailer.  An
046900*    amount that fails the numeric edit counts but adds nothing
047000*    to the hash - the senders total the same way.
047100 2500-COUNT-DETAIL.
047200     IF NOT WS-IN-GROUP
047300         ADD 1 TO WS-STRAY-DETAILS
047400     ELSE
047500         IF SRC-ENTITY NOT = WS-GRP-ENTITY
047600             ADD 1 TO WS-GRP-STRAY-DETAILS
047700         ELSE
047800             ADD 1 TO WS-GRP-DETAIL-COUNT
047900             MOVE SRC-AMOUNT-X TO WS-EDIT-AMOUNT-X
048000             PERFORM 2550-EDIT-AMOUNT THRU 2550-EXIT
048100             IF WS-EDIT-IS-VALID
048200                 ADD WS-EDIT-AMOUNT TO WS-GRP-HASH-TOTAL
048300             ELSE
048400                 ADD 1 TO WS-GRP-UNREADABLE
048500             END-IF
048600         END-IF
048700     END-IF.
048800 2500-EXIT.
048900     EXIT.
049000
049100 2550-EDIT-AMOUNT.
049200     MOVE "N" TO WS-EDIT-VALID-SWITCH.
049300     MOVE ZERO TO WS-EDIT-AMOUNT.
049400     IF WS-EDIT-SIGN-VALID
049500         AND WS-EDIT-DIGITS-X IS NUMERIC
049600         SET WS-EDIT-IS-VALID TO TRUE
049700         MOVE WS-EDIT-DIGITS TO WS-EDIT-AMOUNT
049800         IF WS-EDIT-SIGN-MINUS
049900             COMPUTE WS-EDIT-AMOUNT = ZERO - WS-EDIT-AMOUNT
050000         END-IF
050100     END-IF.
050200 2550-EXIT.
050300     EXIT.
050400
050408*    A record type the matcher does not know is dropped there,
050416*    so it cannot count toward any trailer - it is listed with
050424*    its group, or with the feed if it falls outside one.
050432 2560-COUNT-UNKNOWN-TYPE.
050440     IF WS-IN-GROUP
050448         ADD 1 TO WS-GRP-UNKNOWN-TYPES
050456     ELSE
050464         ADD 1 TO WS-UNKNOWN-TYPES
050472     END-IF.
050480 2560-EXIT.
050488     EXIT.
050494
050500*    The trailer proves the group: same entity, count and hash
050600*    total agreeing with what was read.
050700 2600-CLOSE-GROUP.
050800     IF NOT WS-IN-GROUP
050900         MOVE SPACES TO FEEDRPT-LINE
051000         STRING WS-FEED-NAME "  ENTITY " SRC-ENTITY
051100             "  *** TRAILER WITH NO HEADER"
051200             DELIMITED BY SIZE INTO FEEDRPT-LINE
051300         WRITE FEEDRPT-LINE
051400         ADD 1 TO WS-GROUPS-FAILED
051500     ELSE
051600         IF SRC-ENTITY NOT = WS-GRP-ENTITY
051700             MOVE SPACES TO FEEDRPT-LINE
051800             STRING "  *** TRAILER FOR ENTITY " SRC-ENTITY
051900                 " CLOSES THIS GROUP"
052000                 DELIMITED BY SIZE INTO FEEDRPT-LINE
052100             WRITE FEEDRPT-LINE
052200             SET WS-GROUP-FAILED TO TRUE
052300         END-IF
052400         PERFORM 2650-PRINT-GROUP-PROOF THRU 2650-EXIT
052500         MOVE "N" TO WS-GROUP-SWITCH
052600     END-IF.
052700 2600-EXIT.
052800     EXIT.
052900
053000 2650-PRINT-GROUP-PROOF.
053100     MOVE "DETAIL COUNT" TO WS-COUNT-CAPTION.
053200     MOVE WS-GRP-DETAIL-COUNT TO WS-COUNT-DETAIL-ED.
053300     IF SRC-TRAILER-COUNT IS NUMERIC
053400         MOVE SRC-TRAILER-COUNT TO WS-COUNT-TRAILER-ED
053500     ELSE
053600         MOVE ZERO TO WS-COUNT-TRAILER-ED
053700     END-IF.
053800     IF SRC-TRAILER-COUNT IS NUMERIC
053900         AND SRC-TRAILER-COUNT = WS-GRP-DETAIL-COUNT
054000         MOVE "IN BALANCE" TO WS-COUNT-VERDICT
054100     ELSE
054200         MOVE "OUT OF BALANCE" TO WS-COUNT-VERDICT
054300         SET WS-GROUP-FAILED TO TRUE
054400     END-IF.
054500     MOVE WS-COUNT-LINE TO FEEDRPT-LINE.
054600     WRITE FEEDRPT-LINE.
054700     MOVE SRC-HASH-TOTAL-X TO WS-HASH-X.
054800     MOVE ZERO TO WS-TRAILER-HASH.
054900     MOVE "HASH TOTAL" TO WS-PROOF-CAPTION.
055000     MOVE WS-GRP-HASH-TOTAL TO WS-PROOF-DETAIL-ED.
055100     IF WS-HASH-SIGN-VALID
055200         AND WS-HASH-DIGITS-X IS NUMERIC
055300         MOVE WS-HASH-DIGITS TO WS-TRAILER-HASH
055400         IF WS-HASH-SIGN-MINUS
055500             COMPUTE WS-TRAILER-HASH = ZERO - WS-TRAILER-HASH
055600         END-IF
055700         MOVE WS-TRAILER-HASH TO WS-PROOF-TRAILER-ED
055800         IF WS-TRAILER-HASH = WS-GRP-HASH-TOTAL
055900             MOVE "IN BALANCE" TO WS-PROOF-VERDICT
056000         ELSE
056100             MOVE "OUT OF BALANCE" TO WS-PROOF-VERDICT
056200             SET WS-GROUP-FAILED TO TRUE
056300         END-IF
056400     ELSE
056500         MOVE ZERO TO WS-PROOF-TRAILER-ED
056600         MOVE "NOT NUMERIC" TO WS-PROOF-VERDICT
056700         SET WS-GROUP-FAILED TO TRUE
056800     END-IF.
056900     MOVE WS-PROOF-LINE TO FEEDRPT-LINE.
057000     WRITE FEEDRPT-LINE.
057100     IF WS-GRP-UNREADABLE > ZERO
057200         MOVE WS-GRP-UNREADABLE TO WS-EDIT-COUNT
057300         MOVE SPACES TO FEEDRPT-LINE
057400         STRING "  NOTE - " WS-EDIT-COUNT
057500             " AMOUNT(S) NOT NUMERIC - COUNTED, NOT HASHED"
057600             DELIMITED BY SIZE INTO FEEDRPT-LINE
057700         WRITE FEEDRPT-LINE
057800     END-IF.
057900     IF WS-GRP-STRAY-DETAILS > ZERO
058000         MOVE WS-GRP-STRAY-DETAILS TO WS-EDIT-COUNT
058100         MOVE SPACES TO FEEDRPT-LINE
058200         STRING "  *** " WS-EDIT-COUNT
058300             " DETAIL(S) OF ANOTHER ENTITY INSIDE THIS GROUP"
058400             DELIMITED BY SIZE INTO FEEDRPT-LINE
058500         WRITE FEEDRPT-LINE
058600         SET WS-GROUP-FAILED TO TRUE
058700     END-IF.
058710     IF WS-GRP-UNKNOWN-TYPES > ZERO
058720         MOVE WS-GRP-UNKNOWN-TYPES TO WS-EDIT-COUNT
058730         MOVE SPACES TO FEEDRPT-LINE
058740         STRING "  *** " WS-EDIT-COUNT
058750             " RECORD(S) NOT TYPED H, T, D OR BLANK"
058760             DELIMITED BY SIZE INTO FEEDRPT-LINE
058770         WRITE FEEDRPT-LINE
058780         SET WS-GROUP-FAILED TO TRUE
058790     END-IF.
058800     IF WS-GROUP-FAILED
058900         MOVE "  *** ENTITY NOT PROVEN" TO FEEDRPT-LINE
059000         ADD 1 TO WS-GROUPS-FAILED
059100     ELSE
059200         MOVE "  ENTITY PROVEN" TO FEEDRPT-LINE
059300         ADD 1 TO WS-GROUPS-PROVEN
059400     END-IF.
059500     WRITE FEEDRPT-LINE.
059600     MOVE SPACES TO FEEDRPT-LINE.
059700     WRITE FEEDRPT-LINE.
059800 2650-EXIT.
059900     EXIT.
060000
060100 2700-GROUP-NOT-CLOSED.
060200     MOVE SPACES TO FEEDRPT-LINE.
060300     STRING "  *** NO TRAILER FOR ENTITY " WS-GRP-ENTITY
060400         " - FEED CUT SHORT OR MIS-FRAMED"
060500         DELIMITED BY SIZE INTO FEEDRPT-LINE.
060600     WRITE FEEDRPT-LINE.
060700     MOVE SPACES TO FEEDRPT-LINE.
060800     WRITE FEEDRPT-LINE.
060900     ADD 1 TO WS-GROUPS-FAILED.
061000     MOVE "N" TO WS-GROUP-SWITCH.
061100 2700-EXIT.
061200     EXIT.
061300
061400 2800-END-FEED.
061500     IF WS-IN-GROUP
061600         PERFORM 2700-GROUP-NOT-CLOSED THRU 2700-EXIT
061700     END-IF.
061800     IF WS-STRAY-DETAILS > ZERO
061900         MOVE WS-STRAY-DETAILS TO WS-EDIT-COUNT
062000         MOVE SPACES TO FEEDRPT-LINE
062100         STRING WS-FEED-NAME "  *** " WS-EDIT-COUNT
062200             " DETAIL(S) OUTSIDE ANY HEADER/TRAILER"
062300             DELIMITED BY SIZE INTO FEEDRPT-LINE
062400         WRITE FEEDRPT-LINE
062500         PERFORM 2900-FEED-UNPROVEN THRU 2900-EXIT
062600     END-IF.
062610     IF WS-UNKNOWN-TYPES > ZERO
062620         MOVE WS-UNKNOWN-TYPES TO WS-EDIT-COUNT
062630         MOVE SPACES TO FEEDRPT-LINE
062640         STRING WS-FEED-NAME "  *** " WS-EDIT-COUNT
062650             " RECORD(S) NOT TYPED H, T, D OR BLANK"
062660             DELIMITED BY SIZE INTO FEEDRPT-LINE
062670         WRITE FEEDRPT-LINE
062680         PERFORM 2900-FEED-UNPROVEN THRU 2900-EXIT
062690     END-IF.
062700     IF WS-FEED-GROUPS = ZERO
062800         MOVE SPACES TO FEEDRPT-LINE
062900         STRING WS-FEED-NAME "  *** NO HEADER RECORDS - "
063000             "FEED EMPTY OR NOT FRAMED"
063100             DELIMITED BY SIZE INTO FEEDRPT-LINE
063200         WRITE FEEDRPT-LINE
063300         PERFORM 2900-FEED-UNPROVEN THRU 2900-EXIT
063400     END-IF.
063500     MOVE WS-FEED-RECORDS TO WS-EDIT-COUNT.
063600     DISPLAY "FEEDCHK - " WS-FEED-NAME " RECORDS READ: "
063700         WS-EDIT-COUNT.
063800 2800-EXIT.
063900     EXIT.
064000
064100 2900-FEED-UNPROVEN.
064200     ADD 1 TO WS-FEED-FAILURES.
064300     MOVE SPACES TO FEEDRPT-LINE.
064400     WRITE FEEDRPT-LINE.
064500 2900-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------------
064900* THE VERDICT
065000*-----------------------------------------------------------------
065100 3000-PRINT-VERDICT.
065200     PERFORM 3100-CHECK-ONE-ENTITY THRU 3100-EXIT
065300         VARYING WS-ENT-SUB FROM 1 BY 1
065400         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
065500     IF WS-ENT-OVERFLOW > ZERO
065600         DISPLAY "*** FEEDCHK - " WS-ENT-OVERFLOW
065700             " ENTITIES BEYOND TABLE - NOT CROSS-CHECKED"
065800         IF WS-RETURN-CODE < 4
065900             MOVE 4 TO WS-RETURN-CODE
066000         END-IF
066100     END-IF.
066200     MOVE SPACES TO FEEDRPT-LINE.
066300     WRITE FEEDRPT-LINE.
066400     MOVE WS-GROUPS-PROVEN TO WS-EDIT-COUNT.
066500     MOVE SPACES TO FEEDRPT-LINE.
066600     STRING "ENTITY GROUPS PROVEN  . . . . . " WS-EDIT-COUNT
066700         DELIMITED BY SIZE INTO FEEDRPT-LINE.
066800     WRITE FEEDRPT-LINE.
066900     MOVE WS-GROUPS-FAILED TO WS-EDIT-COUNT.
067000     MOVE SPACES TO FEEDRPT-LINE.
067100     STRING "ENTITY GROUPS NOT PROVEN  . . . " WS-EDIT-COUNT
067200         DELIMITED BY SIZE INTO FEEDRPT-LINE.
067300     WRITE FEEDRPT-LINE.
067400     MOVE SPACES TO FEEDRPT-LINE.
067500     WRITE FEEDRPT-LINE.
067600     IF WS-GROUPS-FAILED = ZERO AND WS-FEED-FAILURES = ZERO
067700         MOVE "FEEDS PROVEN - CLEAR TO MATCH" TO FEEDRPT-LINE
067800         DISPLAY "FEEDCHK - FEEDS PROVEN"
067900         IF WS-ONE-SIDED-ENTITIES > ZERO AND WS-RETURN-CODE < 4
068000             MOVE 4 TO WS-RETURN-CODE
068100         END-IF
068200     ELSE
068300         MOVE "*** FEEDS NOT PROVEN - DO NOT MATCH ***"
068400             TO FEEDRPT-LINE
068500         DISPLAY "*** FEEDCHK - FEEDS NOT PROVEN - "
068600             WS-GROUPS-FAILED " ENTITY GROUP(S), "
068700             WS-FEED-FAILURES " FEED(S) FAILED"
068800         MOVE 8 TO WS-RETURN-CODE
068900     END-IF.
069000     WRITE FEEDRPT-LINE.
069100 3000-EXIT.
069200     EXIT.
069300
069400 3100-CHECK-ONE-ENTITY.
069500     IF WS-ENT-ON-LEDGER (WS-ENT-SUB) = "N"
069600         OR WS-ENT-ON-STATEMENT (WS-ENT-SUB) = "N"
069700         ADD 1 TO WS-ONE-SIDED-ENTITIES
069800         MOVE SPACES TO FEEDRPT-LINE
069900         IF WS-ENT-ON-LEDGER (WS-ENT-SUB) = "N"
070000             STRING "ENTITY " WS-ENT-CODE (WS-ENT-SUB)
070100                 " ON STMTFILE ONLY - ITS BALANCES WILL ALL "
070200                 "BE ONE-SIDED"
070300                 DELIMITED BY SIZE INTO FEEDRPT-LINE
070400         ELSE
070500             STRING "ENTITY " WS-ENT-CODE (WS-ENT-SUB)
070600                 " ON LEDGFILE ONLY - ITS BALANCES WILL ALL "
070700                 "BE ONE-SIDED"
070800                 DELIMITED BY SIZE INTO FEEDRPT-LINE
070900         END-IF
071000         WRITE FEEDRPT-LINE
071100     END-IF.
071200 3100-EXIT.
071300     EXIT.
071400
071500*-----------------------------------------------------------------
071600* STEP LEDGER
071700* The run-control record carries one slot per cycle step.  The
071800* step is claimed (marked started) before any output file is
071900* touched, so a resubmission of a started business day skips a
072000* step already proven complete instead of rerunning it over its
072100* own output.  A missing RUNCTL simply means no step control.
072200*-----------------------------------------------------------------
072300 1600-CLAIM-STEP.
072400     OPEN I-O RUNCTL.
072500     IF WS-RUNCTL-STATUS NOT = "00"
072600         DISPLAY "FEEDCHK - RUNCTL NOT AVAILABLE - NO STEP "
072700             "CONTROL THIS RUN"
072800     ELSE
072900         READ RUNCTL
073000             AT END CONTINUE
073100         END-READ
073200         IF WS-RUNCTL-STATUS = "00"
073300             PERFORM 1610-FIND-STEP-ENTRY THRU 1610-EXIT
073400             IF WS-STEP-HIT > ZERO
073500                 IF RUN-STEP-COMPLETE (WS-STEP-HIT)
073600                     AND RUN-STEP-NAME (WS-STEP-HIT) =
073700                         WS-STEP-NAME
073800                     DISPLAY "FEEDCHK - STEP ALREADY COMPLETE "
073900                         "FOR " RUN-BUSINESS-DATE
074000                         " - SKIPPED"
074100                     SET WS-STEP-ALREADY-DONE TO TRUE
074200                 ELSE
074300                     MOVE WS-STEP-NAME
074400                         TO RUN-STEP-NAME (WS-STEP-HIT)
074500                     MOVE "S"
074600                         TO RUN-STEP-STATUS (WS-STEP-HIT)
074700                     MOVE ZERO TO RUN-STEP-RC (WS-STEP-HIT)
074800                     REWRITE RUN-CONTROL-RECORD
074900                 END-IF
075000             END-IF
075100         END-IF
075200         CLOSE RUNCTL
075300     END-IF.
075400 1600-EXIT.
075500     EXIT.
075600
075700*    The step's own slot, or the first unclaimed one.  A full
075800*    ledger leaves the step uncontrolled, with a warning.
075900 1610-FIND-STEP-ENTRY.
076000     MOVE ZERO TO WS-STEP-HIT.
076100     PERFORM 1620-TEST-STEP-ENTRY THRU 1620-EXIT
076200         VARYING WS-STEP-SUB FROM 1 BY 1
076300         UNTIL WS-STEP-SUB > 10
076400            OR WS-STEP-HIT > ZERO.
076500     IF WS-STEP-HIT = ZERO
076600         DISPLAY "*** FEEDCHK - STEP LEDGER FULL - STEP NOT "
076700             "RECORDED"
076800     END-IF.
076900 1610-EXIT.
077000     EXIT.
077100
077200 1620-TEST-STEP-ENTRY.
077300     IF RUN-STEP-NAME (WS-STEP-SUB) = WS-STEP-NAME
077400         OR RUN-STEP-NAME (WS-STEP-SUB) = SPACES
077500         MOVE WS-STEP-SUB TO WS-STEP-HIT
077600     END-IF.
077700 1620-EXIT.
077800     EXIT.
077900
078000*    Clean completion is proven in the ledger; a failed step
078100*    keeps its started mark (with the return code) so the rerun
078200*    resumes here.
078300 8100-RECORD-STEP-END.
078400     OPEN I-O RUNCTL.
078500     IF WS-RUNCTL-STATUS = "00"
078600         READ RUNCTL
078700             AT END CONTINUE
078800         END-READ
078900         IF WS-RUNCTL-STATUS = "00"
079000             PERFORM 1610-FIND-STEP-ENTRY THRU 1610-EXIT
079100             IF WS-STEP-HIT > ZERO
079200                 AND RUN-STEP-NAME (WS-STEP-HIT) =
079300                     WS-STEP-NAME
079400                 MOVE WS-RETURN-CODE
079500                     TO RUN-STEP-RC (WS-STEP-HIT)
079600                 IF WS-RETURN-CODE < 8
079700                     MOVE "C"
079800                         TO RUN-STEP-STATUS (WS-STEP-HIT)
079900                 END-IF
080000                 REWRITE RUN-CONTROL-RECORD
080100             END-IF
080200         END-IF
080300         CLOSE RUNCTL
080400     END-IF.
080500 8100-EXIT.
080600     EXIT.
080700
080800*-----------------------------------------------------------------
080900* TERMINATION
081000*-----------------------------------------------------------------
081100 8000-TERMINATE.
081200     CLOSE FEEDRPT.
081300 8000-EXIT.
081400     EXIT.
