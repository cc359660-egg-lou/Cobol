001400* Amounts are passed through verbatim - this program matches
001500* and routes; compare.cbl's numeric edit is the gatekeeper for
001600* bad amount data.
001601*
001602* Each balance's currency rides the pair as the source stated
001603* it, with the entity's functional currency off the ledger
001604* feed's header; compare.cbl translates before it compares.
001605* Statement components summed into one aggregate must share a
001606* currency - a component in another is listed on AGGRPT and
001607* left out of the sum.
001610*
001620* Each entity's balances arrive framed by a header and a
001630* trailer record (SRCBAL); feedchk.cbl has already proven the
001640* framing and control totals, so they are skipped here.
001700*
001800*     RC 0  - both feeds matched completely
001900*     RC 4  - one or more one-sided balances (see UNMATCHD)
003019*                    complete (with its return code) on a clean
003021*                    end, and skipped outright when a resubmitted
003023*                    business day already proved it complete.
003033*   10/15/2026  DRO  The feeds now frame each entity's balances
003043*                    with a header and a trailer record, proven
003053*                    by the new feed-integrity step ahead of
003063*                    this one; the header and trailer records
003073*                    are skipped by the match, the pre-scan,
003083*                    and the sequence check.
003084*   10/15/2026  DRO  Multi-currency: each balance's currency
003085*                    (SRC-CURRENCY) is carried onto the pair,
003086*                    with the entity's functional currency off
003087*                    the ledger feed's header, so compare.cbl
003088*                    can translate a foreign branch account's
003089*                    local-currency statement balance before it
003090*                    is compared.  A statement component in a
003091*                    currency other than its aggregate's is
003092*                    listed CURRENCY MISMATCH and not summed.
003093*                    One-sided items carry their currency on
003094*                    UNMFILE and the unmatched report.
003099*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. feedmtch.
007437         88  WS-END-OF-SCAN              VALUE "Y".
007438     05  WS-COMPONENT-SWITCH         PIC X(01) VALUE "N".
007439         88  WS-IS-COMPONENT             VALUE "Y".
007440     05  WS-CONTROL-RECORD-SWITCH    PIC X(01) VALUE "N".
007441         88  WS-IS-CONTROL-RECORD        VALUE "Y".
007461
007500 01  WS-FILE-STATUS-FIELDS.
007600     05  WS-LEDG-STATUS              PIC X(02).
007700     05  WS-STMT-STATUS              PIC X(02).
009020     05  WS-COMP-INVALID             PIC 9(07) COMP VALUE ZERO.
009030     05  WS-AGG-PAIRS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
009040     05  WS-AGG-UNMATCHED            PIC 9(07) COMP VALUE ZERO.
009050     05  WS-COMP-CCY-MISMATCH        PIC 9(07) COMP VALUE ZERO.
009100
009114 01  WS-STEP-LEDGER-FIELDS.
009128     05  WS-STEP-NAME                PIC X(08) VALUE "FEEDMTCH".
009320         10  WS-LEDG-ACCT-KEY        PIC X(10).
009400     05  WS-LEDG-PREV-KEY            PIC X(13) VALUE LOW-VALUES.
009500     05  WS-LEDG-AMOUNT-X            PIC X(12).
009510     05  WS-LEDG-CCY                 PIC X(03).
009600     05  WS-STMT-KEY.
009610         10  WS-STMT-ENTITY          PIC X(03).
009620         10  WS-STMT-ACCT-KEY        PIC X(10).
009700     05  WS-STMT-PREV-KEY            PIC X(13) VALUE LOW-VALUES.
009800     05  WS-STMT-AMOUNT-X            PIC X(12).
009805     05  WS-STMT-CCY                 PIC X(03).
009810     05  WS-AGG-KEY                  PIC X(13).
009812*    The functional currency named on the ledger header of the
009814*    entity being read - it applies to that entity's pairs.
009816     05  WS-FUNC-ENTITY              PIC X(03) VALUE SPACES.
009818     05  WS-FUNC-CCY                 PIC X(03) VALUE SPACES.
009820
009822*    The aggregation relationship table - one entry per
009824*    (ledger account, statement component) pair, within
009864             15  WS-AGT-LEDGER       PIC X(10).
009866         10  WS-AGT-SUM              PIC S9(11)V99 COMP.
009867         10  WS-AGT-COMP-COUNT       PIC 9(05) COMP.
009868         10  WS-AGT-CCY              PIC X(03).
009869
009871 01  WS-AGT-SWAP.
009872     05  WS-SWP-KEY                  PIC X(13).
009873     05  WS-SWP-SUM                  PIC S9(11)V99 COMP.
009874     05  WS-SWP-COMP-COUNT           PIC 9(05) COMP.
009875     05  WS-SWP-CCY                  PIC X(03).
009876
009878*    Numeric edit for one amount - a sign byte of +, - or blank
009881*    followed by eleven digits, two assumed decimals - the same
010500         10  WS-UNM-ACCT-KEY         PIC X(10).
010600         10  FILLER                  PIC X(02) VALUE SPACES.
010700         10  WS-UNM-AMOUNT           PIC X(12).
010710         10  FILLER                  PIC X(01) VALUE SPACES.
010720         10  WS-UNM-CCY              PIC X(03).
010730         10  FILLER                  PIC X(32) VALUE SPACES.
010900
011000 01  WS-EDITED-FIELDS.
011100     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
017377 1410-SCAN-ONE-BALANCE.
017378     READ STMTFILE INTO SRC-BALANCE-RECORD
017379         AT END SET WS-END-OF-SCAN TO TRUE
017380         NOT AT END
017381             IF SRC-DETAIL-RECORD
017382                 PERFORM 1420-CHECK-COMPONENT THRU 1420-EXIT
017383             END-IF
017384     END-READ.
017385 1410-EXIT.
017386     EXIT.
017387
017388 1420-CHECK-COMPONENT.
017389     PERFORM 2230-FIND-COMPONENT THRU 2230-EXIT.
017390     IF WS-IS-COMPONENT
017391         PERFORM 1430-SUM-ONE-COMPONENT THRU 1430-EXIT
017392     END-IF.
017393 1420-EXIT.
017417     ELSE
017418         PERFORM 1440-FIND-AGGREGATE THRU 1440-EXIT
017419         IF WS-AGT-HIT > ZERO
017420             IF WS-AGT-COMP-COUNT (WS-AGT-HIT) > ZERO
017421                 AND SRC-CURRENCY NOT = WS-AGT-CCY (WS-AGT-HIT)
017422                 PERFORM 1435-CURRENCY-MISMATCH THRU 1435-EXIT
017423             ELSE
017424                 PERFORM 1432-ADD-COMPONENT THRU 1432-EXIT
017425             END-IF
017432         END-IF
017433     END-IF.
017434 1430-EXIT.
017435     EXIT.
017436
017437 1432-ADD-COMPONENT.
017438     MOVE SRC-CURRENCY TO WS-AGT-CCY (WS-AGT-HIT).
017439     ADD WS-EDIT-AMOUNT TO WS-AGT-SUM (WS-AGT-HIT).
017440     ADD 1 TO WS-AGT-COMP-COUNT (WS-AGT-HIT).
017441     ADD 1 TO WS-COMPONENTS-USED.
017442     MOVE SPACES TO AGGRPT-LINE.
017443     STRING "COMPONENT  " SRC-ENTITY " " SRC-ACCT-KEY
017444         "  " SRC-AMOUNT-X " " SRC-CURRENCY "  INTO "
017445         WS-AGR-LEDGER (WS-AGR-HIT)
017446         DELIMITED BY SIZE INTO AGGRPT-LINE.
017447     WRITE AGGRPT-LINE.
017448 1432-EXIT.
017449     EXIT.
017450
017451*    Components are summed in the currency they arrive in, so
017452*    every component of one aggregate must share it.  One in
017453*    another currency is listed and left out - the pair it
017454*    should have fed will show the shortfall.
017455 1435-CURRENCY-MISMATCH.
017456     ADD 1 TO WS-COMP-CCY-MISMATCH.
017457     MOVE SPACES TO AGGRPT-LINE.
017458     STRING "CURRENCY MISMATCH  " SRC-ENTITY " " SRC-ACCT-KEY
017459         "  " SRC-AMOUNT-X " " SRC-CURRENCY "  NOT "
017460         WS-AGT-CCY (WS-AGT-HIT) "  INTO "
017461         WS-AGR-LEDGER (WS-AGR-HIT)
017462         DELIMITED BY SIZE INTO AGGRPT-LINE.
017463     WRITE AGGRPT-LINE.
017464     IF WS-RETURN-CODE < 4
017465         MOVE 4 TO WS-RETURN-CODE
017466     END-IF.
017467 1435-EXIT.
017468     EXIT.
017469
017470 1440-FIND-AGGREGATE.
017471     MOVE ZERO TO WS-AGT-HIT.
017472     PERFORM 1450-TEST-AGGREGATE THRU 1450-EXIT
017473         VARYING WS-AGT-SUB FROM 1 BY 1
017474         UNTIL WS-AGT-SUB > WS-AGT-COUNT
017475            OR WS-AGT-HIT > ZERO.
017476     IF WS-AGT-HIT = ZERO
017477         IF WS-AGT-COUNT < WS-AGT-MAX
017478             ADD 1 TO WS-AGT-COUNT
017479             MOVE WS-AGT-COUNT TO WS-AGT-HIT
017480             MOVE SRC-ENTITY TO WS-AGT-ENTITY (WS-AGT-HIT)
017481             MOVE WS-AGR-LEDGER (WS-AGR-HIT)
017482                 TO WS-AGT-LEDGER (WS-AGT-HIT)
017483             MOVE ZERO TO WS-AGT-SUM (WS-AGT-HIT)
017484             MOVE ZERO TO WS-AGT-COMP-COUNT (WS-AGT-HIT)
017485             MOVE SPACES TO WS-AGT-CCY (WS-AGT-HIT)
017486         ELSE
017487             ADD 1 TO WS-AGT-OVERFLOW
017488             DISPLAY "*** FEEDMTCH - AGGREGATE TABLE FULL AT "
017489                 SRC-ENTITY "/" WS-AGR-LEDGER (WS-AGR-HIT)
017490             IF WS-RETURN-CODE < 4
017491                 MOVE 4 TO WS-RETURN-CODE
017492             END-IF
017493         END-IF
017494     END-IF.
017495 1440-EXIT.
017496     EXIT.
017497
017498 1450-TEST-AGGREGATE.
017499     IF WS-AGT-ENTITY (WS-AGT-SUB) = SRC-ENTITY
017500         AND WS-AGT-LEDGER (WS-AGT-SUB) =
017501             WS-AGR-LEDGER (WS-AGR-HIT)
017502         MOVE WS-AGT-SUB TO WS-AGT-HIT
017503     END-IF.
017504 1450-EXIT.
017505     EXIT.
017506
017507*    A handful of control accounts at most - a simple exchange
017508*    sort to entity-then-account order is plenty.
017509 1500-SORT-AGGREGATES.
017510     IF WS-AGT-COUNT > 1
017511         PERFORM 1510-SORT-ONE-PASS THRU 1510-EXIT
017512             VARYING WS-AGT-SUB FROM 1 BY 1
017513             UNTIL WS-AGT-SUB >= WS-AGT-COUNT
017514     END-IF.
017515 1500-EXIT.
017516     EXIT.
017517
017518 1510-SORT-ONE-PASS.
017519     PERFORM 1520-COMPARE-AND-SWAP THRU 1520-EXIT
017520         VARYING WS-AGT-SUB2 FROM 1 BY 1
017521         UNTIL WS-AGT-SUB2 >= WS-AGT-COUNT.
017522 1510-EXIT.
017523     EXIT.
017524
017525 1520-COMPARE-AND-SWAP.
017526     IF WS-AGT-KEY (WS-AGT-SUB2) > WS-AGT-KEY (WS-AGT-SUB2 + 1)
017527         MOVE WS-AGT-KEY (WS-AGT-SUB2) TO WS-SWP-KEY
017528         MOVE WS-AGT-SUM (WS-AGT-SUB2) TO WS-SWP-SUM
017529         MOVE WS-AGT-COMP-COUNT (WS-AGT-SUB2)
017530             TO WS-SWP-COMP-COUNT
017531         MOVE WS-AGT-CCY (WS-AGT-SUB2) TO WS-SWP-CCY
017532         MOVE WS-AGT-KEY (WS-AGT-SUB2 + 1)
017533             TO WS-AGT-KEY (WS-AGT-SUB2)
017534         MOVE WS-AGT-SUM (WS-AGT-SUB2 + 1)
017535             TO WS-AGT-SUM (WS-AGT-SUB2)
017536         MOVE WS-AGT-COMP-COUNT (WS-AGT-SUB2 + 1)
017537             TO WS-AGT-COMP-COUNT (WS-AGT-SUB2)
017538         MOVE WS-AGT-CCY (WS-AGT-SUB2 + 1)
017539             TO WS-AGT-CCY (WS-AGT-SUB2)
017540         MOVE WS-SWP-KEY TO WS-AGT-KEY (WS-AGT-SUB2 + 1)
017541         MOVE WS-SWP-SUM TO WS-AGT-SUM (WS-AGT-SUB2 + 1)
017542         MOVE WS-SWP-COMP-COUNT
017543             TO WS-AGT-COMP-COUNT (WS-AGT-SUB2 + 1)
017544         MOVE WS-SWP-CCY TO WS-AGT-CCY (WS-AGT-SUB2 + 1)
017545     END-IF.
017546 1520-EXIT.
017547     EXIT.
017551
017574*-----------------------------------------------------------------
017597* MATCH-MERGE
018500 2000-EXIT.
018600     EXIT.
018700
018710*    Header and trailer records frame each entity's balances -
018720*    they carry no balance and are read past.
018725*    The ledger header names the entity's functional currency.
018730 2100-READ-LEDGER.
018740     PERFORM 2110-READ-LEDGER-RECORD THRU 2110-EXIT.
018750     PERFORM 2110-READ-LEDGER-RECORD THRU 2110-EXIT
018760         UNTIL NOT WS-IS-CONTROL-RECORD
018770            OR WS-LEDG-KEY = HIGH-VALUES.
018780 2100-EXIT.
018790     EXIT.
018800
018810 2110-READ-LEDGER-RECORD.
018820     MOVE "N" TO WS-CONTROL-RECORD-SWITCH.
018900     READ LEDGFILE INTO SRC-BALANCE-RECORD
019000         AT END MOVE HIGH-VALUES TO WS-LEDG-KEY
019100         NOT AT END
019110             IF NOT SRC-DETAIL-RECORD
019120                 SET WS-IS-CONTROL-RECORD TO TRUE
019122                 IF SRC-HEADER-RECORD
019124                     MOVE SRC-ENTITY TO WS-FUNC-ENTITY
019126                     MOVE SRC-CURRENCY TO WS-FUNC-CCY
019128                 END-IF
019130             ELSE
019200                 ADD 1 TO WS-LEDGER-READ
019250                 MOVE SRC-ENTITY TO WS-LEDG-ENTITY
019260                 MOVE SRC-ACCT-KEY TO WS-LEDG-ACCT-KEY
019300                 IF WS-LEDG-KEY NOT > WS-LEDG-PREV-KEY
019400                     PERFORM 2150-LEDGER-SEQ-ERROR THRU 2150-EXIT
019500                 ELSE
019600                     MOVE WS-LEDG-KEY TO WS-LEDG-PREV-KEY
019800                     MOVE SRC-AMOUNT-X TO WS-LEDG-AMOUNT-X
019810                     MOVE SRC-CURRENCY TO WS-LEDG-CCY
019900                 END-IF
019910             END-IF
020000     END-READ.
020010 2110-EXIT.
020200     EXIT.
020300
020400 2150-LEDGER-SEQ-ERROR.
021330 2200-READ-STATEMENT.
021340     PERFORM 2210-READ-STMT-RECORD THRU 2210-EXIT.
021350     PERFORM 2220-SKIP-COMPONENT THRU 2220-EXIT
021356         UNTIL (NOT WS-IS-COMPONENT
021362            AND NOT WS-IS-CONTROL-RECORD)
021370            OR WS-STMT-KEY = HIGH-VALUES
021380            OR WS-SEQ-ERROR.
021390 2200-EXIT.
021402
021403 2210-READ-STMT-RECORD.
021404     MOVE "N" TO WS-COMPONENT-SWITCH.
021405     MOVE "N" TO WS-CONTROL-RECORD-SWITCH.
021406     READ STMTFILE INTO SRC-BALANCE-RECORD
021500         AT END MOVE HIGH-VALUES TO WS-STMT-KEY
021600         NOT AT END
021610             IF NOT SRC-DETAIL-RECORD
021620                 SET WS-IS-CONTROL-RECORD TO TRUE
021630             ELSE
021700                 ADD 1 TO WS-STMT-READ
021750                 MOVE SRC-ENTITY TO WS-STMT-ENTITY
021760                 MOVE SRC-ACCT-KEY TO WS-STMT-ACCT-KEY
021800                 IF WS-STMT-KEY NOT > WS-STMT-PREV-KEY
021900                     PERFORM 2250-STMT-SEQ-ERROR THRU 2250-EXIT
022000                 ELSE
022100                     MOVE WS-STMT-KEY TO WS-STMT-PREV-KEY
022300                     MOVE SRC-AMOUNT-X TO WS-STMT-AMOUNT-X
022310                     MOVE SRC-CURRENCY TO WS-STMT-CCY
022350                     PERFORM 2230-FIND-COMPONENT THRU 2230-EXIT
022400                 END-IF
022410             END-IF
022500     END-READ.
022600 2210-EXIT.
022700     EXIT.
025710     MOVE WS-LEDG-ENTITY TO WS-UNM-ENTITY.
025800     MOVE WS-LEDG-ACCT-KEY TO WS-UNM-ACCT-KEY.
025900     MOVE WS-LEDG-AMOUNT-X TO WS-UNM-AMOUNT.
025910     MOVE WS-LEDG-CCY TO WS-UNM-CCY.
026000     MOVE WS-UNMATCHED-DETAIL TO UNMATCHD-LINE.
026100     WRITE UNMATCHD-LINE.
026150     INITIALIZE UNM-RECORD WITH FILLER.
026165     MOVE WS-LEDG-ENTITY TO UNM-ENTITY.
026170     SET UNM-LEDGER-ONLY TO TRUE.
026180     MOVE WS-LEDG-AMOUNT-X TO UNM-AMOUNT-X.
026185     MOVE WS-LEDG-CCY TO UNM-CURRENCY.
026190     MOVE WS-BUSINESS-DATE TO UNM-BUS-DATE.
026195     WRITE UNM-RECORD.
026200     ADD 1 TO WS-LEDGER-ONLY.
026850     MOVE WS-STMT-ENTITY TO WS-UNM-ENTITY.
026900     MOVE WS-STMT-ACCT-KEY TO WS-UNM-ACCT-KEY.
027000     MOVE WS-STMT-AMOUNT-X TO WS-UNM-AMOUNT.
027010     MOVE WS-STMT-CCY TO WS-UNM-CCY.
027100     MOVE WS-UNMATCHED-DETAIL TO UNMATCHD-LINE.
027200     WRITE UNMATCHD-LINE.
027210     INITIALIZE UNM-RECORD WITH FILLER.
027225     MOVE WS-STMT-ENTITY TO UNM-ENTITY.
027230     SET UNM-STMT-ONLY TO TRUE.
027240     MOVE WS-STMT-AMOUNT-X TO UNM-AMOUNT-X.
027245     MOVE WS-STMT-CCY TO UNM-CURRENCY.
027250     MOVE WS-BUSINESS-DATE TO UNM-BUS-DATE.
027260     WRITE UNM-RECORD.
027300     ADD 1 TO WS-STMT-ONLY.
027950     MOVE WS-LEDG-ENTITY TO CMP-ENTITY.
028000     MOVE WS-LEDG-AMOUNT-X TO CMP-NUM1-X.
028100     MOVE WS-STMT-AMOUNT-X TO CMP-NUM2-X.
028110     MOVE WS-LEDG-CCY TO CMP-NUM1-CCY.
028120     MOVE WS-STMT-CCY TO CMP-NUM2-CCY.
028130     PERFORM 2650-SET-FUNC-CCY THRU 2650-EXIT.
028200     WRITE CMP-INPUT-RECORD.
028300     ADD 1 TO WS-PAIRS-WRITTEN.
028400 2600-EXIT.
028407     EXIT.
028414
028421*    The functional currency the ledger header declared for the
028428*    pair's entity - left blank if the header named none, or the
028435*    entity arrived without one, and compare.cbl then takes the
028442*    ledger side's currency.
028449 2650-SET-FUNC-CCY.
028456     IF WS-FUNC-ENTITY = WS-LEDG-ENTITY
028463         MOVE WS-FUNC-CCY TO CMP-FUNC-CCY
028470     ELSE
028477         MOVE SPACES TO CMP-FUNC-CCY
028484     END-IF.
028491 2650-EXIT.
028500     EXIT.
028502
028504*    The aggregate stream's current key - HIGH-VALUES once the
028567     MOVE "STMT AGGREGATE" TO WS-UNM-SIDE.
028568     MOVE WS-AGT-ENTITY (WS-AGT-NEXT) TO WS-UNM-ENTITY.
028569     MOVE WS-AGT-LEDGER (WS-AGT-NEXT) TO WS-UNM-ACCT-KEY.
028570     MOVE WS-AGG-AMOUNT-X TO WS-UNM-AMOUNT.
028571     MOVE WS-AGT-CCY (WS-AGT-NEXT) TO WS-UNM-CCY.
028572     MOVE WS-UNMATCHED-DETAIL TO UNMATCHD-LINE.
028573     WRITE UNMATCHD-LINE.
028574     INITIALIZE UNM-RECORD WITH FILLER.
028577     MOVE WS-AGT-ENTITY (WS-AGT-NEXT) TO UNM-ENTITY.
028578     SET UNM-STMT-ONLY TO TRUE.
028579     MOVE WS-AGG-AMOUNT-X TO UNM-AMOUNT-X.
028580     MOVE WS-AGT-CCY (WS-AGT-NEXT) TO UNM-CURRENCY.
028581     MOVE WS-BUSINESS-DATE TO UNM-BUS-DATE.
028582     WRITE UNM-RECORD.
028583     ADD 1 TO WS-AGG-UNMATCHED.
028592     INITIALIZE CMP-INPUT-RECORD WITH FILLER.
028593     MOVE WS-LEDG-ACCT-KEY TO CMP-ACCT-KEY.
028594     MOVE WS-LEDG-ENTITY TO CMP-ENTITY.
028595     MOVE WS-LEDG-AMOUNT-X TO CMP-NUM1-X.
028596     MOVE WS-AGG-AMOUNT-X TO CMP-NUM2-X.
028597     MOVE WS-LEDG-CCY TO CMP-NUM1-CCY.
028598     MOVE WS-AGT-CCY (WS-AGT-NEXT) TO CMP-NUM2-CCY.
028599     PERFORM 2650-SET-FUNC-CCY THRU 2650-EXIT.
028600     WRITE CMP-INPUT-RECORD.
028601     ADD 1 TO WS-PAIRS-WRITTEN.
028602     ADD 1 TO WS-AGG-PAIRS-WRITTEN.
028603     MOVE WS-AGT-SUM (WS-AGT-NEXT) TO WS-AGG-SUM-ED.
028604     MOVE WS-AGT-COMP-COUNT (WS-AGT-NEXT) TO WS-AGG-COMP-ED.
028605     MOVE SPACES TO AGGRPT-LINE.
028606     STRING "AGGREGATED PAIR  " WS-LEDG-ENTITY " "
028607         WS-LEDG-ACCT-KEY "  COMPONENTS " WS-AGG-COMP-ED
028608         "  SUM " WS-AGG-SUM-ED
030920     DISPLAY "COMPONENTS INVALID:      " WS-COMP-INVALID.
030930     DISPLAY "AGGREGATED PAIRS:        " WS-AGG-PAIRS-WRITTEN.
030940     DISPLAY "AGGREGATES UNMATCHED:    " WS-AGG-UNMATCHED.
030950     DISPLAY "COMPONENTS CCY MISMATCH: " WS-COMP-CCY-MISMATCH.
031000     IF (WS-LEDGER-ONLY > ZERO OR WS-STMT-ONLY > ZERO)
031100         AND WS-RETURN-CODE < 4
031200         MOVE 4 TO WS-RETURN-CODE
