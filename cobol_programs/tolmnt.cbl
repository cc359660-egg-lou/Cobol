000500* terminal, the same way errfix.cbl is.  Walks the tolerance
000600* rules master (TOLRULES), presents each rule (account-key
000700* range, effective date, threshold, stale age) and lets the
000710* operator key replacement values.  After the walk the
000720* operator can key new rules; a rule keyed with the same range
000730* and a later (or equal) effective date supersedes an earlier
000740* one, since the comparison takes the matching rule with the
000750* latest effective date, later in the file winning a tie.
000760* Entering N at the change prompt leaves a rule as it stands.
000770*
000780* Nothing keyed here reaches TOLRULES directly.  Each change or
000790* new rule is held PENDING on the change queue (CHGPEND) under
000800* the operator's id, with the rule as it stands and as keyed,
000810* and logged to the maintenance change log (CHGLOG); it takes
000820* effect only once a different operator approves it at the
000830* checker screen (chgchk.cbl).  A rule that already has a
000840* change pending is shown but cannot be changed again until
000850* that change has been approved or declined.
001500*
001600* A missing TOLRULES (file status 35) starts a new master -
001700* the walk is skipped and the add prompts begin at once.
001800*
001900*     RC 0  - rules walked
001910*     RC 8  - TOLRULES not available, or CHGPEND or CHGLOG not
001920*             writable or a write failed
002100*
002200* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
002300* AUTHOR.        D. OKAFOR
002500*
002600* MODIFICATION HISTORY
002700*   09/01/2026  DRO  Original maintenance facility.
002710*   10/15/2026  DRO  Dual control - changes and new rules are
002720*                    held pending on CHGPEND under the maker's
002730*                    operator id and logged with before and
002740*                    after images to CHGLOG; chgchk.cbl applies
002750*                    them once a second operator approves.
002760*                    TOLRULES is now only read here.
002770*   10/15/2026  DRO  Operator id kept in upper case, so the
002780*                    checker's own-change test is not defeated by
002790*                    case.  Stale age prompt reads business days.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. tolmnt.
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-TOLRULE-STATUS.
003800
003810     SELECT CHGPEND ASSIGN TO "CHGPEND"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS WS-CHGPEND-STATUS.
003840
003850     SELECT CHGLOG ASSIGN TO "CHGLOG"
003860         ORGANIZATION IS SEQUENTIAL
003870         FILE STATUS IS WS-CHGLOG-STATUS.
003880
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TOLRULES
004200     LABEL RECORDS ARE STANDARD.
004210 01  TOLRULES-RECORD             PIC X(80).
004220
004230 FD  CHGPEND
004240     LABEL RECORDS ARE STANDARD.
004250 COPY CTLCHG.
004260
004270 FD  CHGLOG
004280     LABEL RECORDS ARE STANDARD.
004290 01  CHGLOG-RECORD               PIC X(360).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-RETURN-CODE-FIELDS.
004800
004900 01  WS-FILE-STATUS-FIELDS.
005000     05  WS-TOLRULE-STATUS           PIC X(02).
005010     05  WS-CHGPEND-STATUS           PIC X(02).
005020     05  WS-CHGLOG-STATUS            PIC X(02).
005100
005110*    The rule being walked or keyed - read INTO here, so the
005120*    add prompts have a record to build even with no master.
005130 COPY TOLRULE.
005140
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005400         88  WS-END-OF-RULES             VALUE "Y".
005800         88  WS-NO-MASTER                VALUE "Y".
005900     05  WS-ADD-DONE-SWITCH          PIC X(01) VALUE "N".
006000         88  WS-ADDING-DONE              VALUE "Y".
006010     05  WS-CHG-EOF-SWITCH           PIC X(01) VALUE "N".
006020         88  WS-END-OF-CHANGES           VALUE "Y".
006100
006110 01  WS-DATE-TIME-FIELDS.
006120     05  WS-CURR-DATE                PIC 9(08).
006130     05  WS-CURR-TIME                PIC 9(08).
006140
006150 01  WS-OPERATOR-FIELDS.
006160     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
006170
006200 01  WS-COUNTERS.
006300     05  WS-RULES-READ               PIC 9(07) COMP VALUE ZERO.
006400     05  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
006500     05  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
006510     05  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
006600
006609*    The rules with a change already pending, as they stood when
006618*    it was keyed - a second change to the same rule is refused.
006627 01  WS-PENDING-TABLE.
006636     05  WS-PEND-MAX                 PIC 9(04) COMP VALUE 500.
006645     05  WS-PEND-COUNT               PIC 9(04) COMP VALUE ZERO.
006654     05  WS-PEND-SUB                 PIC 9(04) COMP VALUE ZERO.
006663     05  WS-PEND-HIT                 PIC 9(04) COMP VALUE ZERO.
006672     05  WS-PEND-ENTRY OCCURS 500 TIMES
006681                                     PIC X(80).
006690
006700 01  WS-WORK-FIELDS.
006800     05  WS-ANSWER-X                 PIC X(10).
006900     05  WS-KEY-LO-X                 PIC X(10).
007500     05  WS-STALE-X                  PIC X(03).
007600     05  WS-STALE-9 REDEFINES WS-STALE-X
007700                                     PIC 9(03).
007710     05  WS-BEFORE-IMAGE             PIC X(80).
007800
007900 01  WS-DISPLAY-EDIT-FIELDS.
008000     05  WS-THRESHOLD-OUT            PIC Z,ZZZ,ZZ9.99.
009700* INITIALIZATION
009800*-----------------------------------------------------------------
009900 1000-INITIALIZE.
009910     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
009920     ACCEPT WS-CURR-TIME FROM TIME.
010000     DISPLAY "TOLERANCE RULES MAINTENANCE".
010010     PERFORM 1050-ACCEPT-OPERATOR THRU 1050-EXIT.
010020     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
010030     IF WS-RETURN-CODE < 8
010040         PERFORM 1200-OPEN-CHANGE-FILES THRU 1200-EXIT
010050     END-IF.
010060     IF WS-RETURN-CODE < 8
010070         OPEN INPUT TOLRULES
010080         IF WS-TOLRULE-STATUS = "35"
010090             DISPLAY "TOLMNT - NO TOLRULES - STARTING A NEW "
010100                 "MASTER"
010110             SET WS-NO-MASTER TO TRUE
010120             SET WS-END-OF-RULES TO TRUE
010130         ELSE
010140             IF WS-TOLRULE-STATUS NOT = "00"
010150                 DISPLAY "*** TOLMNT - TOLRULES NOT AVAILABLE - "
010160                     WS-TOLRULE-STATUS
010170                 MOVE 8 TO WS-RETURN-CODE
010180             ELSE
010190                 PERFORM 2100-READ-RULE THRU 2100-EXIT
010200             END-IF
010210         END-IF
010220     END-IF.
011500 1000-EXIT.
011600     EXIT.
011700
011701*    The maker's id goes on every change keyed - the checker
011702*    screen will not let the same id approve it.
011703 1050-ACCEPT-OPERATOR.
011704     MOVE "N" TO WS-FIELD-VALID-SWITCH.
011705     PERFORM 1060-PROMPT-OPERATOR THRU 1060-EXIT
011706         UNTIL WS-FIELD-IS-VALID.
011707 1050-EXIT.
011708     EXIT.
011709
011710 1060-PROMPT-OPERATOR.
011711     DISPLAY "Enter Operator Id".
011712     ACCEPT WS-OPERATOR-ID.
011713     MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID.
011714     IF WS-OPERATOR-ID = SPACES
011715         DISPLAY "*** AN OPERATOR ID IS REQUIRED - RE-ENTER ***"
011716     ELSE
011717         SET WS-FIELD-IS-VALID TO TRUE
011718     END-IF.
011719 1060-EXIT.
011720     EXIT.
011721
011722*    The queue is read once to table the rules already waiting on
011723*    a checker, then re-opened to append this session's changes.
011724*    No queue yet is simply nothing pending.
011725 1100-LOAD-PENDING.
011726     OPEN INPUT CHGPEND.
011727     IF WS-CHGPEND-STATUS = "00"
011728         PERFORM 1110-READ-PENDING THRU 1110-EXIT
011729         PERFORM 1120-TABLE-ONE-PENDING THRU 1120-EXIT
011730             UNTIL WS-END-OF-CHANGES
011731         CLOSE CHGPEND
011732     ELSE
011733         IF WS-CHGPEND-STATUS NOT = "35"
011734             DISPLAY "*** TOLMNT - CHGPEND NOT AVAILABLE - "
011735                 WS-CHGPEND-STATUS
011736             MOVE 8 TO WS-RETURN-CODE
011737         END-IF
011738     END-IF.
011739 1100-EXIT.
011740     EXIT.
011741
011742 1110-READ-PENDING.
011743     READ CHGPEND
011744         AT END SET WS-END-OF-CHANGES TO TRUE
011745     END-READ.
011746 1110-EXIT.
011747     EXIT.
011748
011749 1120-TABLE-ONE-PENDING.
011750     IF CHG-PENDING AND CHG-FOR-TOLRULES AND CHG-REPLACE
011751         IF WS-PEND-COUNT < WS-PEND-MAX
011752             ADD 1 TO WS-PEND-COUNT
011753             MOVE CHG-BEFORE-IMAGE
011754                 TO WS-PEND-ENTRY (WS-PEND-COUNT)
011755         ELSE
011756             DISPLAY "*** TOLMNT - MORE PENDING CHANGES THAN "
011757                 "THE TABLE HOLDS - RULE FROM " CHG-ACCT-KEY
011758                 " NOT CHECKED"
011759         END-IF
011760     END-IF.
011761     PERFORM 1110-READ-PENDING THRU 1110-EXIT.
011762 1120-EXIT.
011763     EXIT.
011764
011765 1200-OPEN-CHANGE-FILES.
011766     OPEN EXTEND CHGPEND.
011767     IF WS-CHGPEND-STATUS = "35"
011768         OPEN OUTPUT CHGPEND
011769     END-IF.
011770     IF WS-CHGPEND-STATUS NOT = "00"
011771         DISPLAY "*** TOLMNT - CHGPEND NOT WRITABLE - "
011772             WS-CHGPEND-STATUS
011773         MOVE 8 TO WS-RETURN-CODE
011774     END-IF.
011775     OPEN EXTEND CHGLOG.
011776     IF WS-CHGLOG-STATUS = "35"
011777         OPEN OUTPUT CHGLOG
011778     END-IF.
011779     IF WS-CHGLOG-STATUS NOT = "00"
011780         DISPLAY "*** TOLMNT - CHGLOG NOT WRITABLE - "
011781             WS-CHGLOG-STATUS
011782         MOVE 8 TO WS-RETURN-CODE
011783     END-IF.
011784 1200-EXIT.
011785     EXIT.
011786
011800*-----------------------------------------------------------------
011900* WALK THE RULES
012000*-----------------------------------------------------------------
012800     EXIT.
012900
013000 2100-READ-RULE.
013010     READ TOLRULES INTO TOL-RULE-RECORD
013200         AT END SET WS-END-OF-RULES TO TRUE
013300         NOT AT END ADD 1 TO WS-RULES-READ
013400     END-READ.
014300     DISPLAY "  EFFECTIVE: " TLR-EFF-DATE
014400         "  THRESHOLD: " WS-THRESHOLD-OUT
014500         "  STALE AGE: " TLR-STALE-DAYS.
014510     PERFORM 2250-FIND-PENDING THRU 2250-EXIT.
014520     IF WS-PEND-HIT > ZERO
014530         DISPLAY "  CHANGE PENDING APPROVAL - NOT OPEN TO "
014540             "CHANGE"
014550         ADD 1 TO WS-HELD-COUNT
014560     ELSE
014570         DISPLAY "Change this rule (Y/N)"
014580         ACCEPT WS-ANSWER-X
014590         IF WS-ANSWER-X = "Y" OR WS-ANSWER-X = "y"
014600             PERFORM 2300-CHANGE-ONE-RULE THRU 2300-EXIT
014610         END-IF
014620     END-IF.
015100     PERFORM 2100-READ-RULE THRU 2100-EXIT.
015200 2200-EXIT.
015300     EXIT.
015400
015405 2250-FIND-PENDING.
015410     MOVE ZERO TO WS-PEND-HIT.
015415     PERFORM 2260-TEST-PENDING THRU 2260-EXIT
015420         VARYING WS-PEND-SUB FROM 1 BY 1
015425         UNTIL WS-PEND-SUB > WS-PEND-COUNT
015430            OR WS-PEND-HIT > ZERO.
015435 2250-EXIT.
015440     EXIT.
015445
015450 2260-TEST-PENDING.
015455     IF WS-PEND-ENTRY (WS-PEND-SUB) = TOL-RULE-RECORD
015460         MOVE WS-PEND-SUB TO WS-PEND-HIT
015465     END-IF.
015470 2260-EXIT.
015475     EXIT.
015480
015500*    The key range stands - a different range is a new rule,
015600*    keyed through the add prompts, which supersedes this one
015700*    by the later-rule-wins-a-tie convention.
015800 2300-CHANGE-ONE-RULE.
015810     MOVE TOL-RULE-RECORD TO WS-BEFORE-IMAGE.
015900     PERFORM 5100-ACCEPT-EFF-DATE THRU 5100-EXIT.
016000     MOVE WS-DATE-X TO TLR-EFF-DATE.
016100     PERFORM 5200-ACCEPT-THRESHOLD THRU 5200-EXIT.
016200     MOVE WS-THRESHOLD-9 TO TLR-THRESHOLD.
016300     PERFORM 5300-ACCEPT-STALE-DAYS THRU 5300-EXIT.
016400     MOVE WS-STALE-9 TO TLR-STALE-DAYS.
016410     INITIALIZE CHG-RECORD WITH FILLER.
016420     SET CHG-REPLACE TO TRUE.
016430     MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE.
016440     PERFORM 6000-QUEUE-CHANGE THRU 6000-EXIT.
016450     IF WS-RETURN-CODE < 8
016460         IF WS-PEND-COUNT < WS-PEND-MAX
016470             ADD 1 TO WS-PEND-COUNT
016480             MOVE WS-BEFORE-IMAGE
016490                 TO WS-PEND-ENTRY (WS-PEND-COUNT)
016500         END-IF
017200         ADD 1 TO WS-CHANGED-COUNT
017210         DISPLAY "  CHANGE HELD FOR APPROVAL"
017220     ELSE
017230         SET WS-END-OF-RULES TO TRUE
017400     END-IF.
017500 2300-EXIT.
017600     EXIT.
017900* ADD NEW RULES
018000*-----------------------------------------------------------------
018100 3000-ADD-RULES.
018110     PERFORM 3100-PROMPT-ONE-ADD THRU 3100-EXIT
018120         UNTIL WS-ADDING-DONE.
019500 3000-EXIT.
019600     EXIT.
019700
022300     MOVE WS-DATE-X TO TLR-EFF-DATE.
022400     MOVE WS-THRESHOLD-9 TO TLR-THRESHOLD.
022500     MOVE WS-STALE-9 TO TLR-STALE-DAYS.
022510     INITIALIZE CHG-RECORD WITH FILLER.
022520     SET CHG-ADD TO TRUE.
022530     MOVE SPACES TO CHG-BEFORE-IMAGE.
022540     PERFORM 6000-QUEUE-CHANGE THRU 6000-EXIT.
022550     IF WS-RETURN-CODE < 8
023300         ADD 1 TO WS-ADDED-COUNT
023310         DISPLAY "  NEW RULE HELD FOR APPROVAL"
023320     ELSE
023330         SET WS-ADDING-DONE TO TRUE
023500     END-IF.
023600 3300-EXIT.
023700     EXIT.
028500     EXIT.
028600
028700 5310-PROMPT-STALE-DAYS.
028800     DISPLAY "Enter Stale Age in business days (3 digits, 000 = "
028900         "card stale age applies)".
029000     ACCEPT WS-STALE-X.
029100     IF WS-STALE-X IS NUMERIC
029200         SET WS-FIELD-IS-VALID TO TRUE
032600 4000-DISPLAY-TOTALS.
032700     DISPLAY " ".
032800     DISPLAY "RULES READ:        " WS-RULES-READ.
032810     DISPLAY "CHANGES HELD:      " WS-CHANGED-COUNT.
032820     DISPLAY "NEW RULES HELD:    " WS-ADDED-COUNT.
032830     DISPLAY "ALREADY PENDING:   " WS-HELD-COUNT.
033100 4000-EXIT.
033200     EXIT.
033300
033302*-----------------------------------------------------------------
033304* QUEUE ONE CHANGE - the caller has set the action and the
033306* before image; the rule as keyed is the after image.  The
033308* change is held on CHGPEND and the submission logged to
033310* CHGLOG with both images.
033312*-----------------------------------------------------------------
033314 6000-QUEUE-CHANGE.
033316     ACCEPT WS-CURR-TIME FROM TIME.
033318     MOVE "TOLRULES" TO CHG-FILE-ID.
033320     SET CHG-PENDING TO TRUE.
033322     MOVE TLR-ACCT-KEY-LO TO CHG-ACCT-KEY.
033324     MOVE WS-OPERATOR-ID TO CHG-MAKER-ID.
033326     MOVE WS-CURR-DATE TO CHG-MAKER-DATE.
033328     MOVE WS-CURR-TIME TO CHG-MAKER-TIME.
033330     MOVE ZERO TO CHG-CHECKER-DATE.
033332     MOVE ZERO TO CHG-CHECKER-TIME.
033334     MOVE TOL-RULE-RECORD TO CHG-AFTER-IMAGE.
033336     WRITE CHG-RECORD.
033338     IF WS-CHGPEND-STATUS NOT = "00"
033340         DISPLAY "*** TOLMNT - CHGPEND WRITE FAILED - "
033342             WS-CHGPEND-STATUS
033344         MOVE 8 TO WS-RETURN-CODE
033346     ELSE
033348         WRITE CHGLOG-RECORD FROM CHG-RECORD
033350         IF WS-CHGLOG-STATUS NOT = "00"
033352             DISPLAY "*** TOLMNT - CHGLOG WRITE FAILED - "
033354                 WS-CHGLOG-STATUS
033356             MOVE 8 TO WS-RETURN-CODE
033358         END-IF
033360     END-IF.
033362 6000-EXIT.
033364     EXIT.
033366
033400*-----------------------------------------------------------------
033500* TERMINATION
033600*-----------------------------------------------------------------
033700 8000-TERMINATE.
033710     CLOSE CHGPEND.
033720     CLOSE CHGLOG.
033900 8000-EXIT.
034000     EXIT.
