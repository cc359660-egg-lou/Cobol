000100*****************************************************************
000200* OWNMNT.CBL
000300*
000400* Account ownership maintenance facility - run by ops at a
000500* terminal, the same way tolmnt.cbl maintains the tolerance
000600* rules.  Walks the ownership master (OWNMAST), presents each
000700* record (entity, account-key range, analyst, team, supervisor,
000800* SLA) and lets the operator key replacement values - a changed
000900* record is REWRITTEN in place.  After the walk the operator can
001000* append new records; a record keyed later for an overlapping
001100* range supersedes the earlier one, since the worklist run takes
001200* the last record in the file that covers an account.  Entering
001300* N at the change prompt leaves a record as it stands.
001400*
001500* A missing OWNMAST (file status 35) starts a new master - the
001600* walk is skipped and the add prompts begin at once.
001700*
001800*     RC 0  - ownership walked
001900*     RC 8  - OWNMAST not available or a write failed
002000*
002100* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
002200* AUTHOR.        D. OKAFOR
002300* DATE-WRITTEN.  10/15/2026
002400*
002500* MODIFICATION HISTORY
002600*   10/15/2026  DRO  Original maintenance facility.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. ownmnt.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OWNMAST ASSIGN TO "OWNMAST"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-OWNMAST-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OWNMAST
004100     LABEL RECORDS ARE STANDARD.
004200 COPY OWNREC.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-RETURN-CODE-FIELDS.
004600     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
004700
004800 01  WS-FILE-STATUS-FIELDS.
004900     05  WS-OWNMAST-STATUS           PIC X(02).
005000
005100 01  WS-SWITCHES.
005200     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005300         88  WS-END-OF-OWNERS            VALUE "Y".
005400     05  WS-FIELD-VALID-SWITCH       PIC X(01) VALUE "N".
005500         88  WS-FIELD-IS-VALID           VALUE "Y".
005600     05  WS-NO-MASTER-SWITCH         PIC X(01) VALUE "N".
005700         88  WS-NO-MASTER                VALUE "Y".
005800     05  WS-ADD-DONE-SWITCH          PIC X(01) VALUE "N".
005900         88  WS-ADDING-DONE              VALUE "Y".
006000
006100 01  WS-COUNTERS.
006200     05  WS-OWNERS-READ              PIC 9(07) COMP VALUE ZERO.
006300     05  WS-CHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
006400     05  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
006500
006600 01  WS-WORK-FIELDS.
006700     05  WS-ANSWER-X                 PIC X(10).
006800     05  WS-ENTITY-X                 PIC X(03).
006900     05  WS-KEY-LO-X                 PIC X(10).
007000     05  WS-KEY-HI-X                 PIC X(10).
007100     05  WS-ANALYST-X                PIC X(08).
007200     05  WS-TEAM-X                   PIC X(08).
007300     05  WS-SUPERVISOR-X             PIC X(08).
007400     05  WS-SLA-X                    PIC X(03).
007500     05  WS-SLA-9 REDEFINES WS-SLA-X
007600                                     PIC 9(03).
007700
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008100     IF WS-RETURN-CODE < 8
008200         PERFORM 2000-WALK-OWNERS THRU 2000-EXIT
008300     END-IF.
008400     IF WS-RETURN-CODE < 8
008500         PERFORM 3000-ADD-OWNERS THRU 3000-EXIT
008600     END-IF.
008700     PERFORM 4000-DISPLAY-TOTALS THRU 4000-EXIT.
008800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008900     MOVE WS-RETURN-CODE TO RETURN-CODE.
009000     STOP RUN.
009100
009200*-----------------------------------------------------------------
009300* INITIALIZATION
009400*-----------------------------------------------------------------
009500 1000-INITIALIZE.
009600     DISPLAY "ACCOUNT OWNERSHIP MAINTENANCE".
009700     OPEN I-O OWNMAST.
009800     IF WS-OWNMAST-STATUS = "35"
009900         DISPLAY "OWNMNT - NO OWNMAST - STARTING A NEW MASTER"
010000         SET WS-NO-MASTER TO TRUE
010100         SET WS-END-OF-OWNERS TO TRUE
010200     ELSE
010300         IF WS-OWNMAST-STATUS NOT = "00"
010400             DISPLAY "*** OWNMNT - OWNMAST NOT AVAILABLE - "
010500                 WS-OWNMAST-STATUS
010600             MOVE 8 TO WS-RETURN-CODE
010700         ELSE
010800             PERFORM 2100-READ-OWNER THRU 2100-EXIT
010900         END-IF
011000     END-IF.
011100 1000-EXIT.
011200     EXIT.
011300
011400*-----------------------------------------------------------------
011500* WALK THE OWNERSHIP MASTER
011600*-----------------------------------------------------------------
011700 2000-WALK-OWNERS.
011800     PERFORM 2200-PRESENT-ONE-OWNER THRU 2200-EXIT
011900         UNTIL WS-END-OF-OWNERS.
012000     IF NOT WS-NO-MASTER
012100         CLOSE OWNMAST
012200     END-IF.
012300 2000-EXIT.
012400     EXIT.
012500
012600 2100-READ-OWNER.
012700     READ OWNMAST
012800         AT END SET WS-END-OF-OWNERS TO TRUE
012900         NOT AT END ADD 1 TO WS-OWNERS-READ
013000     END-READ.
013100 2100-EXIT.
013200     EXIT.
013300
013400 2200-PRESENT-ONE-OWNER.
013500     DISPLAY " ".
013600     DISPLAY "ENTITY " OWN-ENTITY "  ACCOUNTS " OWN-ACCT-KEY-LO
013700         " THRU " OWN-ACCT-KEY-HI.
013800     DISPLAY "  ANALYST: " OWN-ANALYST-ID
013900         "  TEAM: " OWN-TEAM
014000         "  SUPERVISOR: " OWN-SUPERVISOR-ID
014100         "  SLA DAYS: " OWN-SLA-DAYS.
014200     DISPLAY "Change this owner (Y/N)".
014300     ACCEPT WS-ANSWER-X.
014400     IF WS-ANSWER-X = "Y" OR WS-ANSWER-X = "y"
014500         PERFORM 2300-CHANGE-ONE-OWNER THRU 2300-EXIT
014600     END-IF.
014700     PERFORM 2100-READ-OWNER THRU 2100-EXIT.
014800 2200-EXIT.
014900     EXIT.
015000
015100*    The entity and key range stand - a different range is a new
015200*    record, keyed through the add prompts, which supersedes this
015300*    one by the later-record-wins convention.
015400 2300-CHANGE-ONE-OWNER.
015500     PERFORM 5200-ACCEPT-ANALYST THRU 5200-EXIT.
015600     MOVE WS-ANALYST-X TO OWN-ANALYST-ID.
015700     PERFORM 5300-ACCEPT-TEAM THRU 5300-EXIT.
015800     MOVE WS-TEAM-X TO OWN-TEAM.
015900     PERFORM 5400-ACCEPT-SUPERVISOR THRU 5400-EXIT.
016000     MOVE WS-SUPERVISOR-X TO OWN-SUPERVISOR-ID.
016100     PERFORM 5500-ACCEPT-SLA-DAYS THRU 5500-EXIT.
016200     MOVE WS-SLA-9 TO OWN-SLA-DAYS.
016300     REWRITE OWN-RECORD.
016400     IF WS-OWNMAST-STATUS NOT = "00"
016500         DISPLAY "*** OWNMNT - REWRITE FAILED - "
016600             WS-OWNMAST-STATUS
016700         MOVE 8 TO WS-RETURN-CODE
016800         SET WS-END-OF-OWNERS TO TRUE
016900     ELSE
017000         ADD 1 TO WS-CHANGED-COUNT
017100         DISPLAY "  OWNER CHANGED"
017200     END-IF.
017300 2300-EXIT.
017400     EXIT.
017500
017600*-----------------------------------------------------------------
017700* ADD NEW OWNERSHIP RECORDS
017800*-----------------------------------------------------------------
017900 3000-ADD-OWNERS.
018000     IF WS-NO-MASTER
018100         OPEN OUTPUT OWNMAST
018200     ELSE
018300         OPEN EXTEND OWNMAST
018400     END-IF.
018500     IF WS-OWNMAST-STATUS NOT = "00"
018600         DISPLAY "*** OWNMNT - OWNMAST NOT WRITABLE - "
018700             WS-OWNMAST-STATUS
018800         MOVE 8 TO WS-RETURN-CODE
018900     ELSE
019000         PERFORM 3100-PROMPT-ONE-ADD THRU 3100-EXIT
019100             UNTIL WS-ADDING-DONE
019200     END-IF.
019300 3000-EXIT.
019400     EXIT.
019500
019600 3100-PROMPT-ONE-ADD.
019700     DISPLAY " ".
019800     DISPLAY "Add an owner (Y/N)".
019900     ACCEPT WS-ANSWER-X.
020000     IF WS-ANSWER-X = "Y" OR WS-ANSWER-X = "y"
020100         PERFORM 3200-ACCEPT-ONE-OWNER THRU 3200-EXIT
020200         PERFORM 3300-WRITE-ONE-OWNER THRU 3300-EXIT
020300     ELSE
020400         SET WS-ADDING-DONE TO TRUE
020500     END-IF.
020600 3100-EXIT.
020700     EXIT.
020800
020900 3200-ACCEPT-ONE-OWNER.
021000     PERFORM 5100-ACCEPT-ENTITY THRU 5100-EXIT.
021100     PERFORM 5600-ACCEPT-KEY-RANGE THRU 5600-EXIT.
021200     PERFORM 5200-ACCEPT-ANALYST THRU 5200-EXIT.
021300     PERFORM 5300-ACCEPT-TEAM THRU 5300-EXIT.
021400     PERFORM 5400-ACCEPT-SUPERVISOR THRU 5400-EXIT.
021500     PERFORM 5500-ACCEPT-SLA-DAYS THRU 5500-EXIT.
021600 3200-EXIT.
021700     EXIT.
021800
021900 3300-WRITE-ONE-OWNER.
022000     INITIALIZE OWN-RECORD WITH FILLER.
022100     MOVE WS-ENTITY-X TO OWN-ENTITY.
022200     MOVE WS-KEY-LO-X TO OWN-ACCT-KEY-LO.
022300     MOVE WS-KEY-HI-X TO OWN-ACCT-KEY-HI.
022400     MOVE WS-ANALYST-X TO OWN-ANALYST-ID.
022500     MOVE WS-TEAM-X TO OWN-TEAM.
022600     MOVE WS-SUPERVISOR-X TO OWN-SUPERVISOR-ID.
022700     MOVE WS-SLA-9 TO OWN-SLA-DAYS.
022800     WRITE OWN-RECORD.
022900     IF WS-OWNMAST-STATUS NOT = "00"
023000         DISPLAY "*** OWNMNT - WRITE FAILED - "
023100             WS-OWNMAST-STATUS
023200         MOVE 8 TO WS-RETURN-CODE
023300         SET WS-ADDING-DONE TO TRUE
023400     ELSE
023500         ADD 1 TO WS-ADDED-COUNT
023600         DISPLAY "  OWNER ADDED"
023700     END-IF.
023800 3300-EXIT.
023900     EXIT.
024000
024100*-----------------------------------------------------------------
024200* FIELD PROMPTS AND EDITS
024300*-----------------------------------------------------------------
024400 5100-ACCEPT-ENTITY.
024500     MOVE "N" TO WS-FIELD-VALID-SWITCH.
024600     PERFORM 5110-PROMPT-ENTITY THRU 5110-EXIT
024700         UNTIL WS-FIELD-IS-VALID.
024800 5100-EXIT.
024900     EXIT.
025000
025100 5110-PROMPT-ENTITY.
025200     DISPLAY "Enter Entity (business-unit code)".
025300     ACCEPT WS-ENTITY-X.
025400     IF WS-ENTITY-X NOT = SPACES
025500         SET WS-FIELD-IS-VALID TO TRUE
025600     ELSE
025700         DISPLAY "*** ENTITY REQUIRED - RE-ENTER ***"
025800     END-IF.
025900 5110-EXIT.
026000     EXIT.
026100
026200 5200-ACCEPT-ANALYST.
026300     MOVE "N" TO WS-FIELD-VALID-SWITCH.
026400     PERFORM 5210-PROMPT-ANALYST THRU 5210-EXIT
026500         UNTIL WS-FIELD-IS-VALID.
026600 5200-EXIT.
026700     EXIT.
026800
026900 5210-PROMPT-ANALYST.
027000     DISPLAY "Enter Analyst (operator id)".
027100     ACCEPT WS-ANALYST-X.
027200     IF WS-ANALYST-X NOT = SPACES
027300         SET WS-FIELD-IS-VALID TO TRUE
027400     ELSE
027500         DISPLAY "*** ANALYST REQUIRED - RE-ENTER ***"
027600     END-IF.
027700 5210-EXIT.
027800     EXIT.
027900
028000 5300-ACCEPT-TEAM.
028100     MOVE "N" TO WS-FIELD-VALID-SWITCH.
028200     PERFORM 5310-PROMPT-TEAM THRU 5310-EXIT
028300         UNTIL WS-FIELD-IS-VALID.
028400 5300-EXIT.
028500     EXIT.
028600
028700 5310-PROMPT-TEAM.
028800     DISPLAY "Enter Team".
028900     ACCEPT WS-TEAM-X.
029000     IF WS-TEAM-X NOT = SPACES
029100         SET WS-FIELD-IS-VALID TO TRUE
029200     ELSE
029300         DISPLAY "*** TEAM REQUIRED - RE-ENTER ***"
029400     END-IF.
029500 5310-EXIT.
029600     EXIT.
029700
029800*    The supervisor is who an overdue item escalates to - it
029900*    cannot be the analyst who let it go overdue.
030000 5400-ACCEPT-SUPERVISOR.
030100     MOVE "N" TO WS-FIELD-VALID-SWITCH.
030200     PERFORM 5410-PROMPT-SUPERVISOR THRU 5410-EXIT
030300         UNTIL WS-FIELD-IS-VALID.
030400 5400-EXIT.
030500     EXIT.
030600
030700 5410-PROMPT-SUPERVISOR.
030800     DISPLAY "Enter Supervisor (operator id)".
030900     ACCEPT WS-SUPERVISOR-X.
031000     IF WS-SUPERVISOR-X = SPACES
031100         DISPLAY "*** SUPERVISOR REQUIRED - RE-ENTER ***"
031200     ELSE
031300         IF WS-SUPERVISOR-X = WS-ANALYST-X
031400             DISPLAY "*** SUPERVISOR SAME AS ANALYST - "
031500                 "RE-ENTER ***"
031600         ELSE
031700             SET WS-FIELD-IS-VALID TO TRUE
031800         END-IF
031900     END-IF.
032000 5410-EXIT.
032100     EXIT.
032200
032300 5500-ACCEPT-SLA-DAYS.
032400     MOVE "N" TO WS-FIELD-VALID-SWITCH.
032500     PERFORM 5510-PROMPT-SLA-DAYS THRU 5510-EXIT
032600         UNTIL WS-FIELD-IS-VALID.
032700 5500-EXIT.
032800     EXIT.
032900
033000 5510-PROMPT-SLA-DAYS.
033100     DISPLAY "Enter SLA in business days (3 digits, 000 = no "
033200         "escalation)".
033300     ACCEPT WS-SLA-X.
033400     IF WS-SLA-X IS NUMERIC
033500         SET WS-FIELD-IS-VALID TO TRUE
033600     ELSE
033700         DISPLAY "*** INVALID SLA - THREE DIGITS - RE-ENTER ***"
033800     END-IF.
033900 5510-EXIT.
034000     EXIT.
034100
034200 5600-ACCEPT-KEY-RANGE.
034300     MOVE "N" TO WS-FIELD-VALID-SWITCH.
034400     PERFORM 5610-PROMPT-KEY-RANGE THRU 5610-EXIT
034500         UNTIL WS-FIELD-IS-VALID.
034600 5600-EXIT.
034700     EXIT.
034800
034900 5610-PROMPT-KEY-RANGE.
035000     DISPLAY "Enter Low Account Key".
035100     ACCEPT WS-KEY-LO-X.
035200     DISPLAY "Enter High Account Key (blank = low key only)".
035300     ACCEPT WS-KEY-HI-X.
035400     IF WS-KEY-HI-X = SPACES
035500         MOVE WS-KEY-LO-X TO WS-KEY-HI-X
035600     END-IF.
035700     IF WS-KEY-HI-X < WS-KEY-LO-X
035800         DISPLAY "*** HIGH KEY BELOW LOW KEY - RE-ENTER ***"
035900     ELSE
036000         SET WS-FIELD-IS-VALID TO TRUE
036100     END-IF.
036200 5610-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* TOTALS
036700*-----------------------------------------------------------------
036800 4000-DISPLAY-TOTALS.
036900     DISPLAY " ".
037000     DISPLAY "OWNERS READ:       " WS-OWNERS-READ.
037100     DISPLAY "OWNERS CHANGED:    " WS-CHANGED-COUNT.
037200     DISPLAY "OWNERS ADDED:      " WS-ADDED-COUNT.
037300 4000-EXIT.
037400     EXIT.
037500
037600*-----------------------------------------------------------------
037700* TERMINATION
037800*-----------------------------------------------------------------
037900 8000-TERMINATE.
038000     CLOSE OWNMAST.
038100 8000-EXIT.
038200     EXIT.
