000100*****************************************************************
000200* CHGCHK.CBL
000300*
000400* Control-data change approval - the checker screen, run by ops
000500* at a terminal the way glfix.cbl is.  A tolerance rule change
000600* keyed through tolmnt.cbl and a reject correction keyed
000700* through errfix.cbl are only held PENDING on the change queue
000800* (CHGPEND) under the maker's operator id; nothing reaches
000900* TOLRULES or ERRFILE until a different operator approves it
001000* here.  The checker walks the queue and is shown each pending
001100* change - the record as it stands and as keyed - and may:
001200*
001300*   A - approve it.  The change is applied: the after image
001400*       REWRITES the master record still matching the before
001500*       image, or a new rule is appended to TOLRULES.
001600*   D - decline it, with a reason.  The master is untouched and
001700*       the maker may key it again.
001800*   S - skip it, leaving it pending for another checker.
001900*   X - stop the walk.
002000*
002100* A change keyed under the checker's own operator id is listed
002200* but cannot be approved or declined by that operator.  A
002300* change whose master record no longer matches its before
002400* image - the rule has been re-keyed, the reject backed out or
002500* already corrected - is declined rather than applied over the
002600* top, and the maker re-keys it against the record as it now
002700* stands.  Every approval and decline is REWRITTEN on the queue
002800* with the checker's id and time and appended to the
002900* maintenance change log (CHGLOG), which chgrpt.cbl reports.
003000*
003100*     RC 0  - CHGPEND walked
003200*     RC 4  - a change was declined because its record had
003300*             moved on since it was keyed
003400*     RC 8  - CHGPEND, CHGLOG, TOLRULES or ERRFILE not available,
003500*             or a write or rewrite failed
003600*
003700* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003800* AUTHOR.        D. OKAFOR
003900* DATE-WRITTEN.  10/15/2026
004000*
004100* MODIFICATION HISTORY
004200*   10/15/2026  DRO  Original checker screen - tolerance rule
004300*                    changes and reject corrections now need a
004400*                    second operator's approval.
004450*   10/15/2026  DRO  Operator id kept in upper case.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. chgchk.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CHGPEND ASSIGN TO "CHGPEND"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CHGPEND-STATUS.
005500
005600     SELECT CHGLOG ASSIGN TO "CHGLOG"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CHGLOG-STATUS.
005900
006000     SELECT TOLRULES ASSIGN TO "TOLRULES"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-TOLRULE-STATUS.
006300
006400     SELECT ERRFILE ASSIGN TO "ERRFILE"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-ERR-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CHGPEND
007100     LABEL RECORDS ARE STANDARD.
007200 COPY CTLCHG.
007300
007400 FD  CHGLOG
007500     LABEL RECORDS ARE STANDARD.
007600 01  CHGLOG-RECORD               PIC X(360).
007700
007800 FD  TOLRULES
007900     LABEL RECORDS ARE STANDARD.
008000 01  TOLRULES-RECORD             PIC X(80).
008100
008200 FD  ERRFILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  ERRFILE-RECORD              PIC X(120).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-RETURN-CODE-FIELDS.
008800     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
008900
009000 01  WS-FILE-STATUS-FIELDS.
009100     05  WS-CHGPEND-STATUS           PIC X(02).
009200     05  WS-CHGLOG-STATUS            PIC X(02).
009300     05  WS-TOLRULE-STATUS           PIC X(02).
009400     05  WS-ERR-STATUS               PIC X(02).
009500
009600*    The before and after images are moved here to be shown
009700*    field by field.
009800 COPY TOLRULE.
009900
010000 COPY ERRREC.
010100
010200 01  WS-SWITCHES.
010300     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
010400         88  WS-END-OF-CHANGES           VALUE "Y".
010500     05  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
010600         88  WS-END-OF-MASTER            VALUE "Y".
010700     05  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
010800         88  WS-MASTER-MATCHED           VALUE "Y".
010900     05  WS-FIELD-VALID-SWITCH       PIC X(01) VALUE "N".
011000         88  WS-FIELD-IS-VALID           VALUE "Y".
011100     05  WS-DONE-SWITCH              PIC X(01) VALUE "N".
011200         88  WS-OPERATOR-DONE            VALUE "Y".
011300     05  WS-APPLY-SWITCH             PIC X(01) VALUE SPACE.
011400         88  WS-CHANGE-APPLIED           VALUE "A".
011500         88  WS-RECORD-MOVED-ON          VALUE "M".
011600         88  WS-APPLY-FAILED             VALUE "F".
011700
011800 01  WS-DATE-TIME-FIELDS.
011900     05  WS-CURR-DATE                PIC 9(08).
012000     05  WS-CURR-TIME                PIC 9(08).
012100
012200 01  WS-OPERATOR-FIELDS.
012300     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
012400
012500 01  WS-COUNTERS.
012600     05  WS-CHANGES-READ             PIC 9(07) COMP VALUE ZERO.
012700     05  WS-PENDING-SEEN             PIC 9(07) COMP VALUE ZERO.
012800     05  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
012900     05  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
013000     05  WS-MOVED-ON-COUNT           PIC 9(07) COMP VALUE ZERO.
013100     05  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
013200     05  WS-OWN-COUNT                PIC 9(07) COMP VALUE ZERO.
013300
013400 01  WS-ACTION-FIELDS.
013500     05  WS-ACTION-X                 PIC X(01).
013600         88  WS-ACTION-APPROVE           VALUE "A" "a".
013700         88  WS-ACTION-DECLINE           VALUE "D" "d".
013800         88  WS-ACTION-SKIP              VALUE "S" "s".
013900         88  WS-ACTION-EXIT              VALUE "X" "x".
014000         88  WS-ACTION-VALID             VALUES "A" "a" "D" "d"
014100                                                "S" "s" "X" "x".
014200
014300 01  WS-WORK-FIELDS.
014400     05  WS-ANSWER-X                 PIC X(30).
014500     05  WS-DECLINE-REASON           PIC X(30).
014600
014700 01  WS-DISPLAY-EDIT-FIELDS.
014800     05  WS-THRESHOLD-OUT            PIC Z,ZZZ,ZZ9.99.
014900
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF WS-RETURN-CODE < 8
015400         PERFORM 2000-WALK-CHANGES THRU 2000-EXIT
015500         PERFORM 3000-DISPLAY-TOTALS THRU 3000-EXIT
015600     END-IF.
015700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015800     MOVE WS-RETURN-CODE TO RETURN-CODE.
015900     STOP RUN.
016000
016100*-----------------------------------------------------------------
016200* INITIALIZATION
016300*-----------------------------------------------------------------
016400 1000-INITIALIZE.
016500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
016600     ACCEPT WS-CURR-TIME FROM TIME.
016700     DISPLAY "CONTROL-DATA CHANGE APPROVAL".
016800     PERFORM 1050-ACCEPT-OPERATOR THRU 1050-EXIT.
016900     OPEN I-O CHGPEND.
017000     IF WS-CHGPEND-STATUS = "35"
017100         DISPLAY "CHGCHK - NO CHGPEND - NOTHING PENDING"
017200         SET WS-END-OF-CHANGES TO TRUE
017300     ELSE
017400         IF WS-CHGPEND-STATUS NOT = "00"
017500             DISPLAY "*** CHGCHK - CHGPEND NOT AVAILABLE - "
017600                 WS-CHGPEND-STATUS
017700             MOVE 8 TO WS-RETURN-CODE
017800         END-IF
017900     END-IF.
018000     OPEN EXTEND CHGLOG.
018100     IF WS-CHGLOG-STATUS = "35"
018200         OPEN OUTPUT CHGLOG
018300     END-IF.
018400     IF WS-CHGLOG-STATUS NOT = "00"
018500         DISPLAY "*** CHGCHK - CHGLOG NOT WRITABLE - "
018600             WS-CHGLOG-STATUS
018700         MOVE 8 TO WS-RETURN-CODE
018800     END-IF.
018900     IF WS-RETURN-CODE < 8 AND NOT WS-END-OF-CHANGES
019000         PERFORM 2100-READ-CHANGE THRU 2100-EXIT
019100     END-IF.
019200 1000-EXIT.
019300     EXIT.
019400
019500*    The checker's id is what keeps the checker from approving
019600*    their own work, so it cannot be left blank.
019700 1050-ACCEPT-OPERATOR.
019800     MOVE "N" TO WS-FIELD-VALID-SWITCH.
019900     PERFORM 1060-PROMPT-OPERATOR THRU 1060-EXIT
020000         UNTIL WS-FIELD-IS-VALID.
020100 1050-EXIT.
020200     EXIT.
020300
020400 1060-PROMPT-OPERATOR.
020500     DISPLAY "Enter Operator Id".
020600     ACCEPT WS-OPERATOR-ID.
020610     MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID.
020700     IF WS-OPERATOR-ID = SPACES
020800         DISPLAY "*** AN OPERATOR ID IS REQUIRED - RE-ENTER ***"
020900     ELSE
021000         SET WS-FIELD-IS-VALID TO TRUE
021100     END-IF.
021200 1060-EXIT.
021300     EXIT.
021400
021500*-----------------------------------------------------------------
021600* WALK THE PENDING CHANGES
021700*-----------------------------------------------------------------
021800 2000-WALK-CHANGES.
021900     PERFORM 2200-PRESENT-ONE-CHANGE THRU 2200-EXIT
022000         UNTIL WS-END-OF-CHANGES OR WS-OPERATOR-DONE.
022100 2000-EXIT.
022200     EXIT.
022300
022400 2100-READ-CHANGE.
022500     READ CHGPEND
022600         AT END SET WS-END-OF-CHANGES TO TRUE
022700         NOT AT END ADD 1 TO WS-CHANGES-READ
022800     END-READ.
022900 2100-EXIT.
023000     EXIT.
023100
023200 2200-PRESENT-ONE-CHANGE.
023300     IF CHG-PENDING
023400         ADD 1 TO WS-PENDING-SEEN
023500         PERFORM 2400-SHOW-CHANGE THRU 2400-EXIT
023600         IF CHG-MAKER-ID = WS-OPERATOR-ID
023700             DISPLAY "  KEYED BY YOU - ANOTHER OPERATOR MUST "
023800                 "CHECK IT"
023900             ADD 1 TO WS-OWN-COUNT
024000         ELSE
024100             PERFORM 2300-CHECK-ONE-CHANGE THRU 2300-EXIT
024200         END-IF
024300     END-IF.
024400     IF NOT WS-OPERATOR-DONE
024500         PERFORM 2100-READ-CHANGE THRU 2100-EXIT
024600     END-IF.
024700 2200-EXIT.
024800     EXIT.
024900
025000 2300-CHECK-ONE-CHANGE.
025100     PERFORM 2500-ACCEPT-ACTION THRU 2500-EXIT.
025200     IF WS-ACTION-APPROVE
025300         PERFORM 2600-APPROVE-CHANGE THRU 2600-EXIT
025400     ELSE
025500         IF WS-ACTION-DECLINE
025600             PERFORM 2700-DECLINE-CHANGE THRU 2700-EXIT
025700         ELSE
025800             IF WS-ACTION-EXIT
025900                 SET WS-OPERATOR-DONE TO TRUE
026000             ELSE
026100                 ADD 1 TO WS-SKIPPED-COUNT
026200             END-IF
026300         END-IF
026400     END-IF.
026500 2300-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------------
026900* SHOW ONE CHANGE - the record as it stands (the before image)
027000* and as keyed (the after image), decoded for its master.
027100*-----------------------------------------------------------------
027200 2400-SHOW-CHANGE.
027300     DISPLAY " ".
027400     DISPLAY "CHANGE TO " CHG-FILE-ID
027500         "  KEYED BY " CHG-MAKER-ID
027600         "  ON " CHG-MAKER-DATE " AT " CHG-MAKER-TIME.
027700     IF CHG-FOR-TOLRULES
027800         IF CHG-ADD
027900             DISPLAY "  NEW RULE"
028000         ELSE
028100             DISPLAY "  RULE AS IT STANDS"
028200             MOVE CHG-BEFORE-IMAGE TO TOL-RULE-RECORD
028300             PERFORM 2410-SHOW-RULE THRU 2410-EXIT
028400             DISPLAY "  RULE AS KEYED"
028500         END-IF
028600         MOVE CHG-AFTER-IMAGE TO TOL-RULE-RECORD
028700         PERFORM 2410-SHOW-RULE THRU 2410-EXIT
028800     ELSE
028900         MOVE CHG-BEFORE-IMAGE TO ERR-RECORD
029000         DISPLAY "  REJECT  ENTITY: " ERR-ENTITY
029100             "  ACCOUNT: " ERR-ACCT-KEY
029200             "  DATE: " ERR-DATE
029300         DISPLAY "    NUM1 AS RECEIVED: " ERR-INPUT-NUM1 " "
029400             ERR-NUM1-CCY
029500         DISPLAY "    NUM2 AS RECEIVED: " ERR-INPUT-NUM2 " "
029600             ERR-NUM2-CCY
029700         DISPLAY "    REASON: " ERR-REASON
029800         MOVE CHG-AFTER-IMAGE TO ERR-RECORD
029900         DISPLAY "    CORRECTED NUM1:   " ERR-CORR-NUM1
030000         DISPLAY "    CORRECTED NUM2:   " ERR-CORR-NUM2
030100     END-IF.
030200 2400-EXIT.
030300     EXIT.
030400
030500 2410-SHOW-RULE.
030600     IF TLR-THRESHOLD IS NUMERIC
030700         MOVE TLR-THRESHOLD TO WS-THRESHOLD-OUT
030800     ELSE
030900         MOVE ZERO TO WS-THRESHOLD-OUT
031000     END-IF.
031100     DISPLAY "    ACCOUNTS " TLR-ACCT-KEY-LO " THRU "
031200         TLR-ACCT-KEY-HI.
031300     DISPLAY "    EFFECTIVE: " TLR-EFF-DATE
031400         "  THRESHOLD: " WS-THRESHOLD-OUT
031500         "  STALE AGE: " TLR-STALE-DAYS.
031600 2410-EXIT.
031700     EXIT.
031800
031900 2500-ACCEPT-ACTION.
032000     MOVE "N" TO WS-FIELD-VALID-SWITCH.
032100     PERFORM 2510-PROMPT-ACTION THRU 2510-EXIT
032200         UNTIL WS-FIELD-IS-VALID.
032300 2500-EXIT.
032400     EXIT.
032500
032600 2510-PROMPT-ACTION.
032700     DISPLAY "A - APPROVE   D - DECLINE   S - SKIP   X - EXIT".
032800     DISPLAY "Enter Action".
032900     ACCEPT WS-ACTION-X.
033000     IF WS-ACTION-VALID
033100         SET WS-FIELD-IS-VALID TO TRUE
033200     ELSE
033300         DISPLAY "*** INVALID ACTION - A, D, S OR X - "
033400             "RE-ENTER ***"
033500     END-IF.
033600 2510-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* APPROVE - apply the change, then record the approval.  A
034100* change whose record has moved on is declined instead.
034200*-----------------------------------------------------------------
034300 2600-APPROVE-CHANGE.
034400     PERFORM 2800-APPLY-CHANGE THRU 2800-EXIT.
034500     IF WS-CHANGE-APPLIED
034600         SET CHG-APPROVED TO TRUE
034700         MOVE SPACES TO CHG-NOTE
034800         PERFORM 2900-RECORD-DECISION THRU 2900-EXIT
034900         IF WS-RETURN-CODE < 8
035000             ADD 1 TO WS-APPROVED-COUNT
035100             DISPLAY "  APPROVED - APPLIED TO " CHG-FILE-ID
035200         END-IF
035300     ELSE
035400         IF WS-RECORD-MOVED-ON
035500             SET CHG-DECLINED TO TRUE
035600             MOVE "RECORD CHANGED SINCE KEYED" TO CHG-NOTE
035700             PERFORM 2900-RECORD-DECISION THRU 2900-EXIT
035800             ADD 1 TO WS-MOVED-ON-COUNT
035900             DISPLAY "*** THE RECORD HAS CHANGED SINCE THIS WAS "
036000                 "KEYED - DECLINED - RE-KEY IT ***"
036100             IF WS-RETURN-CODE < 4
036200                 MOVE 4 TO WS-RETURN-CODE
036300             END-IF
036400         END-IF
036500     END-IF.
036600 2600-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* DECLINE - the reason is required; it is what the maker and
037100* the daily change report see.
037200*-----------------------------------------------------------------
037300 2700-DECLINE-CHANGE.
037400     MOVE "N" TO WS-FIELD-VALID-SWITCH.
037500     PERFORM 2710-PROMPT-REASON THRU 2710-EXIT
037600         UNTIL WS-FIELD-IS-VALID.
037700     SET CHG-DECLINED TO TRUE.
037800     MOVE WS-DECLINE-REASON TO CHG-NOTE.
037900     PERFORM 2900-RECORD-DECISION THRU 2900-EXIT.
038000     IF WS-RETURN-CODE < 8
038100         ADD 1 TO WS-DECLINED-COUNT
038200         DISPLAY "  DECLINED"
038300     END-IF.
038400 2700-EXIT.
038500     EXIT.
038600
038700 2710-PROMPT-REASON.
038800     DISPLAY "Enter Reason for Declining".
038900     MOVE SPACES TO WS-ANSWER-X.
039000     ACCEPT WS-ANSWER-X.
039100     IF WS-ANSWER-X = SPACES
039200         DISPLAY "*** A REASON IS REQUIRED - RE-ENTER ***"
039300     ELSE
039400         MOVE WS-ANSWER-X TO WS-DECLINE-REASON
039500         SET WS-FIELD-IS-VALID TO TRUE
039600     END-IF.
039700 2710-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------------
040100* APPLY ONE CHANGE TO ITS MASTER - the master is opened for the
040200* one change and closed again, so it is held no longer than it
040300* takes.  A new rule is appended; a replacement is made only
040400* to the record still matching the before image.
040500*-----------------------------------------------------------------
040600 2800-APPLY-CHANGE.
040700     MOVE SPACE TO WS-APPLY-SWITCH.
040800     MOVE "N" TO WS-MASTER-EOF-SWITCH.
040900     MOVE "N" TO WS-MATCH-SWITCH.
041000     IF CHG-FOR-TOLRULES
041100         IF CHG-ADD
041200             PERFORM 2810-APPEND-RULE THRU 2810-EXIT
041300         ELSE
041400             PERFORM 2820-REPLACE-RULE THRU 2820-EXIT
041500         END-IF
041600     ELSE
041700         PERFORM 2840-REPLACE-REJECT THRU 2840-EXIT
041800     END-IF.
041900     IF WS-APPLY-FAILED
042000         MOVE 8 TO WS-RETURN-CODE
042100         SET WS-OPERATOR-DONE TO TRUE
042200     END-IF.
042300 2800-EXIT.
042400     EXIT.
042500
042600 2810-APPEND-RULE.
042700     OPEN EXTEND TOLRULES.
042800     IF WS-TOLRULE-STATUS = "35"
042900         OPEN OUTPUT TOLRULES
043000     END-IF.
043100     IF WS-TOLRULE-STATUS NOT = "00"
043200         DISPLAY "*** CHGCHK - TOLRULES NOT WRITABLE - "
043300             WS-TOLRULE-STATUS
043400         SET WS-APPLY-FAILED TO TRUE
043500     ELSE
043600         WRITE TOLRULES-RECORD FROM CHG-AFTER-IMAGE
043700         IF WS-TOLRULE-STATUS NOT = "00"
043800             DISPLAY "*** CHGCHK - TOLRULES WRITE FAILED - "
043900                 WS-TOLRULE-STATUS
044000             SET WS-APPLY-FAILED TO TRUE
044100         ELSE
044200             SET WS-CHANGE-APPLIED TO TRUE
044300         END-IF
044400         CLOSE TOLRULES
044500     END-IF.
044600 2810-EXIT.
044700     EXIT.
044800
044900*    No master at all means the rule the change was keyed against
045000*    is gone - the record has moved on.
045100 2820-REPLACE-RULE.
045200     OPEN I-O TOLRULES.
045300     IF WS-TOLRULE-STATUS = "35"
045400         SET WS-RECORD-MOVED-ON TO TRUE
045500     ELSE
045600         IF WS-TOLRULE-STATUS NOT = "00"
045700             DISPLAY "*** CHGCHK - TOLRULES NOT AVAILABLE - "
045800                 WS-TOLRULE-STATUS
045900             SET WS-APPLY-FAILED TO TRUE
046000         ELSE
046100             PERFORM 2830-FIND-RULE THRU 2830-EXIT
046200                 UNTIL WS-END-OF-MASTER OR WS-MASTER-MATCHED
046300             IF WS-MASTER-MATCHED
046400                 REWRITE TOLRULES-RECORD FROM CHG-AFTER-IMAGE
046500                 IF WS-TOLRULE-STATUS NOT = "00"
046600                     DISPLAY "*** CHGCHK - TOLRULES REWRITE "
046700                         "FAILED - " WS-TOLRULE-STATUS
046800                     SET WS-APPLY-FAILED TO TRUE
046900                 ELSE
047000                     SET WS-CHANGE-APPLIED TO TRUE
047100                 END-IF
047200             ELSE
047300                 SET WS-RECORD-MOVED-ON TO TRUE
047400             END-IF
047500             CLOSE TOLRULES
047600         END-IF
047700     END-IF.
047800 2820-EXIT.
047900     EXIT.
048000
048100 2830-FIND-RULE.
048200     READ TOLRULES
048300         AT END SET WS-END-OF-MASTER TO TRUE
048400         NOT AT END
048500             IF TOLRULES-RECORD = CHG-BEFORE-IMAGE
048600                 SET WS-MASTER-MATCHED TO TRUE
048700             END-IF
048800     END-READ.
048900 2830-EXIT.
049000     EXIT.
049100
049200 2840-REPLACE-REJECT.
049300     OPEN I-O ERRFILE.
049400     IF WS-ERR-STATUS NOT = "00"
049500         DISPLAY "*** CHGCHK - ERRFILE NOT AVAILABLE - "
049600             WS-ERR-STATUS
049700         SET WS-APPLY-FAILED TO TRUE
049800     ELSE
049900         PERFORM 2850-FIND-REJECT THRU 2850-EXIT
050000             UNTIL WS-END-OF-MASTER OR WS-MASTER-MATCHED
050100         IF WS-MASTER-MATCHED
050200             REWRITE ERRFILE-RECORD FROM CHG-AFTER-IMAGE
050300             IF WS-ERR-STATUS NOT = "00"
050400                 DISPLAY "*** CHGCHK - ERRFILE REWRITE FAILED - "
050500                     WS-ERR-STATUS
050600                 SET WS-APPLY-FAILED TO TRUE
050700             ELSE
050800                 SET WS-CHANGE-APPLIED TO TRUE
050900             END-IF
051000         ELSE
051100             SET WS-RECORD-MOVED-ON TO TRUE
051200         END-IF
051300         CLOSE ERRFILE
051400     END-IF.
051500 2840-EXIT.
051600     EXIT.
051700
051800 2850-FIND-REJECT.
051900     READ ERRFILE
052000         AT END SET WS-END-OF-MASTER TO TRUE
052100         NOT AT END
052200             IF ERRFILE-RECORD = CHG-BEFORE-IMAGE
052300                 SET WS-MASTER-MATCHED TO TRUE
052400             END-IF
052500     END-READ.
052600 2850-EXIT.
052700     EXIT.
052800
052900*-----------------------------------------------------------------
053000* RECORD THE DECISION - on the queue, in place, and on the log.
053100*-----------------------------------------------------------------
053200 2900-RECORD-DECISION.
053300     ACCEPT WS-CURR-TIME FROM TIME.
053400     MOVE WS-OPERATOR-ID TO CHG-CHECKER-ID.
053500     MOVE WS-CURR-DATE TO CHG-CHECKER-DATE.
053600     MOVE WS-CURR-TIME TO CHG-CHECKER-TIME.
053700     REWRITE CHG-RECORD.
053800     IF WS-CHGPEND-STATUS NOT = "00"
053900         DISPLAY "*** CHGCHK - CHGPEND REWRITE FAILED - "
054000             WS-CHGPEND-STATUS
054100         MOVE 8 TO WS-RETURN-CODE
054200         SET WS-OPERATOR-DONE TO TRUE
054300     ELSE
054400         WRITE CHGLOG-RECORD FROM CHG-RECORD
054500         IF WS-CHGLOG-STATUS NOT = "00"
054600             DISPLAY "*** CHGCHK - CHGLOG WRITE FAILED - "
054700                 WS-CHGLOG-STATUS
054800             MOVE 8 TO WS-RETURN-CODE
054900             SET WS-OPERATOR-DONE TO TRUE
055000         END-IF
055100     END-IF.
055200 2900-EXIT.
055300     EXIT.
055400
055500*-----------------------------------------------------------------
055600* TOTALS
055700*-----------------------------------------------------------------
055800 3000-DISPLAY-TOTALS.
055900     DISPLAY " ".
056000     DISPLAY "CHANGES READ:      " WS-CHANGES-READ.
056100     DISPLAY "PENDING PRESENTED: " WS-PENDING-SEEN.
056200     DISPLAY "APPROVED:          " WS-APPROVED-COUNT.
056300     DISPLAY "DECLINED:          " WS-DECLINED-COUNT.
056400     DISPLAY "RECORD MOVED ON:   " WS-MOVED-ON-COUNT.
056500     DISPLAY "KEYED BY YOU:      " WS-OWN-COUNT.
056600     DISPLAY "LEFT PENDING:      " WS-SKIPPED-COUNT.
056700 3000-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------------
057100* TERMINATION
057200*-----------------------------------------------------------------
057300 8000-TERMINATE.
057400     CLOSE CHGPEND.
057500     CLOSE CHGLOG.
057600 8000-EXIT.
057700     EXIT.
