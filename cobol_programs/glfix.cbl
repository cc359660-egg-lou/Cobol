000100*****************************************************************
000200* GLFIX.CBL
000300*
000400* GL posting exception workbench - run by ops at a terminal,
000500* the way errfix.cbl is for rejects.  Walks GLEXCPT, the
000600* exceptions glrecon.cbl raises for every adjustment the
000700* posting system bounced, and presents each OPEN item - the
000800* whole file, one entity, or one entity's account, as keyed at
000900* start - with the adjustment as sent and the bounce reason.
001000* For each item the operator may:
001100*
001200*   C - correct the adjustment code, the account it posts to,
001300*       or the posting date (a blank answer keeps the value as
001400*       sent) and queue it for resubmission.  The corrected
001500*       adjustment is written to the resubmission queue
001600*       (GLRSUBQ) and compare.cbl merges it into the next
001700*       night's GLEXTRACT as a resubmission (record type RS),
001800*       which glrecon tells apart from a first-time posting.
001900*   A - abandon the item, with a reason.
002000*   S - skip it, leaving it open for another day.
002100*   X - stop the walk.
002200*
002300* A corrected or abandoned item is REWRITTEN worked, with its
002400* resolution, and the outcome is recorded to DISPFILE under
002500* the operator's id (RESUBMIT or ABANDONED, with a note) so the
002600* account workbench in audinq shows it.  One resubmission per
002700* entity and account can be queued at a time - the extract
002800* carries one RS record per account - so a second correction
002900* against an account already queued is refused until the first
003000* has gone out.
003100*
003200*     RC 0  - GLEXCPT walked
003300*     RC 4  - an outcome could not be recorded to DISPFILE
003400*     RC 8  - GLEXCPT, GLRSUBQ or DISPFILE not available, or a
003500*             write or rewrite failed
003600*
003700* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003800* AUTHOR.        D. OKAFOR
003900* DATE-WRITTEN.  10/15/2026
004000*
004100* MODIFICATION HISTORY
004200*   10/15/2026  DRO  Original exception workbench - bounced
004300*                    adjustments no longer have to be phoned
004400*                    through to the GL team.
004410*   10/15/2026  DRO  A bounced small-balance write-off is
004420*                    shown as a write-off.
004430*   10/15/2026  DRO  The operator id is required and kept in upper
004440*                    case, as on the reject and rule screens.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. glfix.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT GLEXCPT ASSIGN TO "GLEXCPT"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-EXC-STATUS.
005500
005600     SELECT GLRSUBQ ASSIGN TO "GLRSUBQ"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RSQ-STATUS.
005900
006000     SELECT DISPFILE ASSIGN TO "DISPFILE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS DSP-KEY
006400         FILE STATUS IS WS-DISP-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  GLEXCPT
006900     LABEL RECORDS ARE STANDARD.
007000 COPY GLEXCP.
007100
007200 FD  GLRSUBQ
007300     LABEL RECORDS ARE STANDARD.
007400 COPY GLRSUBQ.
007500
007600 FD  DISPFILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY DISPREC.
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-RETURN-CODE-FIELDS.
008200     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
008300
008400 01  WS-FILE-STATUS-FIELDS.
008500     05  WS-EXC-STATUS               PIC X(02).
008600     05  WS-RSQ-STATUS               PIC X(02).
008700     05  WS-DISP-STATUS              PIC X(02).
008800
008900 01  WS-SWITCHES.
009000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009100         88  WS-END-OF-EXCEPTIONS        VALUE "Y".
009200     05  WS-RSQ-EOF-SWITCH           PIC X(01) VALUE "N".
009300         88  WS-END-OF-QUEUE             VALUE "Y".
009400     05  WS-FIELD-VALID-SWITCH       PIC X(01) VALUE "N".
009500         88  WS-FIELD-IS-VALID           VALUE "Y".
009600     05  WS-DONE-SWITCH              PIC X(01) VALUE "N".
009700         88  WS-OPERATOR-DONE            VALUE "Y".
009800
009900 01  WS-DATE-TIME-FIELDS.
010000     05  WS-CURR-DATE                PIC 9(08).
010100     05  WS-CURR-TIME                PIC 9(08).
010200
010300 01  WS-OPERATOR-FIELDS.
010400     05  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
010500
010600 01  WS-FILTER-FIELDS.
010700     05  WS-FILTER-ENTITY            PIC X(03) VALUE SPACES.
010800     05  WS-FILTER-ACCT-KEY          PIC X(10) VALUE SPACES.
010900
011000 01  WS-COUNTERS.
011100     05  WS-EXCEPTIONS-READ          PIC 9(07) COMP VALUE ZERO.
011200     05  WS-OPEN-SEEN                PIC 9(07) COMP VALUE ZERO.
011300     05  WS-RESUBMIT-COUNT           PIC 9(07) COMP VALUE ZERO.
011400     05  WS-ABANDON-COUNT            PIC 9(07) COMP VALUE ZERO.
011500     05  WS-SKIPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
011600     05  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
011700
011800 01  WS-ACTION-FIELDS.
011900     05  WS-ACTION-X                 PIC X(01).
012000         88  WS-ACTION-CORRECT           VALUE "C" "c".
012100         88  WS-ACTION-ABANDON           VALUE "A" "a".
012200         88  WS-ACTION-SKIP              VALUE "S" "s".
012300         88  WS-ACTION-EXIT              VALUE "X" "x".
012400         88  WS-ACTION-VALID             VALUES "C" "c" "A" "a"
012500                                                "S" "s" "X" "x".
012600
012700 01  WS-CORRECTION-FIELDS.
012800     05  WS-ANSWER-X                 PIC X(26).
012900     05  WS-CORR-ADJ-CODE            PIC X(04).
013000     05  WS-CORR-ACCT-KEY            PIC X(10).
013100     05  WS-CORR-POSTING-DATE        PIC 9(08).
013200     05  WS-CORR-KEY.
013300         10  WS-CORR-ENTITY          PIC X(03).
013400         10  WS-CORR-KEY-ACCT        PIC X(10).
013500     05  WS-ABANDON-REASON           PIC X(26).
013600
013700 01  WS-DATE-EDIT-FIELDS.
013800     05  WS-EDIT-DATE-X              PIC X(08).
013900     05  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-X.
014000         10  WS-EDIT-YEAR            PIC 9(04).
014100         10  WS-EDIT-MONTH           PIC 9(02).
014200             88  WS-EDIT-MONTH-VALID     VALUES 01 THRU 12.
014300         10  WS-EDIT-DAY             PIC 9(02).
014400             88  WS-EDIT-DAY-VALID       VALUES 01 THRU 31.
014500
014600*    The entity/account keys already queued and not yet merged -
014700*    the extract carries one resubmission per account, so a
014800*    second is refused until the first has gone out.
014900 01  WS-QUEUED-TABLE.
015000     05  WS-QKEY-MAX                 PIC 9(04) COMP VALUE 500.
015100     05  WS-QKEY-COUNT               PIC 9(04) COMP VALUE ZERO.
015200     05  WS-QKEY-SUB                 PIC 9(04) COMP VALUE ZERO.
015300     05  WS-QKEY-HIT                 PIC 9(04) COMP VALUE ZERO.
015400     05  WS-QKEY-ENTRY OCCURS 500 TIMES
015500                                     PIC X(13).
015600
015700 01  WS-DISPLAY-EDIT-FIELDS.
015800     05  WS-VARIANCE-OUT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
015900     05  WS-POSTING-DATE-OUT         PIC 9(08).
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     IF WS-RETURN-CODE < 8
016500         PERFORM 2000-WALK-EXCEPTIONS THRU 2000-EXIT
016600         PERFORM 3000-DISPLAY-TOTALS THRU 3000-EXIT
016700     END-IF.
016800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016900     MOVE WS-RETURN-CODE TO RETURN-CODE.
017000     STOP RUN.
017100
017200*-----------------------------------------------------------------
017300* INITIALIZATION
017400*-----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
017700     ACCEPT WS-CURR-TIME FROM TIME.
017800     DISPLAY "GL POSTING EXCEPTION WORKBENCH".
017900     PERFORM 1050-ACCEPT-OPERATOR THRU 1050-EXIT.
018100     DISPLAY "Enter Entity (blank for every entity)".
018200     ACCEPT WS-FILTER-ENTITY.
018300     IF WS-FILTER-ENTITY NOT = SPACES
018400         DISPLAY "Enter Account Key (blank for every account)"
018500         ACCEPT WS-FILTER-ACCT-KEY
018600     END-IF.
018700     PERFORM 1100-LOAD-QUEUED-KEYS THRU 1100-EXIT.
018800     IF WS-RETURN-CODE < 8
018900         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
019000     END-IF.
019100     IF WS-RETURN-CODE < 8
019200         PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600
019605*    The operator's id goes on every outcome recorded to DISPFILE
019610*    and on every resubmission queued, so one is required.
019615 1050-ACCEPT-OPERATOR.
019620     MOVE "N" TO WS-FIELD-VALID-SWITCH.
019625     PERFORM 1060-PROMPT-OPERATOR THRU 1060-EXIT
019630         UNTIL WS-FIELD-IS-VALID.
019635 1050-EXIT.
019640     EXIT.
019645
019650 1060-PROMPT-OPERATOR.
019655     DISPLAY "Enter Operator Id".
019660     ACCEPT WS-OPERATOR-ID.
019665     MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID.
019670     IF WS-OPERATOR-ID = SPACES
019675         DISPLAY "*** AN OPERATOR ID IS REQUIRED - RE-ENTER ***"
019680     ELSE
019685         SET WS-FIELD-IS-VALID TO TRUE
019690     END-IF.
019693 1060-EXIT.
019696     EXIT.
019698
019700*    The queue is read once to table what is still waiting to
019800*    go out, then re-opened to append tonight's corrections.
019900*    No queue yet is simply nothing waiting.
020000 1100-LOAD-QUEUED-KEYS.
020100     OPEN INPUT GLRSUBQ.
020200     IF WS-RSQ-STATUS = "00"
020300         PERFORM 1110-READ-QUEUE THRU 1110-EXIT
020400         PERFORM 1120-TABLE-ONE-QUEUED THRU 1120-EXIT
020500             UNTIL WS-END-OF-QUEUE
020600         CLOSE GLRSUBQ
020700     ELSE
020800         IF WS-RSQ-STATUS NOT = "35"
020900             DISPLAY "*** GLFIX - GLRSUBQ NOT AVAILABLE - "
021000                 WS-RSQ-STATUS
021100             MOVE 8 TO WS-RETURN-CODE
021200         END-IF
021300     END-IF.
021400 1100-EXIT.
021500     EXIT.
021600
021700 1110-READ-QUEUE.
021800     READ GLRSUBQ
021900         AT END SET WS-END-OF-QUEUE TO TRUE
022000     END-READ.
022100 1110-EXIT.
022200     EXIT.
022300
022400 1120-TABLE-ONE-QUEUED.
022500     IF RSQ-QUEUED
022600         IF WS-QKEY-COUNT < WS-QKEY-MAX
022700             ADD 1 TO WS-QKEY-COUNT
022800             MOVE RSQ-KEY TO WS-QKEY-ENTRY (WS-QKEY-COUNT)
022900         ELSE
023000             DISPLAY "*** GLFIX - MORE QUEUED RESUBMISSIONS THAN "
023100                 "THE TABLE HOLDS - " RSQ-ENTITY "/"
023200                 RSQ-ACCT-KEY " NOT CHECKED"
023300         END-IF
023400     END-IF.
023500     PERFORM 1110-READ-QUEUE THRU 1110-EXIT.
023600 1120-EXIT.
023700     EXIT.
023800
023900 1200-OPEN-FILES.
024000     OPEN I-O GLEXCPT.
024100     IF WS-EXC-STATUS NOT = "00"
024200         DISPLAY "*** GLFIX - GLEXCPT NOT AVAILABLE - "
024300             WS-EXC-STATUS
024400         MOVE 8 TO WS-RETURN-CODE
024500     END-IF.
024600     OPEN EXTEND GLRSUBQ.
024700     IF WS-RSQ-STATUS = "35"
024800         OPEN OUTPUT GLRSUBQ
024900     END-IF.
025000     IF WS-RSQ-STATUS NOT = "00"
025100         DISPLAY "*** GLFIX - GLRSUBQ NOT WRITABLE - "
025200             WS-RSQ-STATUS
025300         MOVE 8 TO WS-RETURN-CODE
025400     END-IF.
025500     OPEN I-O DISPFILE.
025600     IF WS-DISP-STATUS = "35"
025700         OPEN OUTPUT DISPFILE
025800         IF WS-DISP-STATUS = "00"
025900             CLOSE DISPFILE
026000             OPEN I-O DISPFILE
026100         END-IF
026200     END-IF.
026300     IF WS-DISP-STATUS NOT = "00"
026400         DISPLAY "*** GLFIX - DISPFILE NOT WRITABLE - "
026500             WS-DISP-STATUS
026600         MOVE 8 TO WS-RETURN-CODE
026700     END-IF.
026800 1200-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------------
027200* WALK THE EXCEPTIONS
027300*-----------------------------------------------------------------
027400 2000-WALK-EXCEPTIONS.
027500     PERFORM 2200-PRESENT-ONE-EXCEPTION THRU 2200-EXIT
027600         UNTIL WS-END-OF-EXCEPTIONS OR WS-OPERATOR-DONE.
027700 2000-EXIT.
027800     EXIT.
027900
028000 2100-READ-EXCEPTION.
028100     READ GLEXCPT
028200         AT END SET WS-END-OF-EXCEPTIONS TO TRUE
028300         NOT AT END ADD 1 TO WS-EXCEPTIONS-READ
028400     END-READ.
028500 2100-EXIT.
028600     EXIT.
028700
028800 2200-PRESENT-ONE-EXCEPTION.
028900     IF EXC-OPEN
029000         AND (WS-FILTER-ENTITY = SPACES
029100           OR WS-FILTER-ENTITY = EXC-ENTITY)
029200         AND (WS-FILTER-ACCT-KEY = SPACES
029300           OR WS-FILTER-ACCT-KEY = EXC-ACCT-KEY)
029400         ADD 1 TO WS-OPEN-SEEN
029500         PERFORM 2300-WORK-ONE-EXCEPTION THRU 2300-EXIT
029600     END-IF.
029700     IF NOT WS-OPERATOR-DONE
029800         PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT
029900     END-IF.
030000 2200-EXIT.
030100     EXIT.
030200
030300 2300-WORK-ONE-EXCEPTION.
030400     MOVE EXC-VARIANCE TO WS-VARIANCE-OUT.
030500     IF EXC-POSTING-DATE IS NUMERIC
030600         AND EXC-POSTING-DATE > ZERO
030700         MOVE EXC-POSTING-DATE TO WS-POSTING-DATE-OUT
030800     ELSE
030900         MOVE EXC-RUN-DATE TO WS-POSTING-DATE-OUT
031000     END-IF.
031100     DISPLAY " ".
031200     IF EXC-RESUBMISSION
031300         DISPLAY "BOUNCED RESUBMISSION"
031400     ELSE
031410         IF EXC-WRITE-OFF
031420             DISPLAY "BOUNCED WRITE-OFF"
031430         ELSE
031440             DISPLAY "BOUNCED ADJUSTMENT"
031450         END-IF
031600     END-IF.
031700     DISPLAY "  ENTITY: " EXC-ENTITY
031800         "  ACCOUNT: " EXC-ACCT-KEY
031900         "  SENT: " EXC-RUN-DATE.
032000     DISPLAY "  ADJUSTMENT CODE: " EXC-ADJUSTMENT-CODE
032100         "  POSTING DATE: " WS-POSTING-DATE-OUT
032200         "  VARIANCE: " WS-VARIANCE-OUT.
032300     DISPLAY "  BOUNCE REASON: " EXC-REASON.
032400     PERFORM 2400-ACCEPT-ACTION THRU 2400-EXIT.
032500     IF WS-ACTION-CORRECT
032600         PERFORM 2500-CORRECT-EXCEPTION THRU 2500-EXIT
032700     ELSE
032800         IF WS-ACTION-ABANDON
032900             PERFORM 2600-ABANDON-EXCEPTION THRU 2600-EXIT
033000         ELSE
033100             IF WS-ACTION-EXIT
033200                 SET WS-OPERATOR-DONE TO TRUE
033300             ELSE
033400                 ADD 1 TO WS-SKIPPED-COUNT
033500             END-IF
033600         END-IF
033700     END-IF.
033800 2300-EXIT.
033900     EXIT.
034000
034100 2400-ACCEPT-ACTION.
034200     MOVE "N" TO WS-FIELD-VALID-SWITCH.
034300     PERFORM 2410-PROMPT-ACTION THRU 2410-EXIT
034400         UNTIL WS-FIELD-IS-VALID.
034500 2400-EXIT.
034600     EXIT.
034700
034800 2410-PROMPT-ACTION.
034900     DISPLAY "C - CORRECT AND RESUBMIT   A - ABANDON   "
035000         "S - SKIP   X - EXIT".
035100     DISPLAY "Enter Action".
035200     ACCEPT WS-ACTION-X.
035300     IF WS-ACTION-VALID
035400         SET WS-FIELD-IS-VALID TO TRUE
035500     ELSE
035600         DISPLAY "*** INVALID ACTION - C, A, S OR X - "
035650             "RE-ENTER ***"
035700     END-IF.
035800 2410-EXIT.
035900     EXIT.
036000
036100*-----------------------------------------------------------------
036200* CORRECT AND QUEUE FOR RESUBMISSION
036300* Each value defaults to the adjustment as sent - a blank
036400* answer keeps it.  The entity is not keyed; the adjustment
036500* resubmits within the entity that raised it.
036600*-----------------------------------------------------------------
036700 2500-CORRECT-EXCEPTION.
036800     MOVE EXC-ADJUSTMENT-CODE TO WS-CORR-ADJ-CODE.
036900     MOVE EXC-ACCT-KEY TO WS-CORR-ACCT-KEY.
037000     MOVE WS-POSTING-DATE-OUT TO WS-CORR-POSTING-DATE.
037100     DISPLAY "Enter Adjustment Code (blank keeps "
037200         EXC-ADJUSTMENT-CODE ")".
037300     MOVE SPACES TO WS-ANSWER-X.
037400     ACCEPT WS-ANSWER-X.
037500     IF WS-ANSWER-X NOT = SPACES
037600         MOVE WS-ANSWER-X TO WS-CORR-ADJ-CODE
037700     END-IF.
037800     DISPLAY "Enter Account Key (blank keeps " EXC-ACCT-KEY ")".
037900     MOVE SPACES TO WS-ANSWER-X.
038000     ACCEPT WS-ANSWER-X.
038100     IF WS-ANSWER-X NOT = SPACES
038200         MOVE WS-ANSWER-X TO WS-CORR-ACCT-KEY
038300     END-IF.
038400     PERFORM 2510-ACCEPT-POSTING-DATE THRU 2510-EXIT.
038500     MOVE EXC-ENTITY TO WS-CORR-ENTITY.
038600     MOVE WS-CORR-ACCT-KEY TO WS-CORR-KEY-ACCT.
038700     PERFORM 2550-FIND-QUEUED-KEY THRU 2550-EXIT.
038800     IF WS-QKEY-HIT > ZERO
038900         DISPLAY "*** A RESUBMISSION FOR " WS-CORR-ENTITY "/"
039000             WS-CORR-KEY-ACCT " IS ALREADY QUEUED - ITEM LEFT "
039100             "OPEN ***"
039200         ADD 1 TO WS-REFUSED-COUNT
039300     ELSE
039400         PERFORM 2700-QUEUE-RESUBMISSION THRU 2700-EXIT
039500         IF WS-RETURN-CODE < 8
039600             MOVE "C" TO EXC-RESOLUTION
039700             PERFORM 2800-REWRITE-WORKED THRU 2800-EXIT
039800         END-IF
039900         IF WS-RETURN-CODE < 8
040000             INITIALIZE DSP-RECORD WITH FILLER
040100             SET DSP-RESUBMITTED TO TRUE
040200             STRING "TO " WS-CORR-ACCT-KEY " CODE "
040300                 WS-CORR-ADJ-CODE DELIMITED BY SIZE
040400                 INTO DSP-NOTE
040500             PERFORM 2900-RECORD-DISPOSITION THRU 2900-EXIT
040600             ADD 1 TO WS-RESUBMIT-COUNT
040700             DISPLAY "  QUEUED - RESUBMITS WITH THE NEXT CYCLE"
040800         END-IF
040900     END-IF.
041000 2500-EXIT.
041100     EXIT.
041200
041300 2510-ACCEPT-POSTING-DATE.
041400     MOVE "N" TO WS-FIELD-VALID-SWITCH.
041500     PERFORM 2520-PROMPT-POSTING-DATE THRU 2520-EXIT
041600         UNTIL WS-FIELD-IS-VALID.
041700 2510-EXIT.
041800     EXIT.
041900
042000 2520-PROMPT-POSTING-DATE.
042100     DISPLAY "Enter Posting Date YYYYMMDD (blank keeps "
042200         WS-CORR-POSTING-DATE ")".
042300     MOVE SPACES TO WS-EDIT-DATE-X.
042400     ACCEPT WS-EDIT-DATE-X.
042500     IF WS-EDIT-DATE-X = SPACES
042600         SET WS-FIELD-IS-VALID TO TRUE
042700     ELSE
042800         IF WS-EDIT-DATE-X IS NUMERIC
042900             AND WS-EDIT-MONTH-VALID
043000             AND WS-EDIT-DAY-VALID
043100             MOVE WS-EDIT-DATE TO WS-CORR-POSTING-DATE
043200             SET WS-FIELD-IS-VALID TO TRUE
043300         ELSE
043400             DISPLAY "*** INVALID DATE - YYYYMMDD - RE-ENTER ***"
043500         END-IF
043600     END-IF.
043700 2520-EXIT.
043800     EXIT.
043900
044000 2550-FIND-QUEUED-KEY.
044100     MOVE ZERO TO WS-QKEY-HIT.
044200     PERFORM 2560-TEST-QUEUED-KEY THRU 2560-EXIT
044300         VARYING WS-QKEY-SUB FROM 1 BY 1
044400         UNTIL WS-QKEY-SUB > WS-QKEY-COUNT
044500            OR WS-QKEY-HIT > ZERO.
044600 2550-EXIT.
044700     EXIT.
044800
044900 2560-TEST-QUEUED-KEY.
045000     IF WS-QKEY-ENTRY (WS-QKEY-SUB) = WS-CORR-KEY
045100         MOVE WS-QKEY-SUB TO WS-QKEY-HIT
045200     END-IF.
045300 2560-EXIT.
045400     EXIT.
045500
045600*-----------------------------------------------------------------
045700* ABANDON - the reason is required; it is what the account
045800* workbench shows in place of the posting that never happened.
045900*-----------------------------------------------------------------
046000 2600-ABANDON-EXCEPTION.
046100     MOVE "N" TO WS-FIELD-VALID-SWITCH.
046200     PERFORM 2610-PROMPT-REASON THRU 2610-EXIT
046300         UNTIL WS-FIELD-IS-VALID.
046400     MOVE "A" TO EXC-RESOLUTION.
046500     PERFORM 2800-REWRITE-WORKED THRU 2800-EXIT.
046600     IF WS-RETURN-CODE < 8
046700         INITIALIZE DSP-RECORD WITH FILLER
046800         SET DSP-ABANDONED TO TRUE
046900         MOVE WS-ABANDON-REASON TO DSP-NOTE
047000         PERFORM 2900-RECORD-DISPOSITION THRU 2900-EXIT
047100         ADD 1 TO WS-ABANDON-COUNT
047200         DISPLAY "  ABANDONED"
047300     END-IF.
047400 2600-EXIT.
047500     EXIT.
047600
047700 2610-PROMPT-REASON.
047800     DISPLAY "Enter Reason for Abandoning".
047900     MOVE SPACES TO WS-ANSWER-X.
048000     ACCEPT WS-ANSWER-X.
048100     IF WS-ANSWER-X = SPACES
048200         DISPLAY "*** A REASON IS REQUIRED - RE-ENTER ***"
048300     ELSE
048400         MOVE WS-ANSWER-X TO WS-ABANDON-REASON
048500         SET WS-FIELD-IS-VALID TO TRUE
048600     END-IF.
048700 2610-EXIT.
048800     EXIT.
048900
049000 2700-QUEUE-RESUBMISSION.
049100     INITIALIZE RSQ-RECORD WITH FILLER.
049200     MOVE EXC-ENTITY TO RSQ-ENTITY.
049300     MOVE WS-CORR-ACCT-KEY TO RSQ-ACCT-KEY.
049400     MOVE WS-CORR-ADJ-CODE TO RSQ-ADJUSTMENT-CODE.
049500     MOVE WS-CORR-POSTING-DATE TO RSQ-POSTING-DATE.
049600     MOVE EXC-VARIANCE TO RSQ-VARIANCE.
049700     MOVE EXC-RUN-DATE TO RSQ-ORIG-RUN-DATE.
049800     MOVE EXC-ACCT-KEY TO RSQ-ORIG-ACCT-KEY.
049900     MOVE WS-OPERATOR-ID TO RSQ-OPERATOR-ID.
050000     MOVE WS-CURR-DATE TO RSQ-QUEUED-DATE.
050100     SET RSQ-QUEUED TO TRUE.
050200     MOVE ZERO TO RSQ-MERGED-DATE.
050300     WRITE RSQ-RECORD.
050400     IF WS-RSQ-STATUS NOT = "00"
050500         DISPLAY "*** GLFIX - GLRSUBQ WRITE FAILED - "
050600             WS-RSQ-STATUS
050700         MOVE 8 TO WS-RETURN-CODE
050800         SET WS-OPERATOR-DONE TO TRUE
050900     ELSE
051000         IF WS-QKEY-COUNT < WS-QKEY-MAX
051100             ADD 1 TO WS-QKEY-COUNT
051200             MOVE RSQ-KEY TO WS-QKEY-ENTRY (WS-QKEY-COUNT)
051300         END-IF
051400     END-IF.
051500 2700-EXIT.
051600     EXIT.
051700
051800 2800-REWRITE-WORKED.
051900     SET EXC-WORKED TO TRUE.
052000     REWRITE EXC-RECORD.
052100     IF WS-EXC-STATUS NOT = "00"
052200         DISPLAY "*** GLFIX - REWRITE FAILED - " WS-EXC-STATUS
052300         MOVE 8 TO WS-RETURN-CODE
052400         SET WS-OPERATOR-DONE TO TRUE
052500     END-IF.
052600 2800-EXIT.
052700     EXIT.
052800
052900*    The outcome is recorded against the account and sent date
053000*    of the exception, under the working operator.  The item is
053100*    already worked if this fails - it is warned, not fatal.
053200 2900-RECORD-DISPOSITION.
053300     ACCEPT WS-CURR-TIME FROM TIME.
053400     MOVE WS-CURR-DATE TO DSP-DATE.
053500     MOVE WS-CURR-TIME TO DSP-TIME.
053600     MOVE WS-OPERATOR-ID TO DSP-OPERATOR-ID.
053700     MOVE EXC-ENTITY TO DSP-ENTITY.
053800     MOVE EXC-ACCT-KEY TO DSP-ACCT-KEY.
053900     MOVE EXC-RUN-DATE TO DSP-AUD-DATE.
054000     WRITE DSP-RECORD.
054100     IF WS-DISP-STATUS NOT = "00"
054200         DISPLAY "*** GLFIX - DISPOSITION NOT RECORDED FOR "
054300             DSP-ENTITY "/" DSP-ACCT-KEY " - " WS-DISP-STATUS
054400         IF WS-RETURN-CODE < 4
054500             MOVE 4 TO WS-RETURN-CODE
054600         END-IF
054700     END-IF.
054800 2900-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------------
055200* TOTALS
055300*-----------------------------------------------------------------
055400 3000-DISPLAY-TOTALS.
055500     DISPLAY " ".
055600     DISPLAY "EXCEPTIONS READ:   " WS-EXCEPTIONS-READ.
055700     DISPLAY "OPEN PRESENTED:    " WS-OPEN-SEEN.
055800     DISPLAY "RESUBMITTED:       " WS-RESUBMIT-COUNT.
055900     DISPLAY "ABANDONED:         " WS-ABANDON-COUNT.
056000     DISPLAY "ALREADY QUEUED:    " WS-REFUSED-COUNT.
056100     DISPLAY "LEFT OPEN:         " WS-SKIPPED-COUNT.
056200 3000-EXIT.
056300     EXIT.
056400
056500*-----------------------------------------------------------------
056600* TERMINATION
056700*-----------------------------------------------------------------
056800 8000-TERMINATE.
056900     CLOSE GLEXCPT.
057000     CLOSE GLRSUBQ.
057100     CLOSE DISPFILE.
057200 8000-EXIT.
057300     EXIT.
