000100*****************************************************************
000200* CHGRPT.CBL
000300*
000400* Daily control-data change report - every change made to the
000500* tolerance rules master and to the reject file for the day,
000600* off the maintenance change log (CHGLOG) that tolmnt.cbl,
000700* errfix.cbl and the checker screen (chgchk.cbl) append to.
000800* Each entry is listed with what happened (SUBMITTED by the
000900* maker, APPROVED or DECLINED by the checker), who made and who
001000* checked it, the checker's note, and the record before and
001100* after, decoded for its file - so audit sees the value each
001200* change replaced as well as the value it put in.  A second
001300* section lists every change still awaiting approval on the
001400* change queue (CHGPEND), whatever day it was keyed - none of
001500* those is in effect.
001600*
001700* The day reported is the business date on RUNCTL, or the date
001800* given as the PARM (YYYYMMDD) to reprint an earlier day.  A
001900* submission is dated when it was keyed, a decision when it was
002000* made - both by the machine clock, which keeps running through
002100* weekends and holidays when no cycle does.  So the day's report
002200* takes every entry dated after the previous business day up to
002300* and including the report date, and a change keyed on a Saturday
002400* appears on Monday's report instead of on none.  The previous
002500* business day is found on the house business-day calendar
002600* (BUSCAL); without it weekends are still stepped over but
002700* holidays are not.  The report only reads - it takes no part in
002800* the step ledger and can be rerun at will.
002900*
003000*     RC 0  - report printed
003100*     RC 4  - CHGLOG or CHGPEND missing or unreadable (noted on
003200*             the page), RUNCTL missing (machine date used), or
003300*             BUSCAL missing or unreadable (weekends only)
003400*     RC 8  - CHGRPT not writable
003500*
003600* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003700* AUTHOR.        D. OKAFOR
003800* DATE-WRITTEN.  10/15/2026
003900*
004000* MODIFICATION HISTORY
004100*   10/15/2026  DRO  Original daily control-data change report.
004200*   10/15/2026  DRO  The day's changes now run from the previous
004300*                    business day (BUSCAL) to the report date, so
004400*                    weekend and holiday changes are reported.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. chgrpt.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RUNCTL ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-RUNCTL-STATUS.
005500
005600     SELECT CHGLOG ASSIGN TO "CHGLOG"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-CHGLOG-STATUS.
005900
006000     SELECT CHGPEND ASSIGN TO "CHGPEND"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-CHGPEND-STATUS.
006300
006400     SELECT CHGRPT ASSIGN TO "CHGRPT"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-CHGRPT-STATUS.
006700
006800     SELECT BUSCAL ASSIGN TO "BUSCAL"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-BUSCAL-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RUNCTL
007500     LABEL RECORDS ARE STANDARD.
007600 COPY RUNCTL.
007700
007800 FD  CHGLOG
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CTLCHG.
008100
008200 FD  CHGPEND
008300     LABEL RECORDS ARE STANDARD.
008400 01  CHGPEND-RECORD              PIC X(360).
008500
008600 FD  CHGRPT
008700     LABEL RECORDS ARE STANDARD.
008800 01  CHGRPT-LINE                 PIC X(132).
008900
009000 FD  BUSCAL
009100     LABEL RECORDS ARE STANDARD.
009200 COPY BUSCAL.
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-RETURN-CODE-FIELDS.
009600     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
009700
009800 01  WS-FILE-STATUS-FIELDS.
009900     05  WS-RUNCTL-STATUS            PIC X(02).
010000     05  WS-CHGLOG-STATUS            PIC X(02).
010100     05  WS-CHGPEND-STATUS           PIC X(02).
010200     05  WS-CHGRPT-STATUS            PIC X(02).
010300     05  WS-BUSCAL-STATUS            PIC X(02).
010400
010500*    The images are moved here to be decoded field by field.
010600 COPY TOLRULE.
010700
010800 COPY ERRREC.
010900
011000 01  WS-SWITCHES.
011100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011200         88  WS-END-OF-FILE              VALUE "Y".
011300
011400 01  WS-DATE-TIME-FIELDS.
011500     05  WS-CURR-DATE                PIC 9(08).
011600     05  WS-REPORT-DATE              PIC 9(08).
011700     05  WS-PREV-BUS-DATE            PIC 9(08).
011800     05  WS-EVENT-DATE               PIC 9(08).
011900     05  WS-EVENT-TIME               PIC 9(08).
012000
012100*    The house business-day calendar - weekday holidays (H) and
012200*    worked weekend days (B) - tabled at start-up.
012300 01  WS-CALENDAR-TABLE.
012400     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 500.
012500     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
012600     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
012700     05  WS-CAL-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
012800     05  WS-CAL-ENTRY OCCURS 500 TIMES.
012900         10  WS-CAL-DATE             PIC 9(08).
013000         10  WS-CAL-DAY-TYPE         PIC X(01).
013100
013200 01  WS-CALENDAR-FIELDS.
013300     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
013400         88  WS-END-OF-CALENDAR          VALUE "Y".
013500     05  WS-CAL-DAY-SWITCH           PIC X(01) VALUE "N".
013600         88  WS-CAL-IS-BUSINESS-DAY      VALUE "Y".
013700     05  WS-CAL-TEST-DATE            PIC 9(08).
013800     05  WS-CAL-INTEGER              PIC 9(08) COMP.
013900     05  WS-CAL-WEEKS                PIC 9(08) COMP.
014000     05  WS-CAL-WEEKDAY              PIC 9(04) COMP.
014100
014200 01  WS-COMMAND-LINE-FIELDS.
014300     05  WS-COMMAND-LINE             PIC X(80).
014400     05  WS-PARM-DATE-X              PIC X(08).
014500
014600 01  WS-COUNTERS.
014700     05  WS-SUBMITTED-COUNT          PIC 9(07) COMP VALUE ZERO.
014800     05  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
014900     05  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
015000     05  WS-AWAITING-COUNT           PIC 9(07) COMP VALUE ZERO.
015100
015200 01  WS-WORK-FIELDS.
015300     05  WS-IMAGE-LABEL              PIC X(08).
015400     05  WS-IMAGE-TEXT               PIC X(110).
015500
015600 01  WS-REPORT-LINES.
015700     05  WS-CRP-DETAIL.
015800         10  WS-CRP-TIME             PIC 9(08).
015900         10  FILLER                  PIC X(02) VALUE SPACES.
016000         10  WS-CRP-EVENT            PIC X(09).
016100         10  FILLER                  PIC X(02) VALUE SPACES.
016200         10  WS-CRP-FILE-ID          PIC X(08).
016300         10  FILLER                  PIC X(02) VALUE SPACES.
016400         10  WS-CRP-ACTION           PIC X(06).
016500         10  FILLER                  PIC X(02) VALUE SPACES.
016600         10  WS-CRP-ENTITY           PIC X(03).
016700         10  FILLER                  PIC X(02) VALUE SPACES.
016800         10  WS-CRP-ACCT-KEY         PIC X(10).
016900         10  FILLER                  PIC X(02) VALUE SPACES.
017000         10  WS-CRP-MAKER            PIC X(08).
017100         10  FILLER                  PIC X(02) VALUE SPACES.
017200         10  WS-CRP-KEYED-DATE       PIC 9(08).
017300         10  FILLER                  PIC X(02) VALUE SPACES.
017400         10  WS-CRP-CHECKER          PIC X(08).
017500         10  FILLER                  PIC X(02) VALUE SPACES.
017600         10  WS-CRP-NOTE             PIC X(30).
017700         10  FILLER                  PIC X(12) VALUE SPACES.
017800     05  WS-CRP-IMAGE-LINE.
017900         10  FILLER                  PIC X(10) VALUE SPACES.
018000         10  WS-CRP-IMAGE-LABEL      PIC X(08).
018100         10  FILLER                  PIC X(02) VALUE SPACES.
018200         10  WS-CRP-IMAGE-TEXT       PIC X(110).
018300         10  FILLER                  PIC X(02) VALUE SPACES.
018400
018500 01  WS-EDITED-FIELDS.
018600     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
018700     05  WS-THRESHOLD-OUT            PIC Z,ZZZ,ZZ9.99.
018800
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     IF WS-RETURN-CODE < 8
019300         PERFORM 2000-PRINT-DAYS-CHANGES THRU 2000-EXIT
019400         PERFORM 3000-PRINT-AWAITING THRU 3000-EXIT
019500         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
019600     END-IF.
019700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019800     MOVE WS-RETURN-CODE TO RETURN-CODE.
019900     STOP RUN.
020000
020100*-----------------------------------------------------------------
020200* INITIALIZATION
020300*-----------------------------------------------------------------
020400 1000-INITIALIZE.
020500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
020600     MOVE WS-CURR-DATE TO WS-REPORT-DATE.
020700     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
020800     MOVE WS-COMMAND-LINE (1:8) TO WS-PARM-DATE-X.
020900     OPEN OUTPUT CHGRPT.
021000     IF WS-CHGRPT-STATUS NOT = "00"
021100         DISPLAY "*** CHGRPT - CHGRPT NOT WRITABLE - "
021200             WS-CHGRPT-STATUS
021300         MOVE 8 TO WS-RETURN-CODE
021400     END-IF.
021500     IF WS-RETURN-CODE < 8
021600         IF WS-PARM-DATE-X IS NUMERIC
021700             MOVE WS-PARM-DATE-X TO WS-REPORT-DATE
021800         ELSE
021900             PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
022000         END-IF
022100         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
022200         PERFORM 1300-SET-PREVIOUS-DAY THRU 1300-EXIT
022300         MOVE SPACES TO CHGRPT-LINE
022400         STRING "CONTROL-DATA CHANGE REPORT - "
022500             WS-REPORT-DATE
022600             "  (CHANGES DATED AFTER " WS-PREV-BUS-DATE
022700             " THROUGH " WS-REPORT-DATE ")"
022800             DELIMITED BY SIZE INTO CHGRPT-LINE
022900         WRITE CHGRPT-LINE
023000         MOVE SPACES TO CHGRPT-LINE
023100         WRITE CHGRPT-LINE
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023600 1100-READ-RUN-CONTROL.
023700     OPEN INPUT RUNCTL.
023800     IF WS-RUNCTL-STATUS = "00"
023900         READ RUNCTL
024000             AT END CONTINUE
024100         END-READ
024200         IF WS-RUNCTL-STATUS = "00"
024300             MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
024400         END-IF
024500         CLOSE RUNCTL
024600     ELSE
024700         DISPLAY "*** CHGRPT - RUNCTL NOT FOUND - USING "
024800             "MACHINE DATE"
024900         IF WS-RETURN-CODE < 4
025000             MOVE 4 TO WS-RETURN-CODE
025100         END-IF
025200     END-IF.
025300 1100-EXIT.
025400     EXIT.
025500
025600*    The house business-day calendar - optional; without it the
025700*    previous business day is found by skipping weekends alone.
025800 1200-LOAD-CALENDAR.
025900     OPEN INPUT BUSCAL.
026000     IF WS-BUSCAL-STATUS = "35"
026100         DISPLAY "*** CHGRPT - BUSCAL NOT FOUND - WEEKENDS ONLY, "
026200             "NO HOLIDAYS KNOWN"
026300         IF WS-RETURN-CODE < 4
026400             MOVE 4 TO WS-RETURN-CODE
026500         END-IF
026600     ELSE
026700         IF WS-BUSCAL-STATUS NOT = "00"
026800             DISPLAY "*** CHGRPT - BUSCAL NOT AVAILABLE - "
026900                 WS-BUSCAL-STATUS " - WEEKENDS ONLY"
027000             IF WS-RETURN-CODE < 4
027100                 MOVE 4 TO WS-RETURN-CODE
027200             END-IF
027300         ELSE
027400             PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
027500             PERFORM 1220-TABLE-ONE-DAY THRU 1220-EXIT
027600                 UNTIL WS-END-OF-CALENDAR
027700             CLOSE BUSCAL
027800             IF WS-CAL-OVERFLOW > ZERO
027900                 DISPLAY "*** CHGRPT - " WS-CAL-OVERFLOW
028000                     " CALENDAR DAYS BEYOND TABLE - NOT KNOWN"
028100                 IF WS-RETURN-CODE < 4
028200                     MOVE 4 TO WS-RETURN-CODE
028300                 END-IF
028400             END-IF
028500         END-IF
028600     END-IF.
028700 1200-EXIT.
028800     EXIT.
028900
029000 1210-READ-CALENDAR.
029100     READ BUSCAL
029200         AT END SET WS-END-OF-CALENDAR TO TRUE
029300     END-READ.
029400 1210-EXIT.
029500     EXIT.
029600
029700*    Only the house days matter here - the change log is not kept
029800*    by entity.
029900 1220-TABLE-ONE-DAY.
030000     IF CAL-ENTITY = SPACES
030100         AND (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
030200         IF WS-CAL-COUNT < WS-CAL-MAX
030300             ADD 1 TO WS-CAL-COUNT
030400             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
030500             MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
030600         ELSE
030700             ADD 1 TO WS-CAL-OVERFLOW
030800         END-IF
030900     END-IF.
031000     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.
031100 1220-EXIT.
031200     EXIT.
031300
031400*    The last business day before the report date, left in
031500*    WS-PREV-BUS-DATE - the day the previous report covered.
031600 1300-SET-PREVIOUS-DAY.
031700     MOVE WS-REPORT-DATE TO WS-CAL-TEST-DATE.
031800     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT.
031900     PERFORM 1310-STEP-BACK-ONE-DAY THRU 1310-EXIT
032000         UNTIL WS-CAL-IS-BUSINESS-DAY.
032100     MOVE WS-CAL-TEST-DATE TO WS-PREV-BUS-DATE.
032200 1300-EXIT.
032300     EXIT.
032400
032500*    Day arithmetic across month and year ends needs the date
032600*    functions - ordinary subtraction on a YYYYMMDD cannot cross a
032700*    month boundary.
032800 1310-STEP-BACK-ONE-DAY.
032900     COMPUTE WS-CAL-INTEGER =
033000         FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE) - 1.
033100     COMPUTE WS-CAL-TEST-DATE =
033200         FUNCTION DATE-OF-INTEGER (WS-CAL-INTEGER).
033300     PERFORM 1350-TEST-BUSINESS-DAY THRU 1350-EXIT.
033400 1310-EXIT.
033500     EXIT.
033600
033700*    Monday to Friday unless the house calendar says otherwise.
033800*    Day 1 of the integer calendar (01/01/1601) was a Monday,
033900*    so the remainder by seven runs 1 Monday through 5 Friday,
034000*    6 Saturday, 0 Sunday.
034100 1350-TEST-BUSINESS-DAY.
034200     DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
034300         REMAINDER WS-CAL-WEEKDAY.
034400     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
034500         MOVE "N" TO WS-CAL-DAY-SWITCH
034600     ELSE
034700         SET WS-CAL-IS-BUSINESS-DAY TO TRUE
034800     END-IF.
034900     PERFORM 1360-TEST-ONE-CAL-DAY THRU 1360-EXIT
035000         VARYING WS-CAL-SUB FROM 1 BY 1
035100         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
035200 1350-EXIT.
035300     EXIT.
035400
035500 1360-TEST-ONE-CAL-DAY.
035600     IF WS-CAL-DATE (WS-CAL-SUB) = WS-CAL-TEST-DATE
035700         IF WS-CAL-DAY-TYPE (WS-CAL-SUB) = "H"
035800             MOVE "N" TO WS-CAL-DAY-SWITCH
035900         ELSE
036000             SET WS-CAL-IS-BUSINESS-DAY TO TRUE
036100         END-IF
036200     END-IF.
036300 1360-EXIT.
036400     EXIT.
036500
036600*-----------------------------------------------------------------
036700* THE DAY'S CHANGES - every log entry whose event falls after the
036800* previous business day and on or before the report date, in the
036900* order it was logged.
037000*-----------------------------------------------------------------
037100 2000-PRINT-DAYS-CHANGES.
037200     MOVE SPACES TO CHGRPT-LINE.
037300     STRING "TIME      EVENT      FILE      ACTION  ENT  "
037400         "ACCOUNT     MAKER     KEYED ON  CHECKER   NOTE"
037500         DELIMITED BY SIZE INTO CHGRPT-LINE.
037600     WRITE CHGRPT-LINE.
037700     OPEN INPUT CHGLOG.
037800     IF WS-CHGLOG-STATUS = "00"
037900         MOVE "N" TO WS-EOF-SWITCH
038000         PERFORM 2100-READ-LOG THRU 2100-EXIT
038100         PERFORM 2200-REPORT-ONE-ENTRY THRU 2200-EXIT
038200             UNTIL WS-END-OF-FILE
038300         CLOSE CHGLOG
038400     ELSE
038500         IF WS-CHGLOG-STATUS = "35"
038600             MOVE "    NO CHANGES HAVE EVER BEEN LOGGED"
038700                 TO CHGRPT-LINE
038800             WRITE CHGRPT-LINE
038900         ELSE
039000             DISPLAY "*** CHGRPT - CHGLOG NOT READABLE - "
039100                 WS-CHGLOG-STATUS
039200             MOVE "*** CHGLOG NOT READABLE - CHANGES NOT LISTED"
039300                 TO CHGRPT-LINE
039400             WRITE CHGRPT-LINE
039500             IF WS-RETURN-CODE < 4
039600                 MOVE 4 TO WS-RETURN-CODE
039700             END-IF
039800         END-IF
039900     END-IF.
040000 2000-EXIT.
040100     EXIT.
040200
040300 2100-READ-LOG.
040400     READ CHGLOG
040500         AT END SET WS-END-OF-FILE TO TRUE
040600     END-READ.
040700 2100-EXIT.
040800     EXIT.
040900
041000*    A submission is dated when the maker keyed it; an approval
041100*    or decline when the checker made it.
041200 2200-REPORT-ONE-ENTRY.
041300     IF CHG-PENDING
041400         MOVE CHG-MAKER-DATE TO WS-EVENT-DATE
041500         MOVE CHG-MAKER-TIME TO WS-EVENT-TIME
041600     ELSE
041700         MOVE CHG-CHECKER-DATE TO WS-EVENT-DATE
041800         MOVE CHG-CHECKER-TIME TO WS-EVENT-TIME
041900     END-IF.
042000     IF WS-EVENT-DATE > WS-PREV-BUS-DATE
042100         AND WS-EVENT-DATE NOT > WS-REPORT-DATE
042200         IF CHG-PENDING
042300             MOVE "SUBMITTED" TO WS-CRP-EVENT
042400             ADD 1 TO WS-SUBMITTED-COUNT
042500         ELSE
042600             IF CHG-APPROVED
042700                 MOVE "APPROVED" TO WS-CRP-EVENT
042800                 ADD 1 TO WS-APPROVED-COUNT
042900             ELSE
043000                 MOVE "DECLINED" TO WS-CRP-EVENT
043100                 ADD 1 TO WS-DECLINED-COUNT
043200             END-IF
043300         END-IF
043400         MOVE WS-EVENT-TIME TO WS-CRP-TIME
043500         PERFORM 5000-PRINT-CHANGE THRU 5000-EXIT
043600     END-IF.
043700     PERFORM 2100-READ-LOG THRU 2100-EXIT.
043800 2200-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------------
044200* AWAITING APPROVAL - every change still pending on the queue.
044300*-----------------------------------------------------------------
044400 3000-PRINT-AWAITING.
044500     MOVE SPACES TO CHGRPT-LINE.
044600     WRITE CHGRPT-LINE.
044700     MOVE "CHANGES AWAITING APPROVAL - NOT IN EFFECT"
044800         TO CHGRPT-LINE.
044900     WRITE CHGRPT-LINE.
045000     OPEN INPUT CHGPEND.
045100     IF WS-CHGPEND-STATUS = "00"
045200         MOVE "N" TO WS-EOF-SWITCH
045300         PERFORM 3100-READ-PENDING THRU 3100-EXIT
045400         PERFORM 3200-REPORT-ONE-PENDING THRU 3200-EXIT
045500             UNTIL WS-END-OF-FILE
045600         CLOSE CHGPEND
045700     ELSE
045800         IF WS-CHGPEND-STATUS NOT = "35"
045900             DISPLAY "*** CHGRPT - CHGPEND NOT READABLE - "
046000                 WS-CHGPEND-STATUS
046100             MOVE "*** CHGPEND NOT READABLE - PENDING CHANGES "
046200                 TO CHGRPT-LINE
046300             WRITE CHGRPT-LINE
046400             IF WS-RETURN-CODE < 4
046500                 MOVE 4 TO WS-RETURN-CODE
046600             END-IF
046700         END-IF
046800     END-IF.
046900     IF WS-AWAITING-COUNT = ZERO
047000         MOVE "    NONE" TO CHGRPT-LINE
047100         WRITE CHGRPT-LINE
047200     END-IF.
047300 3000-EXIT.
047400     EXIT.
047500
047600*    The queue is read into the log's record area - the layout
047700*    is the same.
047800 3100-READ-PENDING.
047900     READ CHGPEND INTO CHG-RECORD
048000         AT END SET WS-END-OF-FILE TO TRUE
048100     END-READ.
048200 3100-EXIT.
048300     EXIT.
048400
048500 3200-REPORT-ONE-PENDING.
048600     IF CHG-PENDING
048700         ADD 1 TO WS-AWAITING-COUNT
048800         MOVE "AWAITING" TO WS-CRP-EVENT
048900         MOVE CHG-MAKER-TIME TO WS-CRP-TIME
049000         PERFORM 5000-PRINT-CHANGE THRU 5000-EXIT
049100     END-IF.
049200     PERFORM 3100-READ-PENDING THRU 3100-EXIT.
049300 3200-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------------
049700* TOTALS
049800*-----------------------------------------------------------------
049900 4000-PRINT-TOTALS.
050000     MOVE SPACES TO CHGRPT-LINE.
050100     WRITE CHGRPT-LINE.
050200     MOVE WS-SUBMITTED-COUNT TO WS-EDIT-COUNT.
050300     MOVE SPACES TO CHGRPT-LINE.
050400     STRING "CHANGES SUBMITTED:   " WS-EDIT-COUNT
050500         DELIMITED BY SIZE INTO CHGRPT-LINE.
050600     WRITE CHGRPT-LINE.
050700     MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
050800     MOVE SPACES TO CHGRPT-LINE.
050900     STRING "CHANGES APPROVED:    " WS-EDIT-COUNT
051000         DELIMITED BY SIZE INTO CHGRPT-LINE.
051100     WRITE CHGRPT-LINE.
051200     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
051300     MOVE SPACES TO CHGRPT-LINE.
051400     STRING "CHANGES DECLINED:    " WS-EDIT-COUNT
051500         DELIMITED BY SIZE INTO CHGRPT-LINE.
051600     WRITE CHGRPT-LINE.
051700     MOVE WS-AWAITING-COUNT TO WS-EDIT-COUNT.
051800     MOVE SPACES TO CHGRPT-LINE.
051900     STRING "AWAITING APPROVAL:   " WS-EDIT-COUNT
052000         DELIMITED BY SIZE INTO CHGRPT-LINE.
052100     WRITE CHGRPT-LINE.
052200     DISPLAY "CHGRPT - SUBMITTED " WS-SUBMITTED-COUNT
052300         " APPROVED " WS-APPROVED-COUNT
052400         " DECLINED " WS-DECLINED-COUNT
052500         " AWAITING " WS-AWAITING-COUNT.
052600 4000-EXIT.
052700     EXIT.
052800
052900*-----------------------------------------------------------------
053000* PRINT ONE CHANGE - the entry line, then the record before and
053100* after.  The caller has set the time and event.
053200*-----------------------------------------------------------------
053300 5000-PRINT-CHANGE.
053400     MOVE CHG-FILE-ID TO WS-CRP-FILE-ID.
053500     IF CHG-ADD
053600         MOVE "ADD" TO WS-CRP-ACTION
053700     ELSE
053800         MOVE "CHANGE" TO WS-CRP-ACTION
053900     END-IF.
054000     MOVE CHG-ENTITY TO WS-CRP-ENTITY.
054100     MOVE CHG-ACCT-KEY TO WS-CRP-ACCT-KEY.
054200     MOVE CHG-MAKER-ID TO WS-CRP-MAKER.
054300     MOVE CHG-MAKER-DATE TO WS-CRP-KEYED-DATE.
054400     MOVE CHG-CHECKER-ID TO WS-CRP-CHECKER.
054500     MOVE CHG-NOTE TO WS-CRP-NOTE.
054600     MOVE WS-CRP-DETAIL TO CHGRPT-LINE.
054700     WRITE CHGRPT-LINE.
054800     MOVE "BEFORE" TO WS-IMAGE-LABEL.
054900     IF CHG-ADD
055000         MOVE "(NEW RULE)" TO WS-IMAGE-TEXT
055100     ELSE
055200         IF CHG-FOR-TOLRULES
055300             MOVE CHG-BEFORE-IMAGE TO TOL-RULE-RECORD
055400             PERFORM 5100-DECODE-RULE THRU 5100-EXIT
055500         ELSE
055600             MOVE CHG-BEFORE-IMAGE TO ERR-RECORD
055700             PERFORM 5200-DECODE-REJECT THRU 5200-EXIT
055800         END-IF
055900     END-IF.
056000     PERFORM 5900-WRITE-IMAGE-LINE THRU 5900-EXIT.
056100     MOVE "AFTER" TO WS-IMAGE-LABEL.
056200     IF CHG-FOR-TOLRULES
056300         MOVE CHG-AFTER-IMAGE TO TOL-RULE-RECORD
056400         PERFORM 5100-DECODE-RULE THRU 5100-EXIT
056500     ELSE
056600         MOVE CHG-AFTER-IMAGE TO ERR-RECORD
056700         PERFORM 5200-DECODE-REJECT THRU 5200-EXIT
056800     END-IF.
056900     PERFORM 5900-WRITE-IMAGE-LINE THRU 5900-EXIT.
057000 5000-EXIT.
057100     EXIT.
057200
057300 5100-DECODE-RULE.
057400     IF TLR-THRESHOLD IS NUMERIC
057500         MOVE TLR-THRESHOLD TO WS-THRESHOLD-OUT
057600     ELSE
057700         MOVE ZERO TO WS-THRESHOLD-OUT
057800     END-IF.
057900     MOVE SPACES TO WS-IMAGE-TEXT.
058000     STRING "ACCOUNTS " TLR-ACCT-KEY-LO " THRU "
058100         TLR-ACCT-KEY-HI "  EFFECTIVE " TLR-EFF-DATE
058200         "  THRESHOLD " WS-THRESHOLD-OUT
058300         "  STALE AGE " TLR-STALE-DAYS
058400         DELIMITED BY SIZE INTO WS-IMAGE-TEXT.
058500 5100-EXIT.
058600     EXIT.
058700
058800*    A reject shows its values as received and, once corrected,
058900*    the corrected values, with its status.
059000 5200-DECODE-REJECT.
059100     MOVE SPACES TO WS-IMAGE-TEXT.
059200     IF ERR-CORRECTED
059300         STRING "STATUS " ERR-STATUS "  DATE " ERR-DATE
059400             "  CORRECTED NUM1 " ERR-CORR-NUM1
059500             "  NUM2 " ERR-CORR-NUM2
059600             "  CCY " ERR-NUM1-CCY "/" ERR-NUM2-CCY
059700             DELIMITED BY SIZE INTO WS-IMAGE-TEXT
059800     ELSE
059900         STRING "STATUS " ERR-STATUS "  DATE " ERR-DATE
060000             "  RECEIVED NUM1 " ERR-INPUT-NUM1
060100             "  NUM2 " ERR-INPUT-NUM2
060200             "  REASON " ERR-REASON
060300             DELIMITED BY SIZE INTO WS-IMAGE-TEXT
060400     END-IF.
060500 5200-EXIT.
060600     EXIT.
060700
060800 5900-WRITE-IMAGE-LINE.
060900     MOVE WS-IMAGE-LABEL TO WS-CRP-IMAGE-LABEL.
061000     MOVE WS-IMAGE-TEXT TO WS-CRP-IMAGE-TEXT.
061100     MOVE WS-CRP-IMAGE-LINE TO CHGRPT-LINE.
061200     WRITE CHGRPT-LINE.
061300 5900-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------------
061700* TERMINATION
061800*-----------------------------------------------------------------
061900 8000-TERMINATE.
062000     CLOSE CHGRPT.
062100 8000-EXIT.
062200     EXIT.
