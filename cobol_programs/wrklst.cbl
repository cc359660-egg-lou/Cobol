000100*****************************************************************
000200* WRKLST.CBL
000300*
000400* Nightly analyst worklists - splits the night's open work by
000500* owner off the account ownership master (OWNMAST, maintained
000600* through ownmnt.cbl) instead of leaving the supervisor to carve
000700* up the aging report by hand each morning.  The open work is:
000800*
000900*   - every open break on the keyed master copy (BRKMASTK, which
001000*     stands even on a night the roll never ran) - variance
001100*     breaks and one-sided items alike;
001200*   - the matcher's one-sided items off UNMFILE, where the
001300*     account has no open break on the master yet (the roll did
001400*     not run) - an item already on the master is listed once,
001500*     as the break, and once the roll has completed for the
001510*     business date (on the RUNCTL step ledger) an item it
001520*     closed tonight - paired off as a timing difference or
001530*     written off - is counted, not listed;
001600*   - every ERRFILE reject still at status O;
001700*   - every GLEXCPT posting exception still open.
001800*
001900* Each item goes to the analyst whose ownership range covers its
002000* entity and account (the later record in OWNMAST winning an
002100* overlap) and is listed on that analyst's worklist with its age
002200* in business days since the item's first date, off the
002300* business-day calendar (BUSCAL) - the same count the aging
002400* report makes - and the account's latest disposition where one
002500* has been recorded on or after that date (a current
002600* disposition).  An item older than its owner's SLA with no
002700* current disposition is flagged PAST SLA and also goes on the
002800* escalation list of the supervisor the ownership record names.
002900* An item no ownership range covers is listed in an unassigned
003000* section at the end, so an account nobody owns is caught the
003100* first night it has work.
003200*
003300* The worklists only read - the step takes no part in the step
003400* ledger and can be rerun at will for a fresh set.
003500*
003600*     RC 0  - worklists printed
003700*     RC 4  - unassigned items listed, an input missing or
003800*             unreadable (noted on the page), or the item table
003900*             full (items beyond it noted, not listed)
004000*     RC 8  - WRKLIST not writable
004100*
004200* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
004300* AUTHOR.        D. OKAFOR
004400* DATE-WRITTEN.  10/15/2026
004500*
004600* MODIFICATION HISTORY
004700*   10/15/2026  DRO  Original worklist run.
004710*   10/15/2026  DRO  One-sided items the roll closed tonight
004720*                    are no longer listed NOT ROLLED.  A missing
004730*                    DISPFILE or BUSCAL and a full disposition
004740*                    or calendar table now warn, come back RC 4
004750*                    and are noted on the page.  Ages come off
004760*                    the shared business-day age routine
004770*                    (BUSAGE).
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. wrklst.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RUNCTL ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNCTL-STATUS.
005800
005900     SELECT OWNMAST ASSIGN TO "OWNMAST"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-OWNMAST-STATUS.
006200
006300     SELECT BRKMASTK ASSIGN TO "BRKMASTK"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS BRK-KEY
006700         FILE STATUS IS WS-BRK-STATUS.
006800
006900     SELECT UNMFILE ASSIGN TO "UNMFILE"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-UNMF-STATUS.
007200
007300     SELECT ERRFILE ASSIGN TO "ERRFILE"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-ERR-STATUS.
007600
007700     SELECT GLEXCPT ASSIGN TO "GLEXCPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-EXC-STATUS.
008000
008100     SELECT DISPFILE ASSIGN TO "DISPFILE"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS DSP-KEY
008500         FILE STATUS IS WS-DISP-STATUS.
008600
008700     SELECT BUSCAL ASSIGN TO "BUSCAL"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-BUSCAL-STATUS.
009000
009100     SELECT WRKLIST ASSIGN TO "WRKLIST"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-WRKLIST-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  RUNCTL
009800     LABEL RECORDS ARE STANDARD.
009900 COPY RUNCTL.
010000
010100 FD  OWNMAST
010200     LABEL RECORDS ARE STANDARD.
010300 COPY OWNREC.
010400
010500 FD  BRKMASTK
010600     LABEL RECORDS ARE STANDARD.
010700 COPY OPNBRK.
010800
010900 FD  UNMFILE
011000     LABEL RECORDS ARE STANDARD.
011100 COPY UNMREC.
011200
011300 FD  ERRFILE
011400     LABEL RECORDS ARE STANDARD.
011500 COPY ERRREC.
011600
011700 FD  GLEXCPT
011800     LABEL RECORDS ARE STANDARD.
011900 COPY GLEXCP.
012000
012100 FD  DISPFILE
012200     LABEL RECORDS ARE STANDARD.
012300 COPY DISPREC.
012400
012500 FD  BUSCAL
012600     LABEL RECORDS ARE STANDARD.
012700 COPY BUSCAL.
012800
012900 FD  WRKLIST
013000     LABEL RECORDS ARE STANDARD.
013100 01  WRKLIST-LINE                PIC X(132).
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-RETURN-CODE-FIELDS.
013500     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
013600
013700 01  WS-FILE-STATUS-FIELDS.
013800     05  WS-RUNCTL-STATUS            PIC X(02).
013900     05  WS-OWNMAST-STATUS           PIC X(02).
014000     05  WS-BRK-STATUS               PIC X(02).
014100     05  WS-UNMF-STATUS              PIC X(02).
014200     05  WS-ERR-STATUS               PIC X(02).
014300     05  WS-EXC-STATUS               PIC X(02).
014400     05  WS-DISP-STATUS              PIC X(02).
014500     05  WS-BUSCAL-STATUS            PIC X(02).
014600     05  WS-WRKLIST-STATUS           PIC X(02).
014700
014800 01  WS-SWITCHES.
014900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
015000         88  WS-END-OF-FILE              VALUE "Y".
015100     05  WS-OWNER-EOF-SWITCH         PIC X(01) VALUE "N".
015200         88  WS-END-OF-OWNERS            VALUE "Y".
015300     05  WS-DISP-EOF-SWITCH          PIC X(01) VALUE "N".
015400         88  WS-END-OF-DISPS             VALUE "Y".
015500     05  WS-DISP-FOUND-SWITCH        PIC X(01) VALUE "N".
015600         88  WS-DISP-FOUND               VALUE "Y".
015700     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
015800         88  WS-END-OF-CALENDAR          VALUE "Y".
015900     05  WS-CAL-OWN-DAY-SWITCH       PIC X(01) VALUE "N".
016000         88  WS-CAL-OWN-DAY-FOUND        VALUE "Y".
016100     05  WS-BRK-OPEN-SWITCH          PIC X(01) VALUE "N".
016200         88  WS-BRKMASTK-OPEN            VALUE "Y".
016300     05  WS-ON-MASTER-SWITCH         PIC X(01) VALUE "N".
016400         88  WS-ON-MASTER                VALUE "Y".
016500     05  WS-SEEN-SWITCH              PIC X(01) VALUE "N".
016600         88  WS-SEEN-BEFORE              VALUE "Y".
016610*    Set when the RUNCTL step ledger shows the roll (BRKAGE)
016620*    complete for the business date.
016630     05  WS-ROLL-DONE-SWITCH         PIC X(01) VALUE "N".
016640         88  WS-ROLL-COMPLETE            VALUE "Y".
016700
016800 01  WS-DATE-TIME-FIELDS.
016900     05  WS-CURR-DATE                PIC 9(08).
017000     05  WS-BUSINESS-DATE            PIC 9(08).
017100
017200 01  WS-COUNTERS.
017300     05  WS-LIST-COUNT               PIC 9(07) COMP VALUE ZERO.
017400     05  WS-PAST-SLA-COUNT           PIC 9(07) COMP VALUE ZERO.
017500     05  WS-UNASSIGNED-COUNT         PIC 9(07) COMP VALUE ZERO.
017600     05  WS-ESCALATED-COUNT          PIC 9(07) COMP VALUE ZERO.
017700     05  WS-ON-MASTER-COUNT          PIC 9(07) COMP VALUE ZERO.
017710     05  WS-ROLL-CLOSED-COUNT        PIC 9(07) COMP VALUE ZERO.
017720     05  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
017800
017900*    The ownership master, tabled at start-up.
018000 01  WS-OWNER-TABLE.
018100     05  WS-OWN-MAX                  PIC 9(04) COMP VALUE 200.
018200     05  WS-OWN-COUNT                PIC 9(04) COMP VALUE ZERO.
018300     05  WS-OWN-SUB                  PIC 9(04) COMP VALUE ZERO.
018400     05  WS-OWN-HIT                  PIC 9(04) COMP VALUE ZERO.
018500     05  WS-OWN-PRIOR-SUB            PIC 9(04) COMP VALUE ZERO.
018600     05  WS-OWN-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
018700     05  WS-OWN-ENTRY OCCURS 200 TIMES.
018800         10  WS-OWN-ENTITY           PIC X(03).
018900         10  WS-OWN-KEY-LO           PIC X(10).
019000         10  WS-OWN-KEY-HI           PIC X(10).
019100         10  WS-OWN-ANALYST          PIC X(08).
019200         10  WS-OWN-TEAM             PIC X(08).
019300         10  WS-OWN-SUPERVISOR       PIC X(08).
019400         10  WS-OWN-SLA-DAYS         PIC 9(03).
019500
019600*    The latest disposition per account, tabled the same way the
019700*    digest tables it.
019800 01  WS-DISP-TABLE.
019900     05  WS-DISP-MAX                 PIC 9(04) COMP VALUE 500.
020000     05  WS-DISP-COUNT               PIC 9(04) COMP VALUE ZERO.
020100     05  WS-DISP-SUB                 PIC 9(04) COMP VALUE ZERO.
020200     05  WS-DISP-HIT                 PIC 9(04) COMP VALUE ZERO.
020210     05  WS-DISP-OVERFLOW            PIC 9(04) COMP VALUE ZERO.
020300     05  WS-DISP-ENTRY OCCURS 500 TIMES.
020400         10  WS-DISP-KEY             PIC X(13).
020500         10  WS-DISP-CODE            PIC X(09).
020600         10  WS-DISP-DATE            PIC 9(08).
020700         10  WS-DISP-TIME            PIC 9(08).
020800
020900*    The business-day calendar, tabled the same way the aging
021000*    report tables it, so the worklists age items the same way.
021100 01  WS-CALENDAR-TABLE.
021200     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 1000.
021300     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
021400     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
021500     05  WS-CAL-OWN-SUB              PIC 9(04) COMP VALUE ZERO.
021510     05  WS-CAL-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
021600     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
021700         10  WS-CAL-ENTITY           PIC X(03).
021800         10  WS-CAL-DATE             PIC 9(08).
021900         10  WS-CAL-DAY-TYPE         PIC X(01).
022000         10  WS-CAL-WEEKDAY          PIC 9(01).
022100
022200 01  WS-CALENDAR-FIELDS.
022300     05  WS-CAL-FROM-DATE            PIC 9(08).
022400     05  WS-CAL-TEST-ENTITY          PIC X(03).
022500     05  WS-CAL-FROM-INTEGER         PIC 9(08) COMP.
022600     05  WS-CAL-TO-INTEGER           PIC 9(08) COMP.
022700     05  WS-CAL-INTEGER              PIC 9(08) COMP.
022800     05  WS-CAL-SPAN                 PIC 9(08) COMP.
022900     05  WS-CAL-WEEKS                PIC 9(08) COMP.
023000     05  WS-CAL-ODD-DAYS             PIC 9(04) COMP.
023100     05  WS-CAL-WEEKDAY-NOW          PIC 9(04) COMP.
023200     05  WS-CAL-DAY-COUNT            PIC S9(07) COMP.
023300
023400*    Every open item found tonight, tabled with its owner so each
023500*    analyst's and supervisor's list can be printed in turn.
023600 01  WS-ITEM-TABLE.
023700     05  WS-ITM-MAX                  PIC 9(04) COMP VALUE 2000.
023800     05  WS-ITM-COUNT                PIC 9(04) COMP VALUE ZERO.
023900     05  WS-ITM-SUB                  PIC 9(04) COMP VALUE ZERO.
024000     05  WS-ITM-OVERFLOW             PIC 9(07) COMP VALUE ZERO.
024100     05  WS-ITM-ENTRY OCCURS 2000 TIMES.
024200         10  WS-ITM-SOURCE           PIC X(07).
024300         10  WS-ITM-ENTITY           PIC X(03).
024400         10  WS-ITM-ACCT-KEY         PIC X(10).
024500         10  WS-ITM-DATE             PIC 9(08).
024600         10  WS-ITM-AGE              PIC 9(03).
024700         10  WS-ITM-AMOUNT           PIC S9(10)V99.
024800         10  WS-ITM-AMOUNT-SWITCH    PIC X(01).
024900             88  WS-ITM-HAS-AMOUNT       VALUE "Y".
025000         10  WS-ITM-DETAIL           PIC X(30).
025100         10  WS-ITM-OWNER            PIC 9(04) COMP.
025200         10  WS-ITM-DISP-CODE        PIC X(09).
025300         10  WS-ITM-SLA-SWITCH       PIC X(01).
025400             88  WS-ITM-PAST-SLA         VALUE "Y".
025500
025600*    The item being tabled, built by each collecting section.
025700 01  WS-NEW-ITEM.
025800     05  WS-NEW-SOURCE               PIC X(07).
025900     05  WS-NEW-ENTITY               PIC X(03).
026000     05  WS-NEW-ACCT-KEY             PIC X(10).
026100     05  WS-NEW-DATE                 PIC 9(08).
026200     05  WS-NEW-AMOUNT               PIC S9(10)V99.
026300     05  WS-NEW-AMOUNT-SWITCH        PIC X(01).
026400     05  WS-NEW-DETAIL               PIC X(30).
026500
026600 01  WS-WORK-FIELDS.
026700     05  WS-LOOKUP-KEY.
026800         10  WS-LOOKUP-ENTITY        PIC X(03).
026900         10  WS-LOOKUP-ACCT          PIC X(10).
027000     05  WS-ITEM-AGE                 PIC 9(03).
027100     05  WS-CURRENT-ANALYST          PIC X(08).
027200     05  WS-CURRENT-SUPERVISOR       PIC X(08).
027300
027400 01  WS-REPORT-LINES.
027500     05  WS-WKL-DETAIL.
027600         10  WS-WKL-SOURCE           PIC X(07).
027700         10  FILLER                  PIC X(02) VALUE SPACES.
027800         10  WS-WKL-ENTITY           PIC X(03).
027900         10  FILLER                  PIC X(02) VALUE SPACES.
028000         10  WS-WKL-ACCT-KEY         PIC X(10).
028100         10  FILLER                  PIC X(02) VALUE SPACES.
028200         10  WS-WKL-DATE             PIC 9(08).
028300         10  FILLER                  PIC X(02) VALUE SPACES.
028400         10  WS-WKL-AGE              PIC ZZ9.
028500         10  FILLER                  PIC X(02) VALUE SPACES.
028600         10  WS-WKL-SLA              PIC ZZZ.
028700         10  FILLER                  PIC X(02) VALUE SPACES.
028800         10  WS-WKL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
028900         10  FILLER                  PIC X(02) VALUE SPACES.
029000         10  WS-WKL-FLAG             PIC X(08).
029100         10  FILLER                  PIC X(02) VALUE SPACES.
029200         10  WS-WKL-DISP-CODE        PIC X(09).
029300         10  FILLER                  PIC X(02) VALUE SPACES.
029400         10  WS-WKL-ANALYST          PIC X(08).
029500         10  FILLER                  PIC X(02) VALUE SPACES.
029600         10  WS-WKL-DETAIL-TEXT      PIC X(30).
029700         10  FILLER                  PIC X(04) VALUE SPACES.
029800
029900 01  WS-EDITED-FIELDS.
030000     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
030100     05  WS-EDIT-SLA-COUNT           PIC ZZZ,ZZZ,ZZ9.
030200
030300 PROCEDURE DIVISION.
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     IF WS-RETURN-CODE < 8
030700         PERFORM 2000-COLLECT-BREAKS THRU 2000-EXIT
030800         PERFORM 3000-COLLECT-ONESIDED THRU 3000-EXIT
030900         PERFORM 4000-COLLECT-REJECTS THRU 4000-EXIT
031000         PERFORM 5000-COLLECT-GL-EXCEPTIONS THRU 5000-EXIT
031100         PERFORM 6000-PRINT-WORKLISTS THRU 6000-EXIT
031200         PERFORM 6500-PRINT-ESCALATIONS THRU 6500-EXIT
031300         PERFORM 7000-PRINT-UNASSIGNED THRU 7000-EXIT
031400     END-IF.
031500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031600     MOVE WS-RETURN-CODE TO RETURN-CODE.
031700     STOP RUN.
031800
031900*-----------------------------------------------------------------
032000* INITIALIZATION
032100*-----------------------------------------------------------------
032200 1000-INITIALIZE.
032300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
032400     MOVE WS-CURR-DATE TO WS-BUSINESS-DATE.
032500     OPEN OUTPUT WRKLIST.
032600     IF WS-WRKLIST-STATUS NOT = "00"
032700         DISPLAY "*** WRKLST - WRKLIST NOT WRITABLE - "
032800             WS-WRKLIST-STATUS
032900         MOVE 8 TO WS-RETURN-CODE
033000     END-IF.
033100     IF WS-RETURN-CODE < 8
033200         PERFORM 1100-READ-RUN-CONTROL THRU 1100-EXIT
033300         MOVE SPACES TO WRKLIST-LINE
033400         STRING "ANALYST WORKLISTS - BUSINESS DATE "
033500             WS-BUSINESS-DATE
033600             DELIMITED BY SIZE INTO WRKLIST-LINE
033700         WRITE WRKLIST-LINE
033800         MOVE SPACES TO WRKLIST-LINE
033900         WRITE WRKLIST-LINE
034000         PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT
034100         PERFORM 1300-LOAD-DISPOSITIONS THRU 1300-EXIT
034200         PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT
034300     END-IF.
034400 1000-EXIT.
034500     EXIT.
034600
034700 1100-READ-RUN-CONTROL.
034800     OPEN INPUT RUNCTL.
034900     IF WS-RUNCTL-STATUS = "00"
035000         READ RUNCTL
035100             AT END CONTINUE
035200         END-READ
035300         IF WS-RUNCTL-STATUS = "00"
035400             MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
035410             PERFORM 1110-TEST-ROLL-STEP THRU 1110-EXIT
035420                 VARYING WS-STEP-SUB FROM 1 BY 1
035430                 UNTIL WS-STEP-SUB > 10
035500         END-IF
035600         CLOSE RUNCTL
035700     ELSE
035800         DISPLAY "*** WRKLST - RUNCTL NOT FOUND - USING "
035900             "MACHINE DATE"
036000         IF WS-RETURN-CODE < 4
036100             MOVE 4 TO WS-RETURN-CODE
036200         END-IF
036300     END-IF.
036400 1100-EXIT.
036500     EXIT.
036600
036610 1110-TEST-ROLL-STEP.
036620     IF RUN-STEP-NAME (WS-STEP-SUB) = "BRKAGE"
036630         AND RUN-STEP-COMPLETE (WS-STEP-SUB)
036640         SET WS-ROLL-COMPLETE TO TRUE
036650     END-IF.
036660 1110-EXIT.
036670     EXIT.
036680
036700*    Without the ownership master every item is unassigned - the
036800*    lists still print, all of it in the unassigned section.
036900 1200-LOAD-OWNERS.
037000     OPEN INPUT OWNMAST.
037100     IF WS-OWNMAST-STATUS = "00"
037200         PERFORM 1210-READ-OWNER THRU 1210-EXIT
037300         PERFORM 1220-TABLE-ONE-OWNER THRU 1220-EXIT
037400             UNTIL WS-END-OF-OWNERS
037500         CLOSE OWNMAST
037600         IF WS-OWN-OVERFLOW > ZERO
037700             DISPLAY "*** WRKLST - OWNERSHIP TABLE FULL - "
037800                 WS-OWN-OVERFLOW " RECORDS IGNORED"
037900             MOVE SPACES TO WRKLIST-LINE
038000             STRING "*** OWNERSHIP TABLE FULL - LATER RECORDS "
038100                 "IGNORED" DELIMITED BY SIZE INTO WRKLIST-LINE
038200             WRITE WRKLIST-LINE
038300             IF WS-RETURN-CODE < 4
038400                 MOVE 4 TO WS-RETURN-CODE
038500             END-IF
038600         END-IF
038700     ELSE
038800         DISPLAY "*** WRKLST - OWNMAST NOT READABLE - "
038900             WS-OWNMAST-STATUS
039000         MOVE "*** OWNMAST NOT READABLE - EVERY ITEM UNASSIGNED"
039100             TO WRKLIST-LINE
039200         WRITE WRKLIST-LINE
039300         IF WS-RETURN-CODE < 4
039400             MOVE 4 TO WS-RETURN-CODE
039500         END-IF
039600     END-IF.
039700 1200-EXIT.
039800     EXIT.
039900
040000 1210-READ-OWNER.
040100     READ OWNMAST
040200         AT END SET WS-END-OF-OWNERS TO TRUE
040300     END-READ.
040400 1210-EXIT.
040500     EXIT.
040600
040700 1220-TABLE-ONE-OWNER.
040800     IF WS-OWN-COUNT < WS-OWN-MAX
040900         ADD 1 TO WS-OWN-COUNT
041000         MOVE OWN-ENTITY TO WS-OWN-ENTITY (WS-OWN-COUNT)
041100         MOVE OWN-ACCT-KEY-LO TO WS-OWN-KEY-LO (WS-OWN-COUNT)
041200         MOVE OWN-ACCT-KEY-HI TO WS-OWN-KEY-HI (WS-OWN-COUNT)
041300         MOVE OWN-ANALYST-ID TO WS-OWN-ANALYST (WS-OWN-COUNT)
041400         MOVE OWN-TEAM TO WS-OWN-TEAM (WS-OWN-COUNT)
041500         MOVE OWN-SUPERVISOR-ID
041600             TO WS-OWN-SUPERVISOR (WS-OWN-COUNT)
041700         IF OWN-SLA-DAYS IS NUMERIC
041800             MOVE OWN-SLA-DAYS TO WS-OWN-SLA-DAYS (WS-OWN-COUNT)
041900         ELSE
042000             MOVE ZERO TO WS-OWN-SLA-DAYS (WS-OWN-COUNT)
042100         END-IF
042200     ELSE
042300         ADD 1 TO WS-OWN-OVERFLOW
042400     END-IF.
042500     PERFORM 1210-READ-OWNER THRU 1210-EXIT.
042600 1220-EXIT.
042700     EXIT.
042800
042810*    Without the follow-up trail no item shows a disposition,
042820*    so every item past its SLA is escalated.
042900 1300-LOAD-DISPOSITIONS.
043000     OPEN INPUT DISPFILE.
043100     IF WS-DISP-STATUS = "00"
043200         PERFORM 1310-READ-DISPOSITION THRU 1310-EXIT
043300         PERFORM 1320-TABLE-ONE-DISP THRU 1320-EXIT
043400             UNTIL WS-END-OF-DISPS
043500         CLOSE DISPFILE
043504         IF WS-DISP-OVERFLOW > ZERO
043508             DISPLAY "*** WRKLST - DISPOSITION TABLE FULL - "
043512                 WS-DISP-OVERFLOW " ACCOUNTS IGNORED"
043516             MOVE SPACES TO WRKLIST-LINE
043520             STRING "*** DISPOSITION TABLE FULL - LATER ACCOUNTS "
043524                 "SHOW NONE" DELIMITED BY SIZE INTO WRKLIST-LINE
043528             WRITE WRKLIST-LINE
043532             IF WS-RETURN-CODE < 4
043536                 MOVE 4 TO WS-RETURN-CODE
043540             END-IF
043544         END-IF
043548     ELSE
043552         DISPLAY "*** WRKLST - DISPFILE NOT READABLE - "
043556             WS-DISP-STATUS
043560         MOVE SPACES TO WRKLIST-LINE
043564         STRING "*** DISPFILE NOT READABLE - NO DISPOSITIONS "
043568             "SHOWN" DELIMITED BY SIZE INTO WRKLIST-LINE
043572         WRITE WRKLIST-LINE
043576         IF WS-RETURN-CODE < 4
043580             MOVE 4 TO WS-RETURN-CODE
043584         END-IF
043600     END-IF.
043700 1300-EXIT.
043800     EXIT.
043900
044000 1310-READ-DISPOSITION.
044100     READ DISPFILE
044200         AT END SET WS-END-OF-DISPS TO TRUE
044300     END-READ.
044400 1310-EXIT.
044500     EXIT.
044600
044700 1320-TABLE-ONE-DISP.
044800     MOVE DSP-ENTITY TO WS-LOOKUP-ENTITY.
044900     MOVE DSP-ACCT-KEY TO WS-LOOKUP-ACCT.
045000     PERFORM 1330-FIND-DISP-ENTRY THRU 1330-EXIT.
045100     IF WS-DISP-FOUND
045200         IF DSP-DATE > WS-DISP-DATE (WS-DISP-HIT)
045300             OR (DSP-DATE = WS-DISP-DATE (WS-DISP-HIT)
045400                 AND DSP-TIME NOT < WS-DISP-TIME (WS-DISP-HIT))
045500             MOVE DSP-CODE TO WS-DISP-CODE (WS-DISP-HIT)
045600             MOVE DSP-DATE TO WS-DISP-DATE (WS-DISP-HIT)
045700             MOVE DSP-TIME TO WS-DISP-TIME (WS-DISP-HIT)
045800         END-IF
045900     ELSE
046000         IF WS-DISP-COUNT < WS-DISP-MAX
046100             ADD 1 TO WS-DISP-COUNT
046200             MOVE WS-LOOKUP-KEY TO WS-DISP-KEY (WS-DISP-COUNT)
046300             MOVE DSP-CODE TO WS-DISP-CODE (WS-DISP-COUNT)
046400             MOVE DSP-DATE TO WS-DISP-DATE (WS-DISP-COUNT)
046500             MOVE DSP-TIME TO WS-DISP-TIME (WS-DISP-COUNT)
046510         ELSE
046520             ADD 1 TO WS-DISP-OVERFLOW
046600         END-IF
046700     END-IF.
046800     PERFORM 1310-READ-DISPOSITION THRU 1310-EXIT.
046900 1320-EXIT.
047000     EXIT.
047100
047200 1330-FIND-DISP-ENTRY.
047300     MOVE "N" TO WS-DISP-FOUND-SWITCH.
047400     MOVE ZERO TO WS-DISP-HIT.
047500     PERFORM 1340-TEST-DISP-ENTRY THRU 1340-EXIT
047600         VARYING WS-DISP-SUB FROM 1 BY 1
047700         UNTIL WS-DISP-SUB > WS-DISP-COUNT
047800            OR WS-DISP-FOUND.
047900 1330-EXIT.
048000     EXIT.
048100
048200 1340-TEST-DISP-ENTRY.
048300     IF WS-DISP-KEY (WS-DISP-SUB) = WS-LOOKUP-KEY
048400         SET WS-DISP-FOUND TO TRUE
048500         MOVE WS-DISP-SUB TO WS-DISP-HIT
048600     END-IF.
048700 1340-EXIT.
048800     EXIT.
048900
049000*    The business-day calendar - optional; without it ages skip
049100*    weekends but count every holiday.
049200 1400-LOAD-CALENDAR.
049300     OPEN INPUT BUSCAL.
049400     IF WS-BUSCAL-STATUS = "00"
049500         PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
049600         PERFORM 1420-TABLE-ONE-DAY THRU 1420-EXIT
049700             UNTIL WS-END-OF-CALENDAR
049800         CLOSE BUSCAL
049804         IF WS-CAL-OVERFLOW > ZERO
049808             DISPLAY "*** WRKLST - " WS-CAL-OVERFLOW
049812                 " CALENDAR DAYS BEYOND TABLE - NOT KNOWN"
049816             MOVE SPACES TO WRKLIST-LINE
049820             STRING "*** CALENDAR BEYOND TABLE - AGES NOT EXACT"
049824                 DELIMITED BY SIZE INTO WRKLIST-LINE
049828             WRITE WRKLIST-LINE
049832             IF WS-RETURN-CODE < 4
049836                 MOVE 4 TO WS-RETURN-CODE
049840             END-IF
049844         END-IF
049848     ELSE
049852         DISPLAY "*** WRKLST - BUSCAL NOT READABLE - "
049856             WS-BUSCAL-STATUS " - AGES SKIP WEEKENDS ONLY"
049860         MOVE SPACES TO WRKLIST-LINE
049864         STRING "*** BUSCAL NOT READABLE - AGES SKIP WEEKENDS "
049868             "ONLY" DELIMITED BY SIZE INTO WRKLIST-LINE
049872         WRITE WRKLIST-LINE
049876         IF WS-RETURN-CODE < 4
049880             MOVE 4 TO WS-RETURN-CODE
049884         END-IF
049900     END-IF.
050000 1400-EXIT.
050100     EXIT.
050200
050300 1410-READ-CALENDAR.
050400     READ BUSCAL
050500         AT END SET WS-END-OF-CALENDAR TO TRUE
050600     END-READ.
050700 1410-EXIT.
050800     EXIT.
050900
051000 1420-TABLE-ONE-DAY.
051100     IF (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
051200         AND CAL-DATE NOT < 16010101
051300         IF WS-CAL-COUNT < WS-CAL-MAX
051400             ADD 1 TO WS-CAL-COUNT
051500             MOVE CAL-ENTITY TO WS-CAL-ENTITY (WS-CAL-COUNT)
051600             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
051700             MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
051800             COMPUTE WS-CAL-INTEGER =
051900                 FUNCTION INTEGER-OF-DATE (CAL-DATE)
052000             DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
052100                 REMAINDER WS-CAL-WEEKDAY (WS-CAL-COUNT)
052110         ELSE
052120             ADD 1 TO WS-CAL-OVERFLOW
052130         END-IF
052200     END-IF.
052300     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT.
052400 1420-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------------
052800* OPEN BREAKS OFF THE KEYED MASTER COPY
052900* The master stays open for the one-sided section, which looks
053000* each of tonight's one-sided items up on it by key.
053100*-----------------------------------------------------------------
053200 2000-COLLECT-BREAKS.
053300     MOVE "N" TO WS-EOF-SWITCH.
053400     OPEN INPUT BRKMASTK.
053500     IF WS-BRK-STATUS NOT = "00"
053600         MOVE "*** BRKMASTK NOT READABLE - OPEN BREAKS NOT LISTED"
053700             TO WRKLIST-LINE
053800         WRITE WRKLIST-LINE
053900         IF WS-RETURN-CODE < 4
054000             MOVE 4 TO WS-RETURN-CODE
054100         END-IF
054200     ELSE
054300         SET WS-BRKMASTK-OPEN TO TRUE
054400         PERFORM 2100-READ-BREAK THRU 2100-EXIT
054500         PERFORM 2200-COLLECT-ONE-BREAK THRU 2200-EXIT
054600             UNTIL WS-END-OF-FILE
054700     END-IF.
054800 2000-EXIT.
054900     EXIT.
055000
055100 2100-READ-BREAK.
055200     READ BRKMASTK NEXT RECORD
055300         AT END SET WS-END-OF-FILE TO TRUE
055400     END-READ.
055500 2100-EXIT.
055600     EXIT.
055700
055800 2200-COLLECT-ONE-BREAK.
055900     IF BRK-OPEN
056000         MOVE BRK-ENTITY TO WS-NEW-ENTITY
056100         MOVE BRK-ACCT-KEY TO WS-NEW-ACCT-KEY
056200         MOVE BRK-FIRST-DATE TO WS-NEW-DATE
056300         MOVE BRK-VARIANCE TO WS-NEW-AMOUNT
056400         MOVE "Y" TO WS-NEW-AMOUNT-SWITCH
056500         IF BRK-VARIANCE-BREAK
056600             MOVE "BREAK" TO WS-NEW-SOURCE
056700             MOVE "VARIANCE BREAK" TO WS-NEW-DETAIL
056800         ELSE
056900             MOVE "ONESIDE" TO WS-NEW-SOURCE
057000             IF BRK-LEDGER-ONLY
057100                 MOVE "LEDGER ONLY" TO WS-NEW-DETAIL
057200             ELSE
057300                 MOVE "STATEMENT ONLY" TO WS-NEW-DETAIL
057400             END-IF
057500         END-IF
057600         PERFORM 5500-TABLE-ONE-ITEM THRU 5500-EXIT
057700     END-IF.
057800     PERFORM 2100-READ-BREAK THRU 2100-EXIT.
057900 2200-EXIT.
058000     EXIT.
058100
058200*-----------------------------------------------------------------
058300* ONE-SIDED ITEMS OFF THE MATCHER
058400* An item whose account already has an open break on the master
058500* was rolled onto it and is listed once, as the break.  Once the
058510* roll has completed tonight, an item not open on the master was
058520* closed by it - a timing pair or a write-off - and is counted,
058530* not listed as work.
058600*-----------------------------------------------------------------
058700 3000-COLLECT-ONESIDED.
058800     MOVE "N" TO WS-EOF-SWITCH.
058900     OPEN INPUT UNMFILE.
059000     IF WS-UNMF-STATUS NOT = "00"
059100         MOVE SPACES TO WRKLIST-LINE
059200         STRING "*** UNMFILE NOT READABLE - ONE-SIDED ITEMS "
059300             "NOT LISTED" DELIMITED BY SIZE INTO WRKLIST-LINE
059400         WRITE WRKLIST-LINE
059500         IF WS-RETURN-CODE < 4
059600             MOVE 4 TO WS-RETURN-CODE
059700         END-IF
059800     ELSE
059900         PERFORM 3100-READ-ONESIDED THRU 3100-EXIT
060000         PERFORM 3200-COLLECT-ONE-ONESIDED THRU 3200-EXIT
060100             UNTIL WS-END-OF-FILE
060200         CLOSE UNMFILE
060300     END-IF.
060400 3000-EXIT.
060500     EXIT.
060600
060700 3100-READ-ONESIDED.
060800     READ UNMFILE
060900         AT END SET WS-END-OF-FILE TO TRUE
061000     END-READ.
061100 3100-EXIT.
061200     EXIT.
061300
061400 3200-COLLECT-ONE-ONESIDED.
061500     PERFORM 3300-CHECK-ON-MASTER THRU 3300-EXIT.
061600     IF WS-ON-MASTER
061700         ADD 1 TO WS-ON-MASTER-COUNT
061800     ELSE
061810         IF WS-ROLL-COMPLETE AND WS-BRKMASTK-OPEN
061820             ADD 1 TO WS-ROLL-CLOSED-COUNT
061830         ELSE
061840             PERFORM 3250-TABLE-NOT-ROLLED THRU 3250-EXIT
061850         END-IF
061860     END-IF.
061870     PERFORM 3100-READ-ONESIDED THRU 3100-EXIT.
061880 3200-EXIT.
061890     EXIT.
061900
061910 3250-TABLE-NOT-ROLLED.
061920     MOVE "ONESIDE" TO WS-NEW-SOURCE.
061930     MOVE UNM-ENTITY TO WS-NEW-ENTITY.
061940     MOVE UNM-ACCT-KEY TO WS-NEW-ACCT-KEY.
061950     MOVE UNM-BUS-DATE TO WS-NEW-DATE.
061960     PERFORM 3400-EDIT-UNM-AMOUNT THRU 3400-EXIT.
061970     IF UNM-LEDGER-ONLY
061980         MOVE "LEDGER ONLY - NOT ROLLED" TO WS-NEW-DETAIL
061990     ELSE
062000         MOVE "STATEMENT ONLY - NOT ROLLED" TO WS-NEW-DETAIL
062010     END-IF.
062020     PERFORM 5500-TABLE-ONE-ITEM THRU 5500-EXIT.
062030 3250-EXIT.
062040     EXIT.
063400
063500 3300-CHECK-ON-MASTER.
063600     MOVE "N" TO WS-ON-MASTER-SWITCH.
063700     IF WS-BRKMASTK-OPEN
063800         MOVE UNM-ENTITY TO BRK-ENTITY
063900         MOVE UNM-ACCT-KEY TO BRK-ACCT-KEY
064000         READ BRKMASTK
064100             INVALID KEY CONTINUE
064200             NOT INVALID KEY
064300                 IF BRK-OPEN
064400                     SET WS-ON-MASTER TO TRUE
064500                 END-IF
064600         END-READ
064700     END-IF.
064800 3300-EXIT.
064900     EXIT.
065000
065100*    Signed the way the roll signs it - a statement-only amount
065200*    is the variance with the sign turned.  A bad amount lists
065300*    without one rather than losing the item.
065400 3400-EDIT-UNM-AMOUNT.
065500     MOVE ZERO TO WS-NEW-AMOUNT.
065600     MOVE "N" TO WS-NEW-AMOUNT-SWITCH.
065700     IF UNM-AMOUNT-DIGITS-X IS NUMERIC
065800         MOVE "Y" TO WS-NEW-AMOUNT-SWITCH
065900         MOVE UNM-AMOUNT-DIGITS TO WS-NEW-AMOUNT
066000         IF UNM-AMOUNT-SIGN = "-"
066100             COMPUTE WS-NEW-AMOUNT = ZERO - WS-NEW-AMOUNT
066200         END-IF
066300         IF UNM-STMT-ONLY
066400             COMPUTE WS-NEW-AMOUNT = ZERO - WS-NEW-AMOUNT
066500         END-IF
066600     END-IF.
066700 3400-EXIT.
066800     EXIT.
066900
067000*-----------------------------------------------------------------
067100* OPEN REJECTS
067200*-----------------------------------------------------------------
067300 4000-COLLECT-REJECTS.
067400     MOVE "N" TO WS-EOF-SWITCH.
067500     OPEN INPUT ERRFILE.
067600     IF WS-ERR-STATUS NOT = "00"
067700         MOVE "*** ERRFILE NOT READABLE - OPEN REJECTS NOT LISTED"
067800             TO WRKLIST-LINE
067900         WRITE WRKLIST-LINE
068000         IF WS-RETURN-CODE < 4
068100             MOVE 4 TO WS-RETURN-CODE
068200         END-IF
068300     ELSE
068400         PERFORM 4100-READ-REJECT THRU 4100-EXIT
068500         PERFORM 4200-COLLECT-ONE-REJECT THRU 4200-EXIT
068600             UNTIL WS-END-OF-FILE
068700         CLOSE ERRFILE
068800     END-IF.
068900 4000-EXIT.
069000     EXIT.
069100
069200 4100-READ-REJECT.
069300     READ ERRFILE
069400         AT END SET WS-END-OF-FILE TO TRUE
069500     END-READ.
069600 4100-EXIT.
069700     EXIT.
069800
069900*    Only status O is work - corrected, recycled, and reversed
070000*    rejects are not.  A reject carries its input as keyed, not
070100*    an amount, so it lists with its reason instead.
070200 4200-COLLECT-ONE-REJECT.
070300     IF ERR-OPEN
070400         MOVE "REJECT" TO WS-NEW-SOURCE
070500         MOVE ERR-ENTITY TO WS-NEW-ENTITY
070600         MOVE ERR-ACCT-KEY TO WS-NEW-ACCT-KEY
070700         MOVE ERR-DATE TO WS-NEW-DATE
070800         MOVE ZERO TO WS-NEW-AMOUNT
070900         MOVE "N" TO WS-NEW-AMOUNT-SWITCH
071000         MOVE ERR-REASON TO WS-NEW-DETAIL
071100         PERFORM 5500-TABLE-ONE-ITEM THRU 5500-EXIT
071200     END-IF.
071300     PERFORM 4100-READ-REJECT THRU 4100-EXIT.
071400 4200-EXIT.
071500     EXIT.
071600
071700*-----------------------------------------------------------------
071800* OPEN GL POSTING EXCEPTIONS
071900*-----------------------------------------------------------------
072000 5000-COLLECT-GL-EXCEPTIONS.
072100     MOVE "N" TO WS-EOF-SWITCH.
072200     OPEN INPUT GLEXCPT.
072300     IF WS-EXC-STATUS NOT = "00"
072400         MOVE SPACES TO WRKLIST-LINE
072500         STRING "*** GLEXCPT NOT READABLE - GL EXCEPTIONS "
072600             "NOT LISTED" DELIMITED BY SIZE INTO WRKLIST-LINE
072700         WRITE WRKLIST-LINE
072800         IF WS-RETURN-CODE < 4
072900             MOVE 4 TO WS-RETURN-CODE
073000         END-IF
073100     ELSE
073200         PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT
073300         PERFORM 5200-COLLECT-ONE-EXCEPTION THRU 5200-EXIT
073400             UNTIL WS-END-OF-FILE
073500         CLOSE GLEXCPT
073600     END-IF.
073700 5000-EXIT.
073800     EXIT.
073900
074000 5100-READ-EXCEPTION.
074100     READ GLEXCPT
074200         AT END SET WS-END-OF-FILE TO TRUE
074300     END-READ.
074400 5100-EXIT.
074500     EXIT.
074600
074700 5200-COLLECT-ONE-EXCEPTION.
074800     IF EXC-OPEN
074900         MOVE "GLEXCPT" TO WS-NEW-SOURCE
075000         MOVE EXC-ENTITY TO WS-NEW-ENTITY
075100         MOVE EXC-ACCT-KEY TO WS-NEW-ACCT-KEY
075200         MOVE EXC-RUN-DATE TO WS-NEW-DATE
075300         MOVE EXC-VARIANCE TO WS-NEW-AMOUNT
075400         MOVE "Y" TO WS-NEW-AMOUNT-SWITCH
075500         MOVE EXC-REASON TO WS-NEW-DETAIL
075600         PERFORM 5500-TABLE-ONE-ITEM THRU 5500-EXIT
075700     END-IF.
075800     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
075900 5200-EXIT.
076000     EXIT.
076100
076200*-----------------------------------------------------------------
076300* TABLE ONE ITEM WITH ITS OWNER, AGE, AND DISPOSITION
076400*-----------------------------------------------------------------
076500 5500-TABLE-ONE-ITEM.
076600     IF WS-ITM-COUNT NOT < WS-ITM-MAX
076700         ADD 1 TO WS-ITM-OVERFLOW
076800     ELSE
076900         ADD 1 TO WS-ITM-COUNT
077000         MOVE WS-NEW-SOURCE TO WS-ITM-SOURCE (WS-ITM-COUNT)
077100         MOVE WS-NEW-ENTITY TO WS-ITM-ENTITY (WS-ITM-COUNT)
077200         MOVE WS-NEW-ACCT-KEY TO WS-ITM-ACCT-KEY (WS-ITM-COUNT)
077300         MOVE WS-NEW-DATE TO WS-ITM-DATE (WS-ITM-COUNT)
077400         MOVE WS-NEW-AMOUNT TO WS-ITM-AMOUNT (WS-ITM-COUNT)
077500         MOVE WS-NEW-AMOUNT-SWITCH
077600             TO WS-ITM-AMOUNT-SWITCH (WS-ITM-COUNT)
077700         MOVE WS-NEW-DETAIL TO WS-ITM-DETAIL (WS-ITM-COUNT)
077800         MOVE WS-NEW-DATE TO WS-CAL-FROM-DATE
077810         MOVE WS-NEW-ENTITY TO WS-CAL-TEST-ENTITY
077820         PERFORM 9600-COMPUTE-BUSINESS-AGE THRU 9600-EXIT
077830         MOVE WS-CAL-DAY-COUNT TO WS-ITEM-AGE
077900         MOVE WS-ITEM-AGE TO WS-ITM-AGE (WS-ITM-COUNT)
078000         PERFORM 5510-FIND-OWNER THRU 5510-EXIT
078100         MOVE WS-OWN-HIT TO WS-ITM-OWNER (WS-ITM-COUNT)
078200         MOVE SPACES TO WS-ITM-DISP-CODE (WS-ITM-COUNT)
078300         MOVE WS-NEW-ENTITY TO WS-LOOKUP-ENTITY
078400         MOVE WS-NEW-ACCT-KEY TO WS-LOOKUP-ACCT
078500         PERFORM 1330-FIND-DISP-ENTRY THRU 1330-EXIT
078600         IF WS-DISP-FOUND
078700             AND WS-DISP-DATE (WS-DISP-HIT) NOT < WS-NEW-DATE
078800             MOVE WS-DISP-CODE (WS-DISP-HIT)
078900                 TO WS-ITM-DISP-CODE (WS-ITM-COUNT)
079000         END-IF
079100         MOVE "N" TO WS-ITM-SLA-SWITCH (WS-ITM-COUNT)
079200         IF WS-OWN-HIT > ZERO
079300             IF WS-OWN-SLA-DAYS (WS-OWN-HIT) > ZERO
079400                 AND WS-ITEM-AGE > WS-OWN-SLA-DAYS (WS-OWN-HIT)
079500                 AND WS-ITM-DISP-CODE (WS-ITM-COUNT) = SPACES
079600                 MOVE "Y" TO WS-ITM-SLA-SWITCH (WS-ITM-COUNT)
079700             END-IF
079800         END-IF
079900     END-IF.
080000 5500-EXIT.
080100     EXIT.
080200
080300*    The last ownership record covering the entity and account
080400*    wins, so a re-keyed range supersedes the one it replaces.
080500 5510-FIND-OWNER.
080600     MOVE ZERO TO WS-OWN-HIT.
080700     PERFORM 5520-TEST-ONE-OWNER THRU 5520-EXIT
080800         VARYING WS-OWN-SUB FROM 1 BY 1
080900         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
081000 5510-EXIT.
081100     EXIT.
081200
081300 5520-TEST-ONE-OWNER.
081400     IF WS-OWN-ENTITY (WS-OWN-SUB) = WS-NEW-ENTITY
081500         AND WS-NEW-ACCT-KEY NOT < WS-OWN-KEY-LO (WS-OWN-SUB)
081600         AND WS-NEW-ACCT-KEY NOT > WS-OWN-KEY-HI (WS-OWN-SUB)
081700         MOVE WS-OWN-SUB TO WS-OWN-HIT
081800     END-IF.
081900 5520-EXIT.
082000     EXIT.
082100
091400
091500*-----------------------------------------------------------------
091600* ONE WORKLIST PER ANALYST
091700* An analyst owning several ranges gets one list, headed off the
091800* first record that names them.
091900*-----------------------------------------------------------------
092000 6000-PRINT-WORKLISTS.
092100     IF WS-ITM-OVERFLOW > ZERO
092200         MOVE WS-ITM-OVERFLOW TO WS-EDIT-COUNT
092300         MOVE SPACES TO WRKLIST-LINE
092400         STRING "*** ITEM TABLE FULL - " WS-EDIT-COUNT
092500             " ITEMS NOT LISTED"
092600             DELIMITED BY SIZE INTO WRKLIST-LINE
092700         WRITE WRKLIST-LINE
092800         IF WS-RETURN-CODE < 4
092900             MOVE 4 TO WS-RETURN-CODE
093000         END-IF
093100     END-IF.
093200     PERFORM 6100-PRINT-ONE-ANALYST THRU 6100-EXIT
093300         VARYING WS-OWN-SUB FROM 1 BY 1
093400         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
093500 6000-EXIT.
093600     EXIT.
093700
093800 6100-PRINT-ONE-ANALYST.
093900     MOVE "N" TO WS-SEEN-SWITCH.
094000     PERFORM 6110-TEST-ANALYST-SEEN THRU 6110-EXIT
094100         VARYING WS-OWN-PRIOR-SUB FROM 1 BY 1
094200         UNTIL WS-OWN-PRIOR-SUB NOT < WS-OWN-SUB
094300            OR WS-SEEN-BEFORE.
094400     IF NOT WS-SEEN-BEFORE
094500         MOVE WS-OWN-ANALYST (WS-OWN-SUB) TO WS-CURRENT-ANALYST
094600         MOVE ZERO TO WS-LIST-COUNT
094700         MOVE ZERO TO WS-PAST-SLA-COUNT
094800         MOVE SPACES TO WRKLIST-LINE
094900         WRITE WRKLIST-LINE
095000         MOVE SPACES TO WRKLIST-LINE
095100         STRING "WORKLIST - ANALYST " WS-CURRENT-ANALYST
095200             "  TEAM " WS-OWN-TEAM (WS-OWN-SUB)
095300             "  SUPERVISOR " WS-OWN-SUPERVISOR (WS-OWN-SUB)
095400             DELIMITED BY SIZE INTO WRKLIST-LINE
095500         WRITE WRKLIST-LINE
095600         PERFORM 6900-PRINT-COLUMN-HEADINGS THRU 6900-EXIT
095700         PERFORM 6120-LIST-ANALYST-ITEM THRU 6120-EXIT
095800             VARYING WS-ITM-SUB FROM 1 BY 1
095900             UNTIL WS-ITM-SUB > WS-ITM-COUNT
096000         MOVE SPACES TO WRKLIST-LINE
096100         MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
096200         MOVE WS-PAST-SLA-COUNT TO WS-EDIT-SLA-COUNT
096300         STRING "  ITEMS " WS-EDIT-COUNT
096400             "  PAST SLA " WS-EDIT-SLA-COUNT
096500             DELIMITED BY SIZE INTO WRKLIST-LINE
096600         WRITE WRKLIST-LINE
096700     END-IF.
096800 6100-EXIT.
096900     EXIT.
097000
097100 6110-TEST-ANALYST-SEEN.
097200     IF WS-OWN-ANALYST (WS-OWN-PRIOR-SUB) =
097300         WS-OWN-ANALYST (WS-OWN-SUB)
097400         SET WS-SEEN-BEFORE TO TRUE
097500     END-IF.
097600 6110-EXIT.
097700     EXIT.
097800
097900 6120-LIST-ANALYST-ITEM.
098000     IF WS-ITM-OWNER (WS-ITM-SUB) > ZERO
098100         IF WS-OWN-ANALYST (WS-ITM-OWNER (WS-ITM-SUB)) =
098200             WS-CURRENT-ANALYST
098300             ADD 1 TO WS-LIST-COUNT
098400             IF WS-ITM-PAST-SLA (WS-ITM-SUB)
098500                 ADD 1 TO WS-PAST-SLA-COUNT
098600             END-IF
098700             PERFORM 6800-PRINT-ITEM-LINE THRU 6800-EXIT
098800         END-IF
098900     END-IF.
099000 6120-EXIT.
099100     EXIT.
099200
099300*-----------------------------------------------------------------
099400* SUPERVISOR ESCALATIONS - ITEMS PAST THE OWNER'S SLA WITH NO
099500* CURRENT DISPOSITION
099600*-----------------------------------------------------------------
099700 6500-PRINT-ESCALATIONS.
099800     PERFORM 6510-PRINT-ONE-SUPERVISOR THRU 6510-EXIT
099900         VARYING WS-OWN-SUB FROM 1 BY 1
100000         UNTIL WS-OWN-SUB > WS-OWN-COUNT.
100100 6500-EXIT.
100200     EXIT.
100300
100400 6510-PRINT-ONE-SUPERVISOR.
100500     MOVE "N" TO WS-SEEN-SWITCH.
100600     PERFORM 6520-TEST-SUPERVISOR-SEEN THRU 6520-EXIT
100700         VARYING WS-OWN-PRIOR-SUB FROM 1 BY 1
100800         UNTIL WS-OWN-PRIOR-SUB NOT < WS-OWN-SUB
100900            OR WS-SEEN-BEFORE.
101000     IF NOT WS-SEEN-BEFORE
101100         MOVE WS-OWN-SUPERVISOR (WS-OWN-SUB)
101200             TO WS-CURRENT-SUPERVISOR
101300         MOVE ZERO TO WS-LIST-COUNT
101400         MOVE SPACES TO WRKLIST-LINE
101500         WRITE WRKLIST-LINE
101600         MOVE SPACES TO WRKLIST-LINE
101700         STRING "ESCALATIONS - SUPERVISOR " WS-CURRENT-SUPERVISOR
101800             DELIMITED BY SIZE INTO WRKLIST-LINE
101900         WRITE WRKLIST-LINE
102000         PERFORM 6900-PRINT-COLUMN-HEADINGS THRU 6900-EXIT
102100         PERFORM 6530-LIST-ESCALATED-ITEM THRU 6530-EXIT
102200             VARYING WS-ITM-SUB FROM 1 BY 1
102300             UNTIL WS-ITM-SUB > WS-ITM-COUNT
102400         MOVE SPACES TO WRKLIST-LINE
102500         IF WS-LIST-COUNT = ZERO
102600             MOVE "  NO ITEMS PAST SLA" TO WRKLIST-LINE
102700         ELSE
102800             MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
102900             STRING "  ESCALATED " WS-EDIT-COUNT
103000                 DELIMITED BY SIZE INTO WRKLIST-LINE
103100         END-IF
103200         WRITE WRKLIST-LINE
103300     END-IF.
103400 6510-EXIT.
103500     EXIT.
103600
103700 6520-TEST-SUPERVISOR-SEEN.
103800     IF WS-OWN-SUPERVISOR (WS-OWN-PRIOR-SUB) =
103900         WS-OWN-SUPERVISOR (WS-OWN-SUB)
104000         SET WS-SEEN-BEFORE TO TRUE
104100     END-IF.
104200 6520-EXIT.
104300     EXIT.
104400
104500*    An item escalates to the supervisor on the ownership record
104600*    that gave it its analyst.
104700 6530-LIST-ESCALATED-ITEM.
104800     IF WS-ITM-OWNER (WS-ITM-SUB) > ZERO
104900         IF WS-ITM-PAST-SLA (WS-ITM-SUB)
105000             AND WS-OWN-SUPERVISOR (WS-ITM-OWNER (WS-ITM-SUB)) =
105100                 WS-CURRENT-SUPERVISOR
105200             ADD 1 TO WS-LIST-COUNT
105300             ADD 1 TO WS-ESCALATED-COUNT
105400             PERFORM 6800-PRINT-ITEM-LINE THRU 6800-EXIT
105500         END-IF
105600     END-IF.
105700 6530-EXIT.
105800     EXIT.
105900
106000 6800-PRINT-ITEM-LINE.
106100     MOVE SPACES TO WS-WKL-DETAIL.
106200     MOVE WS-ITM-SOURCE (WS-ITM-SUB) TO WS-WKL-SOURCE.
106300     MOVE WS-ITM-ENTITY (WS-ITM-SUB) TO WS-WKL-ENTITY.
106400     MOVE WS-ITM-ACCT-KEY (WS-ITM-SUB) TO WS-WKL-ACCT-KEY.
106500     MOVE WS-ITM-DATE (WS-ITM-SUB) TO WS-WKL-DATE.
106600     MOVE WS-ITM-AGE (WS-ITM-SUB) TO WS-WKL-AGE.
106700     IF WS-ITM-HAS-AMOUNT (WS-ITM-SUB)
106800         MOVE WS-ITM-AMOUNT (WS-ITM-SUB) TO WS-WKL-AMOUNT
106900     END-IF.
107000     IF WS-ITM-OWNER (WS-ITM-SUB) > ZERO
107100         MOVE WS-OWN-SLA-DAYS (WS-ITM-OWNER (WS-ITM-SUB))
107200             TO WS-WKL-SLA
107300         MOVE WS-OWN-ANALYST (WS-ITM-OWNER (WS-ITM-SUB))
107400             TO WS-WKL-ANALYST
107500     END-IF.
107600     IF WS-ITM-PAST-SLA (WS-ITM-SUB)
107700         MOVE "PAST SLA" TO WS-WKL-FLAG
107800     END-IF.
107900     MOVE WS-ITM-DISP-CODE (WS-ITM-SUB) TO WS-WKL-DISP-CODE.
108000     MOVE WS-ITM-DETAIL (WS-ITM-SUB) TO WS-WKL-DETAIL-TEXT.
108100     MOVE WS-WKL-DETAIL TO WRKLIST-LINE.
108200     WRITE WRKLIST-LINE.
108300 6800-EXIT.
108400     EXIT.
108500
108600 6900-PRINT-COLUMN-HEADINGS.
108700     MOVE SPACES TO WRKLIST-LINE.
108800     STRING "SOURCE   ENT  ACCOUNT     ITEM DT   AGE  SLA  "
108900         "           AMOUNT  FLAG      DISP       "
109000         "ANALYST   DETAIL"
109100         DELIMITED BY SIZE INTO WRKLIST-LINE.
109200     WRITE WRKLIST-LINE.
109300 6900-EXIT.
109400     EXIT.
109500
109600*-----------------------------------------------------------------
109700* UNASSIGNED ITEMS - NO OWNERSHIP RANGE COVERS THE ACCOUNT
109800*-----------------------------------------------------------------
109900 7000-PRINT-UNASSIGNED.
110000     MOVE SPACES TO WRKLIST-LINE.
110100     WRITE WRKLIST-LINE.
110200     MOVE SPACES TO WRKLIST-LINE.
110300     STRING "UNASSIGNED ITEMS - NO OWNERSHIP RECORD COVERS THE "
110400         "ACCOUNT" DELIMITED BY SIZE INTO WRKLIST-LINE.
110500     WRITE WRKLIST-LINE.
110600     PERFORM 6900-PRINT-COLUMN-HEADINGS THRU 6900-EXIT.
110700     PERFORM 7100-LIST-UNASSIGNED-ITEM THRU 7100-EXIT
110800         VARYING WS-ITM-SUB FROM 1 BY 1
110900         UNTIL WS-ITM-SUB > WS-ITM-COUNT.
111000     MOVE SPACES TO WRKLIST-LINE.
111100     IF WS-UNASSIGNED-COUNT = ZERO
111200         MOVE "  NO UNASSIGNED ITEMS" TO WRKLIST-LINE
111300     ELSE
111400         MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-COUNT
111500         STRING "  UNASSIGNED " WS-EDIT-COUNT
111600             DELIMITED BY SIZE INTO WRKLIST-LINE
111700         DISPLAY "*** WRKLST - " WS-UNASSIGNED-COUNT
111800             " ITEMS WITH NO OWNER - SEE WRKLIST"
111900         IF WS-RETURN-CODE < 4
112000             MOVE 4 TO WS-RETURN-CODE
112100         END-IF
112200     END-IF.
112300     WRITE WRKLIST-LINE.
112400     MOVE SPACES TO WRKLIST-LINE.
112500     WRITE WRKLIST-LINE.
112600     MOVE WS-ITM-COUNT TO WS-EDIT-COUNT.
112700     STRING "OPEN ITEMS LISTED . . . . . . . " WS-EDIT-COUNT
112800         DELIMITED BY SIZE INTO WRKLIST-LINE.
112900     WRITE WRKLIST-LINE.
113000     MOVE SPACES TO WRKLIST-LINE.
113100     MOVE WS-ESCALATED-COUNT TO WS-EDIT-COUNT.
113200     STRING "ESCALATED PAST SLA  . . . . . . " WS-EDIT-COUNT
113300         DELIMITED BY SIZE INTO WRKLIST-LINE.
113400     WRITE WRKLIST-LINE.
113500     MOVE SPACES TO WRKLIST-LINE.
113600     MOVE WS-ON-MASTER-COUNT TO WS-EDIT-COUNT.
113700     STRING "ONE-SIDED, LISTED AS THE BREAK  " WS-EDIT-COUNT
113800         DELIMITED BY SIZE INTO WRKLIST-LINE.
113900     WRITE WRKLIST-LINE.
113910     MOVE SPACES TO WRKLIST-LINE.
113920     MOVE WS-ROLL-CLOSED-COUNT TO WS-EDIT-COUNT.
113930     STRING "ONE-SIDED, CLOSED BY THE ROLL . " WS-EDIT-COUNT
113940         DELIMITED BY SIZE INTO WRKLIST-LINE.
113950     WRITE WRKLIST-LINE.
114000 7000-EXIT.
114100     EXIT.
114200
114300 7100-LIST-UNASSIGNED-ITEM.
114400     IF WS-ITM-OWNER (WS-ITM-SUB) = ZERO
114500         ADD 1 TO WS-UNASSIGNED-COUNT
114600         PERFORM 6800-PRINT-ITEM-LINE THRU 6800-EXIT
114700     END-IF.
114800 7100-EXIT.
114900     EXIT.
115000
115100*-----------------------------------------------------------------
115200* TERMINATION
115300*-----------------------------------------------------------------
115400 8000-TERMINATE.
115500     IF WS-BRKMASTK-OPEN
115600         CLOSE BRKMASTK
115700     END-IF.
115800     IF WS-RETURN-CODE < 8
115900         CLOSE WRKLIST
116000     END-IF.
116100 8000-EXIT.
116200     EXIT.
116210
116220 COPY BUSAGE.
