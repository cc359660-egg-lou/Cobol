000900*
001000*     RC 0  - all required files present, TOLPARM present
001100*     RC 4  - TOLPARM (optional) missing - the run will proceed
001110*             at zero tolerance; or BUSCAL missing - weekends
001120*             are still skipped, holidays are not known
001130*     RC 8  - a required file is missing or unavailable, or the
001140*             cycle was refused (a non-business day without an
001150*             override date, a bad override date) - the cycle
001160*             should not proceed
001170*
001180* The operator id is taken from positions 1-8 of the command
001190* line; positions 10-17 may carry an override business date
001200* (YYYYMMDD) for a run that must be dated other than the
001210* calendar would date it - Friday's feeds rerun on a Saturday.
001500*
001600* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
001700* AUTHOR.        D. OKAFOR
003817*                    cycle restarts at run number plus one with
003818*                    a cleared step ledger, instead of being
003819*                    refused or mistaken for a new day.
003824*   10/15/2026  DRO  The cycle's business date now comes off the
003829*                    business-day calendar (BUSCAL) instead of
003834*                    the machine date: a new cycle takes the
003839*                    first business day after the last cycle's
003844*                    date, so a Monday-morning rerun of Friday's
003849*                    feeds is dated Friday, not Monday.  A run
003854*                    on a weekend or holiday is refused RC 8
003859*                    unless the operator keys an override date
003864*                    (command line 10-17), which must itself be
003869*                    a business day no later than the machine
003874*                    date and no earlier than the last cycle.
003879*                    Month-end and quarter-end business days are
003884*                    flagged on RUNCTL for the downstream steps.
003889*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. hello-world.
004100
006720     SELECT RUNCTL ASSIGN TO "RUNCTL"
006730         ORGANIZATION IS SEQUENTIAL
006740         FILE STATUS IS WS-RUNCTL-STATUS.
006750
006760     SELECT BUSCAL ASSIGN TO "BUSCAL"
006770         ORGANIZATION IS SEQUENTIAL
006780         FILE STATUS IS WS-BUSCAL-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
009320 FD  RUNCTL
009330     LABEL RECORDS ARE STANDARD.
009340 COPY RUNCTL.
009350
009360 FD  BUSCAL
009370     LABEL RECORDS ARE STANDARD.
009380 COPY BUSCAL.
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-RESULT                       PIC X(14).
010100 01  WS-COMMAND-LINE-FIELDS.
010200     05  WS-COMMAND-LINE             PIC X(80).
010300     05  WS-OPERATOR-ID              PIC X(08) VALUE "BATCH".
010310     05  WS-OVERRIDE-DATE-X          PIC X(08) VALUE SPACES.
010320     05  WS-OVERRIDE-DATE REDEFINES WS-OVERRIDE-DATE-X
010330                                     PIC 9(08).
010340     05  WS-OVERRIDE-PARTS REDEFINES WS-OVERRIDE-DATE-X.
010350         10  WS-OVERRIDE-YYYY        PIC 9(04).
010360         10  WS-OVERRIDE-MM          PIC 9(02).
010370         10  WS-OVERRIDE-DD          PIC 9(02).
010380     05  WS-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
010390         88  WS-OVERRIDE-GIVEN           VALUE "Y".
010400
010500 01  WS-DATE-TIME-FIELDS.
010600     05  WS-CURR-DATE                PIC 9(08).
010750         88  WS-DUPLICATE-SUBMIT         VALUE "Y".
010760     05  WS-RUNCTL-EMPTY-SWITCH      PIC X(01) VALUE "N".
010770         88  WS-RUNCTL-EMPTY             VALUE "Y".
010780     05  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
010790         88  WS-CYCLE-REFUSED            VALUE "Y".
010800
010820 01  WS-STEP-LEDGER-FIELDS.
010840     05  WS-STEP-SUB                 PIC 9(04) COMP VALUE ZERO.
011700     05  WS-AUDIT-STATUS             PIC X(02).
011800     05  WS-GLEXT-STATUS             PIC X(02).
011810     05  WS-RUNCTL-STATUS            PIC X(02).
011813     05  WS-BUSCAL-STATUS            PIC X(02).
011816
011819*    The house calendar, tabled at start-up - weekday holidays
011822*    and worked weekend days only, so a modest table holds
011825*    years of it.  Entity calendars do not date the cycle.
011828 01  WS-CALENDAR-TABLE.
011831     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 500.
011834     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
011837     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
011840     05  WS-CAL-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
011843     05  WS-CAL-ENTRY OCCURS 500 TIMES.
011846         10  WS-CAL-DATE             PIC 9(08).
011849         10  WS-CAL-DAY-TYPE         PIC X(01).
011852
011855 01  WS-CALENDAR-FIELDS.
011858     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
011861         88  WS-END-OF-CALENDAR          VALUE "Y".
011864     05  WS-CAL-DAY-SWITCH           PIC X(01) VALUE "N".
011867         88  WS-CAL-IS-BUSINESS-DAY      VALUE "Y".
011870     05  WS-CAL-TEST-DATE            PIC 9(08).
011873     05  WS-CAL-TEST-PARTS REDEFINES WS-CAL-TEST-DATE.
011876         10  WS-CAL-TEST-YYYY        PIC 9(04).
011879         10  WS-CAL-TEST-MM          PIC 9(02).
011882         10  WS-CAL-TEST-DD          PIC 9(02).
011885     05  WS-CAL-INTEGER              PIC 9(08) COMP.
011888     05  WS-CAL-WEEKS                PIC 9(08) COMP.
011891     05  WS-CAL-WEEKDAY              PIC 9(04) COMP.
011894     05  WS-CAL-BUSINESS-MM          PIC 9(02).
011900
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012210     IF NOT WS-CYCLE-REFUSED
012220         PERFORM 1500-ESTABLISH-RUN-CONTROL THRU 1500-EXIT
012230     END-IF.
012300     IF NOT WS-DUPLICATE-SUBMIT
012305         AND NOT WS-CYCLE-REFUSED
012310         PERFORM 2000-VERIFY-REQUIRED-FILES THRU 2000-EXIT
012400         PERFORM 3000-WRITE-RUN-HEADER THRU 3000-EXIT
012410     END-IF.
013200     IF WS-COMMAND-LINE NOT = SPACES
013300         MOVE WS-COMMAND-LINE(1:8) TO WS-OPERATOR-ID
013400     END-IF.
013406     IF WS-COMMAND-LINE(10:8) NOT = SPACES
013412         MOVE WS-COMMAND-LINE(10:8) TO WS-OVERRIDE-DATE-X
013418         IF WS-OVERRIDE-DATE-X IS NUMERIC
013424             AND WS-OVERRIDE-YYYY > 1600
013430             AND WS-OVERRIDE-MM > ZERO AND WS-OVERRIDE-MM < 13
013436             AND WS-OVERRIDE-DD > ZERO AND WS-OVERRIDE-DD < 32
013442             SET WS-OVERRIDE-GIVEN TO TRUE
013448         ELSE
013454             DISPLAY "*** PRE-FLIGHT - OVERRIDE DATE "
013460                 WS-OVERRIDE-DATE-X " IS NOT A DATE - RUN "
013466                 "REFUSED"
013472             SET WS-CYCLE-REFUSED TO TRUE
013478             MOVE 8 TO WS-RETURN-CODE
013484         END-IF
013490     END-IF.
013500     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
013600     ACCEPT WS-CURR-TIME FROM TIME.
013610     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
013700 1000-EXIT.
013800     EXIT.
013805
013886         END-IF
013888     END-IF.
013890     IF WS-RUNCTL-EMPTY AND WS-RETURN-CODE < 8
013891         PERFORM 1700-DERIVE-BUSINESS-DATE THRU 1700-EXIT
013892         PERFORM 1720-EDIT-BUSINESS-DATE THRU 1720-EXIT
013893     END-IF.
013894     IF WS-RUNCTL-EMPTY AND WS-RETURN-CODE < 8
013895         PERFORM 1530-START-FIRST-CYCLE THRU 1530-EXIT
013896     END-IF.
013897     CLOSE RUNCTL.
013898 1500-EXIT.
013899     EXIT.
013900
013902 1510-READ-RUN-CONTROL.
013904     READ RUNCTL
013913          PERFORM 1525-START-REVERSED-RERUN THRU 1525-EXIT
013915      ELSE
013916         IF RUN-COMPLETED
013917             PERFORM 1700-DERIVE-BUSINESS-DATE THRU 1700-EXIT
013918             IF RUN-BUSINESS-DATE = WS-BUSINESS-DATE
013919                 DISPLAY "*** PRE-FLIGHT - CYCLE FOR "
013920                     RUN-BUSINESS-DATE " ALREADY COMPLETED - "
013921                     "DUPLICATE SUBMISSION REFUSED"
013922                 SET WS-DUPLICATE-SUBMIT TO TRUE
013924                 MOVE 8 TO WS-RETURN-CODE
013926             ELSE
013934             MOVE RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
013936             DISPLAY "PRE-FLIGHT - RESTART OF STARTED CYCLE "
013938                 RUN-BUSINESS-DATE " RUN " RUN-NUMBER
013939             IF WS-OVERRIDE-GIVEN
013940                 AND WS-OVERRIDE-DATE NOT = RUN-BUSINESS-DATE
013941                 DISPLAY "*** PRE-FLIGHT - OVERRIDE DATE "
013942                     WS-OVERRIDE-DATE " IGNORED - A RESTART "
013943                     "KEEPS ITS BUSINESS DATE"
013944                 IF WS-RETURN-CODE < 4
013945                     MOVE 4 TO WS-RETURN-CODE
013946                 END-IF
013947             END-IF
013948             PERFORM 1540-DISPLAY-STEP-LEDGER THRU 1540-EXIT
013949         END-IF
013950      END-IF
013951     END-IF.
013952     IF WS-RUNCTL-EMPTY
013953         CLOSE RUNCTL
013954     END-IF.
013955 1510-EXIT.
013956     EXIT.
013957
013958*    The business date was derived off the calendar before the
013959*    duplicate test - it is edited here, and a refused date
013960*    leaves the run-control record as it stands.
013961 1520-START-NEW-CYCLE.
013962     PERFORM 1720-EDIT-BUSINESS-DATE THRU 1720-EXIT.
013963     IF NOT WS-CYCLE-REFUSED
013964         MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
013965         ADD 1 TO RUN-NUMBER
013966         INITIALIZE RUN-STEP-LEDGER
013967         PERFORM 1780-SET-PERIOD-END-FLAGS THRU 1780-EXIT
013968         SET RUN-STARTED TO TRUE
013969         REWRITE RUN-CONTROL-RECORD
013970         IF WS-RUNCTL-STATUS NOT = "00"
013971             DISPLAY "*** PRE-FLIGHT - RUNCTL REWRITE FAILED - "
013972                 WS-RUNCTL-STATUS
013973             MOVE 8 TO WS-RETURN-CODE
013974         END-IF
013976     END-IF.
013978 1520-EXIT.
013980     EXIT.
014060         MOVE 8 TO WS-RETURN-CODE
014070     ELSE
014080         INITIALIZE RUN-CONTROL-RECORD WITH FILLER
014090         MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE
014100         MOVE 1 TO RUN-NUMBER
014105         PERFORM 1780-SET-PERIOD-END-FLAGS THRU 1780-EXIT
014110         SET RUN-STARTED TO TRUE
014120         WRITE RUN-CONTROL-RECORD
014130         IF WS-RUNCTL-STATUS NOT = "00"
015560     END-IF.
015570 3000-EXIT.
015580     EXIT.
015680
015780*    The house business-day calendar - optional; without it the
015880*    cycle still skips weekends but knows no holidays.
015980 1400-LOAD-CALENDAR.
016080     OPEN INPUT BUSCAL.
016180     IF WS-BUSCAL-STATUS = "35"
016280         DISPLAY "*** PRE-FLIGHT - BUSCAL NOT FOUND - WEEKENDS "
016380             "ONLY, NO HOLIDAYS KNOWN"
016480         IF WS-RETURN-CODE < 4
016580             MOVE 4 TO WS-RETURN-CODE
016680         END-IF
016780     ELSE
016880         IF WS-BUSCAL-STATUS NOT = "00"
016980             DISPLAY "*** PRE-FLIGHT - BUSCAL NOT AVAILABLE - "
017080                 WS-BUSCAL-STATUS " - WEEKENDS ONLY"
017180             IF WS-RETURN-CODE < 4
017280                 MOVE 4 TO WS-RETURN-CODE
017380             END-IF
017480         ELSE
017580             PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
017680             PERFORM 1420-TABLE-ONE-DAY THRU 1420-EXIT
017780                 UNTIL WS-END-OF-CALENDAR
017880             CLOSE BUSCAL
017980             IF WS-CAL-OVERFLOW > ZERO
018080                 DISPLAY "*** PRE-FLIGHT - " WS-CAL-OVERFLOW
018180                     " CALENDAR DAYS BEYOND TABLE - NOT KNOWN"
018280                 IF WS-RETURN-CODE < 4
018380                     MOVE 4 TO WS-RETURN-CODE
018480                 END-IF
018580             END-IF
018680         END-IF
018780     END-IF.
018880 1400-EXIT.
018980     EXIT.
019080
019180 1410-READ-CALENDAR.
019280     READ BUSCAL
019380         AT END SET WS-END-OF-CALENDAR TO TRUE
019480     END-READ.
019580 1410-EXIT.
019680     EXIT.
019780
019880 1420-TABLE-ONE-DAY.
019980     IF CAL-ENTITY = SPACES
020080         AND (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
020180         IF WS-CAL-COUNT < WS-CAL-MAX
020280             ADD 1 TO WS-CAL-COUNT
020380             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
020480             MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
020580         ELSE
020680             ADD 1 TO WS-CAL-OVERFLOW
020780         END-IF
020880     END-IF.
020980     PERFORM 1410-READ-CALENDAR THRU 1410-EXIT.
021080 1420-EXIT.
021180     EXIT.
021280
021380*-----------------------------------------------------------------
021480* BUSINESS DATE
021580* A new cycle is dated the first business day after the last
021680* cycle's date, so a day the cycle never ran is caught up under
021780* its own date rather than the machine date - but never later
021880* than the machine date itself.  An operator override date
021980* replaces the derivation outright.
022080*-----------------------------------------------------------------
022180 1700-DERIVE-BUSINESS-DATE.
022280     IF WS-OVERRIDE-GIVEN
022380         MOVE WS-OVERRIDE-DATE TO WS-BUSINESS-DATE
022480         DISPLAY "PRE-FLIGHT - BUSINESS DATE " WS-BUSINESS-DATE
022580             " BY OPERATOR OVERRIDE"
022680     ELSE
022780         MOVE WS-CURR-DATE TO WS-BUSINESS-DATE
022880         IF NOT WS-RUNCTL-EMPTY
022980             MOVE RUN-BUSINESS-DATE TO WS-CAL-TEST-DATE
023080             PERFORM 1710-NEXT-BUSINESS-DAY THRU 1710-EXIT
023180             IF WS-CAL-TEST-DATE < WS-CURR-DATE
023280                 MOVE WS-CAL-TEST-DATE TO WS-BUSINESS-DATE
023380                 DISPLAY "PRE-FLIGHT - BUSINESS DAY "
023480                     WS-BUSINESS-DATE " HAS NO CYCLE YET - RUN "
023580                     "DATED " WS-BUSINESS-DATE ", MACHINE DATE "
023680                     WS-CURR-DATE
023780             END-IF
023880         END-IF
023980     END-IF.
024080 1700-EXIT.
024180     EXIT.
024280
024380*    The first business day after WS-CAL-TEST-DATE, left in
024480*    WS-CAL-TEST-DATE.
024580 1710-NEXT-BUSINESS-DAY.
024680     PERFORM 1715-STEP-ONE-DAY THRU 1715-EXIT.
024780     PERFORM 1715-STEP-ONE-DAY THRU 1715-EXIT
024880         UNTIL WS-CAL-IS-BUSINESS-DAY.
024980 1710-EXIT.
025080     EXIT.
025180
025280*    Day arithmetic across month and year ends needs the date
025380*    functions - ordinary addition on a YYYYMMDD cannot cross a
025480*    month boundary.
025580 1715-STEP-ONE-DAY.
025680     COMPUTE WS-CAL-INTEGER =
025780         FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE) + 1.
025880     COMPUTE WS-CAL-TEST-DATE =
025980         FUNCTION DATE-OF-INTEGER (WS-CAL-INTEGER).
026080     PERFORM 1750-TEST-BUSINESS-DAY THRU 1750-EXIT.
026180 1715-EXIT.
026280     EXIT.
026380
026480*    No new cycle on a weekend or holiday without an override;
026580*    an override date must itself be a business day, may not
026680*    run ahead of the machine date, and may not go back behind
026780*    the last cycle.
026880 1720-EDIT-BUSINESS-DATE.
026980     IF NOT WS-OVERRIDE-GIVEN
027080         MOVE WS-CURR-DATE TO WS-CAL-TEST-DATE
027180         PERFORM 1750-TEST-BUSINESS-DAY THRU 1750-EXIT
027280         IF NOT WS-CAL-IS-BUSINESS-DAY
027380             DISPLAY "*** PRE-FLIGHT - " WS-CURR-DATE " IS NOT A "
027480                 "BUSINESS DAY - NO CYCLE WITHOUT AN OVERRIDE "
027580                 "DATE"
027680             SET WS-CYCLE-REFUSED TO TRUE
027780         END-IF
027880     ELSE
027980         MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE
028080         PERFORM 1750-TEST-BUSINESS-DAY THRU 1750-EXIT
028180         IF WS-BUSINESS-DATE > WS-CURR-DATE
028280             DISPLAY "*** PRE-FLIGHT - OVERRIDE DATE "
028380                 WS-BUSINESS-DATE " IS AFTER THE MACHINE DATE - "
028480                 "RUN REFUSED"
028580             SET WS-CYCLE-REFUSED TO TRUE
028680         ELSE
028780             IF NOT WS-CAL-IS-BUSINESS-DAY
028880                 DISPLAY "*** PRE-FLIGHT - OVERRIDE DATE "
028980                     WS-BUSINESS-DATE " IS NOT A BUSINESS DAY - "
029080                     "RUN REFUSED"
029180                 SET WS-CYCLE-REFUSED TO TRUE
029280             END-IF
029380         END-IF
029480     END-IF.
029580     IF NOT WS-CYCLE-REFUSED
029680         AND NOT WS-RUNCTL-EMPTY
029780         AND WS-BUSINESS-DATE < RUN-BUSINESS-DATE
029880         DISPLAY "*** PRE-FLIGHT - BUSINESS DATE "
029980             WS-BUSINESS-DATE " IS BEFORE THE LAST CYCLE "
030080             RUN-BUSINESS-DATE " - RUN REFUSED"
030180         SET WS-CYCLE-REFUSED TO TRUE
030280     END-IF.
030380     IF WS-CYCLE-REFUSED
030480         MOVE 8 TO WS-RETURN-CODE
030580     END-IF.
030680 1720-EXIT.
030780     EXIT.
030880
030980*    Monday to Friday unless the house calendar says otherwise.
031080*    Day 1 of the integer calendar (01/01/1601) was a Monday,
031180*    so the remainder by seven runs 1 Monday through 5 Friday,
031280*    6 Saturday, 0 Sunday.
031380 1750-TEST-BUSINESS-DAY.
031480     COMPUTE WS-CAL-INTEGER =
031580         FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE).
031680     DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
031780         REMAINDER WS-CAL-WEEKDAY.
031880     IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
031980         MOVE "N" TO WS-CAL-DAY-SWITCH
032080     ELSE
032180         SET WS-CAL-IS-BUSINESS-DAY TO TRUE
032280     END-IF.
032380     PERFORM 1760-TEST-ONE-CAL-DAY THRU 1760-EXIT
032480         VARYING WS-CAL-SUB FROM 1 BY 1
032580         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
032680 1750-EXIT.
032780     EXIT.
032880
032980 1760-TEST-ONE-CAL-DAY.
033080     IF WS-CAL-DATE (WS-CAL-SUB) = WS-CAL-TEST-DATE
033180         IF WS-CAL-DAY-TYPE (WS-CAL-SUB) = "H"
033280             MOVE "N" TO WS-CAL-DAY-SWITCH
033380         ELSE
033480             SET WS-CAL-IS-BUSINESS-DAY TO TRUE
033580         END-IF
033680     END-IF.
033780 1760-EXIT.
033880     EXIT.
033980
034080*    The last business day of its month is a month-end cycle -
034180*    the next business day falls in another month - and a
034280*    month-end in March, June, September, or December is a
034380*    quarter-end cycle as well.
034480 1780-SET-PERIOD-END-FLAGS.
034580     MOVE "N" TO RUN-MONTH-END-SWITCH.
034680     MOVE "N" TO RUN-QUARTER-END-SWITCH.
034780     MOVE WS-BUSINESS-DATE TO WS-CAL-TEST-DATE.
034880     MOVE WS-CAL-TEST-MM TO WS-CAL-BUSINESS-MM.
034980     PERFORM 1710-NEXT-BUSINESS-DAY THRU 1710-EXIT.
035080     IF WS-CAL-TEST-MM NOT = WS-CAL-BUSINESS-MM
035180         SET RUN-MONTH-END TO TRUE
035280         IF WS-CAL-BUSINESS-MM = 3 OR WS-CAL-BUSINESS-MM = 6
035380             OR WS-CAL-BUSINESS-MM = 9 OR WS-CAL-BUSINESS-MM = 12
035480             SET RUN-QUARTER-END TO TRUE
035580             DISPLAY "PRE-FLIGHT - " WS-BUSINESS-DATE
035680                 " IS A QUARTER-END BUSINESS DAY"
035780         ELSE
035880             DISPLAY "PRE-FLIGHT - " WS-BUSINESS-DATE
035980                 " IS A MONTH-END BUSINESS DAY"
036080         END-IF
036180     END-IF.
036280 1780-EXIT.
036380     EXIT.
