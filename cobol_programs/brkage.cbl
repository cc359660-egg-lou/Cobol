000800* new master (BRKMASTO):
000900*
001000*   - result MATERIAL BREAK, on master     - the break recurs:
001010*                    aged, variance refreshed.
001200*   - result MATERIAL BREAK, not on master - a new break,
001300*                    added at age 1.
001400*   - result WITHIN TOLERANCE, on master   - the account really
002700* account-key order (the balancing step proves the counts).
002800*
002900* The aging report (AGERPT) lists every open break with its age
002910* and bands the counts (1 business day, 2-5, 6-10, over 10); an
002920* item older than TOL-STALE-DAYS business days is flagged *STALE*
002930* so the supervisor can chase it instead of rediscovering it
002940* nightly.  Age is business days elapsed, off the business-day
002950* calendar (BUSCAL) for the break's entity - the first date and
002960* the business date both counted, so a break opened tonight is
002970* age 1 - not the number of cycles that happened to run.
002980*
002990* A break the small-balance write-off run (wrtoff.cbl) has written
003000* off since it opened - logged on WOFFHIST - is closed WRTNOFF
003010* on the report and dropped from the new master, whatever its
003020* result tonight: the write-off adjustment settles it.
003030*
003040* A break that tonight's item offsets - an equal-and-opposite
003050* variance, or a one-sided item on the other feed, netting to
003060* within the account's tolerance and arriving within the
003070* TOL-TIMING-DAYS window after the break opened - is a timing
003080* difference: one posting that reached the two sides on
003090* different days.  Both sides close together, flagged TIMING,
003100* are logged on the timing-difference file (TIMDIFF) under one
003110* link reference, and are listed in their own section of the
003120* aging report.
003130*
003140* A one-sided item received in a foreign currency (UNM-CURRENCY
003150* not blank) carries that currency on its break (BRK-CURRENCY)
003160* and is never netted as a timing difference - with no partner
003170* to translate it against, its amount is not comparable with a
003180* functional-currency variance.  The write-off run leaves such a
003190* break alone and the month-end package totals it apart.
003191*
003192* Every change the roll makes to the master - a break opened,
003193* a break cleared (resolved, written off or netted as a timing
003194* difference), a break carried open at a new variance - is
003195* logged to the roll's break activity file (BRKACT), which the
003196* month-end close rolls the period's breaks forward from.
003300*
003400*     RC 0  - master rolled, no stale items
003500*     RC 4  - stale open items on the report (or TOLPARM
003510*             missing - stale flagging off; or BUSCAL missing -
003520*             ages skip weekends but no holidays)
003700*     RC 8  - an input out of sequence or a file problem - the
003800*             new master must not be trusted
003900*
006136*                    RUNCTL: the step is claimed at start, marked
006148*                    complete (with its return code) on a clean
006160*                    end, and skipped outright when a resubmitted
006161*                    business day already proved it complete.
006162*   10/15/2026  DRO  Break age is now business days elapsed from
006163*                    the break's first date through the business
006164*                    date, off the business-day calendar (BUSCAL)
006165*                    for the break's entity, instead of a count
006166*                    of cycles run - a missed or rerun cycle no
006167*                    longer skews it, and a weekend or holiday no
006168*                    longer ages an item.  A carried (ABSENT)
006169*                    item ages with the rest.  The stale test and
006170*                    the bands read in business days.
006171*   10/15/2026  DRO  Breaks written off by the small-balance
006172*                    write-off run are closed: the write-off log
006173*                    (WOFFHIST) is tabled at start-up and a
006174*                    master break written off on or after its
006175*                    first date is listed WRTNOFF and dropped
006176*                    from the new master instead of carried,
006177*                    aged or recurred.  The bands gain a
006178*                    WRITTEN OFF THIS CYCLE count.
006179*   10/15/2026  DRO  An item tonight that offsets the account's
006180*                    open break within the TOLPARM timing window
006181*                    closes with it as a timing difference, logged
006182*                    on TIMDIFF under one link reference and
006183*                    listed in a new AGERPT timing section.
006184*   10/15/2026  DRO  A one-sided break carries its item's
006185*                    currency (BRK-CURRENCY); a foreign-currency
006186*                    item takes no part in timing netting.  Ages
006187*                    come off the shared business-day age routine
006188*                    (BUSAGE).  Write-off and calendar paragraphs
006189*                    moved into paragraph-number order.
006190*   10/15/2026  DRO  Every break opened, cleared or carried at a
006191*                    new variance is logged to the break
006192*                    activity file (BRKACT), one generation per
006193*                    roll, for the month-end roll-forward.
006194*****************************************************************
006196 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. brkage.
006300
008150         RECORD KEY IS BRKK-KEY
008160         FILE STATUS IS WS-MASTK-STATUS.
008200
008210     SELECT WOFFHIST ASSIGN TO "WOFFHIST"
008220         ORGANIZATION IS SEQUENTIAL
008230         FILE STATUS IS WS-WOFFH-STATUS.
008240
008250     SELECT TIMDIFF ASSIGN TO "TIMDIFF"
008260         ORGANIZATION IS SEQUENTIAL
008270         FILE STATUS IS WS-TIMDF-STATUS.
008280
008282     SELECT BRKACT ASSIGN TO "BRKACT"
008284         ORGANIZATION IS SEQUENTIAL
008286         FILE STATUS IS WS-BRKACT-STATUS.
008288
008300     SELECT TOLFILE ASSIGN TO "TOLPARM"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-TOLPARM-STATUS.
008677         RECORD KEY IS DSP-KEY
008678         FILE STATUS IS WS-DISP-STATUS.
008680
008684     SELECT BUSCAL ASSIGN TO "BUSCAL"
008688         ORGANIZATION IS SEQUENTIAL
008692         FILE STATUS IS WS-BUSCAL-STATUS.
008696
008700     SELECT AGERPT ASSIGN TO "AGERPT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-AGERPT-STATUS.
010750     05  BRKK-KEY                PIC X(13).
010760     05  FILLER                  PIC X(67).
010800
010810 FD  WOFFHIST
010820     LABEL RECORDS ARE STANDARD.
010830 COPY WOFFHST.
010840
010850 FD  TIMDIFF
010860     LABEL RECORDS ARE STANDARD.
010870 COPY TIMDIF.
010880
010882 FD  BRKACT
010884     LABEL RECORDS ARE STANDARD.
010886 COPY BRKACT.
010888
010900 FD  TOLFILE
011000     LABEL RECORDS ARE STANDARD.
011100 COPY TOLPARM.
011276     LABEL RECORDS ARE STANDARD.
011278 COPY DISPREC.
011280
011284 FD  BUSCAL
011288     LABEL RECORDS ARE STANDARD.
011292 COPY BUSCAL.
011296
011300 FD  AGERPT
011400     LABEL RECORDS ARE STANDARD.
011500 01  AGERPT-LINE                 PIC X(132).
013180         88  WS-DISP-FOUND               VALUE "Y".
013190     05  WS-WORKED-SWITCH            PIC X(01) VALUE "N".
013200         88  WS-BEING-WORKED             VALUE "Y".
013210     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
013220         88  WS-END-OF-CALENDAR          VALUE "Y".
013230     05  WS-CAL-OWN-DAY-SWITCH       PIC X(01) VALUE "N".
013240         88  WS-CAL-OWN-DAY-FOUND        VALUE "Y".
013250     05  WS-WOFF-EOF-SWITCH          PIC X(01) VALUE "N".
013260         88  WS-END-OF-WRITE-OFFS        VALUE "Y".
013270     05  WS-WOFF-FOUND-SWITCH        PIC X(01) VALUE "N".
013280         88  WS-WRITTEN-OFF-ITEM         VALUE "Y".
013286     05  WS-TIMING-SWITCH            PIC X(01) VALUE "N".
013292         88  WS-TIMING-DIFFERENCE        VALUE "Y".
013299
013300 01  WS-FILE-STATUS-FIELDS.
013400     05  WS-MASTI-STATUS             PIC X(02).
013810     05  WS-TOLRULE-STATUS           PIC X(02).
013815     05  WS-DISP-STATUS              PIC X(02).
013820     05  WS-RUNCTL-STATUS            PIC X(02).
013830     05  WS-BUSCAL-STATUS            PIC X(02).
013840     05  WS-WOFFH-STATUS             PIC X(02).
013850     05  WS-TIMDF-STATUS             PIC X(02).
013855     05  WS-BRKACT-STATUS            PIC X(02).
013900     05  WS-AGERPT-STATUS            PIC X(02).
014000
014100 01  WS-DATE-TIME-FIELDS.
014200     05  WS-CURR-DATE                PIC 9(08).
014300     05  WS-CURR-TIME                PIC 9(08).
014310     05  WS-BUSINESS-DATE            PIC 9(08).
014319     05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
014328         10  WS-BUS-YYYY             PIC 9(04).
014337         10  WS-BUS-MM               PIC 9(02).
014346         10  WS-BUS-DD               PIC 9(02).
014355     05  WS-WOFF-FROM-DATE           PIC 9(08).
014364     05  WS-WOFF-FROM-DATE-X REDEFINES WS-WOFF-FROM-DATE.
014373         10  WS-WOFF-FROM-YYYY       PIC 9(04).
014382         10  WS-WOFF-FROM-MM         PIC 9(02).
014391         10  WS-WOFF-FROM-DD         PIC 9(02).
014400
014500 01  WS-COUNTERS.
014600     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
015240     05  WS-ONESIDED-TOTAL           PIC 9(07) COMP VALUE ZERO.
015250     05  WS-DISPS-READ               PIC 9(07) COMP VALUE ZERO.
015260     05  WS-NO-DISP-COUNT            PIC 9(07) COMP VALUE ZERO.
015270     05  WS-WOFFS-READ               PIC 9(07) COMP VALUE ZERO.
015280     05  WS-WRITTEN-OFF-BREAKS       PIC 9(07) COMP VALUE ZERO.
015290     05  WS-TIMING-PAIRS             PIC 9(07) COMP VALUE ZERO.
015300     05  WS-STALE-COUNT              PIC 9(07) COMP VALUE ZERO.
015400     05  WS-BAND-1-COUNT             PIC 9(07) COMP VALUE ZERO.
015500     05  WS-BAND-2-5-COUNT           PIC 9(07) COMP VALUE ZERO.
016913         10  WS-DISP-DATE            PIC 9(08).
016914         10  WS-DISP-TIME            PIC 9(08).
016916
016918*    The business-day calendar, house and entity days alike,
016920*    tabled at start-up with each day's weekday worked out
016922*    once - only the exceptions to a Monday-Friday week are
016924*    on it, so a modest table holds years of it.
016926 01  WS-CALENDAR-TABLE.
016928     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 1000.
016930     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
016932     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
016934     05  WS-CAL-OWN-SUB              PIC 9(04) COMP VALUE ZERO.
016936     05  WS-CAL-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
016938     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
016940         10  WS-CAL-ENTITY           PIC X(03).
016942         10  WS-CAL-DATE             PIC 9(08).
016944         10  WS-CAL-DAY-TYPE         PIC X(01).
016946         10  WS-CAL-WEEKDAY          PIC 9(01).
016948
016950 01  WS-CALENDAR-FIELDS.
016952     05  WS-CAL-FROM-DATE            PIC 9(08).
016954     05  WS-CAL-TEST-ENTITY          PIC X(03).
016956     05  WS-CAL-FROM-INTEGER         PIC 9(08) COMP.
016958     05  WS-CAL-TO-INTEGER           PIC 9(08) COMP.
016960     05  WS-CAL-INTEGER              PIC 9(08) COMP.
016962     05  WS-CAL-SPAN                 PIC 9(08) COMP.
016964     05  WS-CAL-WEEKS                PIC 9(08) COMP.
016966     05  WS-CAL-ODD-DAYS             PIC 9(04) COMP.
016968     05  WS-CAL-WEEKDAY-NOW          PIC 9(04) COMP.
016970     05  WS-CAL-DAY-COUNT            PIC S9(07) COMP.
016972
016973*    The write-offs logged since the start of last month, tabled
016974*    at start-up - one entry per account, the latest write-off
016975*    date winning.  A break is written off the night after it is
016976*    logged, so an older write-off has long since closed its
016977*    break.
016978 01  WS-WOFF-TABLE.
016979     05  WS-WOFF-MAX                 PIC 9(04) COMP VALUE 1000.
016980     05  WS-WOFF-COUNT               PIC 9(04) COMP VALUE ZERO.
016981     05  WS-WOFF-SUB                 PIC 9(04) COMP VALUE ZERO.
016982     05  WS-WOFF-HIT                 PIC 9(04) COMP VALUE ZERO.
016983     05  WS-WOFF-OVERFLOW            PIC 9(04) COMP VALUE ZERO.
016984     05  WS-WOFF-ENTRY OCCURS 1000 TIMES.
016985         10  WS-WOFF-KEY             PIC X(13).
016986         10  WS-WOFF-DATE            PIC 9(08).
016987
017000 01  WS-OLD-MASTER-RECORD.
017050     05  WS-OLD-ENTITY               PIC X(03).
017100     05  WS-OLD-ACCT-KEY             PIC X(10).
017600         SIGN IS LEADING SEPARATE CHARACTER.
017700     05  WS-OLD-STATUS               PIC X(01).
017710     05  WS-OLD-TYPE                 PIC X(01).
017720     05  WS-OLD-CURRENCY             PIC X(03).
017800     05  FILLER                      PIC X(30).
017900
018000 01  WS-REPORT-LINES.
018100     05  WS-AGE-DETAIL.
019050         10  FILLER                  PIC X(02) VALUE SPACES.
019060         10  WS-AGE-DISP-DATE        PIC X(08).
019100         10  FILLER                  PIC X(35) VALUE SPACES.
019102     05  WS-TDL-DETAIL.
019104         10  WS-TDL-LINK-DATE        PIC 9(08).
019106         10  WS-TDL-LINK-DASH        PIC X(01).
019108         10  WS-TDL-LINK-SEQ         PIC 9(05).
019110         10  FILLER                  PIC X(02) VALUE SPACES.
019112         10  WS-TDL-ENTITY           PIC X(03).
019114         10  FILLER                  PIC X(02) VALUE SPACES.
019116         10  WS-TDL-ACCT-KEY         PIC X(10).
019118         10  FILLER                  PIC X(02) VALUE SPACES.
019120         10  WS-TDL-SIDE             PIC X(06).
019122         10  FILLER                  PIC X(02) VALUE SPACES.
019124         10  WS-TDL-ITEM-DATE        PIC 9(08).
019126         10  FILLER                  PIC X(02) VALUE SPACES.
019128         10  WS-TDL-AGE              PIC ZZ9.
019130         10  FILLER                  PIC X(02) VALUE SPACES.
019132         10  WS-TDL-TYPE             PIC X(06).
019134         10  FILLER                  PIC X(02) VALUE SPACES.
019136         10  WS-TDL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
019138         10  FILLER                  PIC X(02) VALUE SPACES.
019140         10  WS-TDL-RESIDUAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.
019142         10  FILLER                  PIC X(31) VALUE SPACES.
019144
019146*    The timing-difference window and tolerance, and the item
019148*    tonight that may offset the account's open break.
019150 01  WS-TIMING-FIELDS.
019152     05  WS-TIMING-DAYS              PIC 9(03) VALUE ZERO.
019154     05  WS-CARD-THRESHOLD           PIC 9(07)V99 VALUE ZERO.
019156     05  WS-EFFECTIVE-THRESHOLD      PIC 9(07)V99 VALUE ZERO.
019158     05  WS-TMD-OFFSET-AMOUNT        PIC S9(10)V99.
019160     05  WS-TMD-OFFSET-DATE          PIC 9(08).
019162     05  WS-TMD-OFFSET-TYPE          PIC X(01).
019163     05  WS-TMD-OFFSET-CCY           PIC X(03).
019164     05  WS-TMD-RESIDUAL-AMT         PIC S9(10)V99.
019166     05  WS-TMD-ABS-RESIDUAL         PIC 9(10)V99.
019168     05  WS-TMD-TONIGHT-AGE          PIC 9(03).
019170     05  WS-TMD-DAYS-OPEN            PIC 9(03).
019172     05  WS-TMD-SAVE-RECORD          PIC X(80).
019174
019176*    Tonight's timing differences, both sides of each pair, tabled
019178*    as they close for the report's own section - TIMDIFF holds
019180*    every pair whatever the table holds.
019182 01  WS-TIMING-TABLE.
019184     05  WS-TMD-MAX                  PIC 9(04) COMP VALUE 500.
019186     05  WS-TMD-COUNT                PIC 9(04) COMP VALUE ZERO.
019188     05  WS-TMD-SUB                  PIC 9(04) COMP VALUE ZERO.
019190     05  WS-TMD-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
019192     05  WS-TMD-ENTRY OCCURS 500 TIMES.
019194         10  WS-TMD-OPEN-REC         PIC X(80).
019196         10  WS-TMD-OFFSET-REC       PIC X(80).
019200
019300 01  WS-EDITED-FIELDS.
019400     05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
019800         PERFORM 1000-INITIALIZE THRU 1000-EXIT
019900         IF WS-RETURN-CODE < 8
020000             PERFORM 2000-ROLL-MASTER THRU 2000-EXIT
020010             PERFORM 2900-PRINT-TIMING-DIFFS THRU 2900-EXIT
020100             PERFORM 3000-PRINT-BANDS THRU 3000-EXIT
020200         END-IF
020300         PERFORM 8000-TERMINATE THRU 8000-EXIT
021300     PERFORM 1100-READ-STALE-PARM THRU 1100-EXIT.
021310     PERFORM 1150-LOAD-TOLERANCE-RULES THRU 1150-EXIT.
021320     PERFORM 1180-LOAD-DISPOSITIONS THRU 1180-EXIT.
021330     PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
021340     PERFORM 1400-LOAD-WRITE-OFFS THRU 1400-EXIT.
021400     OPEN INPUT BRKMASTI.
021500     IF WS-MASTI-STATUS = "35"
021600         DISPLAY "*** BRKAGE - BRKMASTI NOT FOUND - FIRST RUN - "
024440                 WS-MASTK-STATUS
024450             MOVE 8 TO WS-RETURN-CODE
024460         END-IF
024465         OPEN OUTPUT TIMDIFF
024470         IF WS-TIMDF-STATUS NOT = "00"
024475             DISPLAY "*** BRKAGE - TIMDIFF NOT WRITABLE - "
024480                 WS-TIMDF-STATUS
024485             MOVE 8 TO WS-RETURN-CODE
024490         END-IF
024491         OPEN OUTPUT BRKACT
024492         IF WS-BRKACT-STATUS NOT = "00"
024493             DISPLAY "*** BRKAGE - BRKACT NOT WRITABLE - "
024494                 WS-BRKACT-STATUS
024495             MOVE 8 TO WS-RETURN-CODE
024496         END-IF
024500         OPEN OUTPUT AGERPT
024600         IF WS-AGERPT-STATUS NOT = "00"
024700             DISPLAY "*** BRKAGE - AGERPT NOT WRITABLE - "
025100     END-IF.
025200     IF WS-RETURN-CODE < 8
025300         PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT
025310         INITIALIZE BRK-ACTIVITY-RECORD WITH FILLER
025320         SET ACT-HEADER TO TRUE
025330         PERFORM 2795-WRITE-ACTIVITY THRU 2795-EXIT
025400         PERFORM 2100-READ-MASTER THRU 2100-EXIT
025500         PERFORM 2200-READ-RESULT THRU 2200-EXIT
025510         PERFORM 2220-READ-UNMATCHED THRU 2220-EXIT
026600         END-READ
026700         IF WS-TOLPARM-STATUS = "00"
026800             MOVE TOL-STALE-DAYS TO WS-STALE-DAYS
026810             MOVE TOL-THRESHOLD TO WS-CARD-THRESHOLD
026820             IF TOL-TIMING-DAYS IS NUMERIC
026830                 MOVE TOL-TIMING-DAYS TO WS-TIMING-DAYS
026840             END-IF
026900         END-IF
027000         CLOSE TOLFILE
027100     ELSE
029300 1200-EXIT.
029400     EXIT.
029500
029501*    The business-day calendar - optional; without it ages
029502*    still skip weekends but count every holiday.
029503 1300-LOAD-CALENDAR.
029504     OPEN INPUT BUSCAL.
029505     IF WS-BUSCAL-STATUS = "35"
029506         DISPLAY "*** BRKAGE - BUSCAL NOT FOUND - AGES SKIP "
029507             "WEEKENDS ONLY"
029508         IF WS-RETURN-CODE < 4
029509             MOVE 4 TO WS-RETURN-CODE
029510         END-IF
029511     ELSE
029512         IF WS-BUSCAL-STATUS NOT = "00"
029513             DISPLAY "*** BRKAGE - BUSCAL NOT AVAILABLE - "
029514                 WS-BUSCAL-STATUS " - AGES SKIP WEEKENDS ONLY"
029515             IF WS-RETURN-CODE < 4
029516                 MOVE 4 TO WS-RETURN-CODE
029517             END-IF
029518         ELSE
029519             PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
029520             PERFORM 1320-TABLE-ONE-DAY THRU 1320-EXIT
029521                 UNTIL WS-END-OF-CALENDAR
029522             CLOSE BUSCAL
029523             IF WS-CAL-OVERFLOW > ZERO
029524                 DISPLAY "*** BRKAGE - " WS-CAL-OVERFLOW
029525                     " CALENDAR DAYS BEYOND TABLE - NOT KNOWN"
029526                 IF WS-RETURN-CODE < 4
029527                     MOVE 4 TO WS-RETURN-CODE
029528                 END-IF
029529             END-IF
029530         END-IF
029531     END-IF.
029532 1300-EXIT.
029533     EXIT.
029534
029535 1310-READ-CALENDAR.
029536     READ BUSCAL
029537         AT END SET WS-END-OF-CALENDAR TO TRUE
029538     END-READ.
029539 1310-EXIT.
029540     EXIT.
029541
029542 1320-TABLE-ONE-DAY.
029543     IF (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
029544         AND CAL-DATE NOT < 16010101
029545         IF WS-CAL-COUNT < WS-CAL-MAX
029546             ADD 1 TO WS-CAL-COUNT
029547             MOVE CAL-ENTITY TO WS-CAL-ENTITY (WS-CAL-COUNT)
029548             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
029549             MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
029550             COMPUTE WS-CAL-INTEGER =
029551                 FUNCTION INTEGER-OF-DATE (CAL-DATE)
029552             DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
029553                 REMAINDER WS-CAL-WEEKDAY (WS-CAL-COUNT)
029554         ELSE
029555             ADD 1 TO WS-CAL-OVERFLOW
029556         END-IF
029557     END-IF.
029558     PERFORM 1310-READ-CALENDAR THRU 1310-EXIT.
029559 1320-EXIT.
029560     EXIT.
029561
029562*-----------------------------------------------------------------
029563* WRITE-OFF LOG
029564* WOFFHIST is optional - no log means nothing written off yet.
029565* Only write-offs made before tonight and still standing (not
029566* reversed by a back-out) are kept, from the first of last
029567* month on.
029568*-----------------------------------------------------------------
029569 1400-LOAD-WRITE-OFFS.
029570     MOVE WS-BUSINESS-DATE TO WS-WOFF-FROM-DATE.
029571     MOVE 1 TO WS-WOFF-FROM-DD.
029572     IF WS-WOFF-FROM-MM = 1
029573         MOVE 12 TO WS-WOFF-FROM-MM
029574         SUBTRACT 1 FROM WS-WOFF-FROM-YYYY
029575     ELSE
029576         SUBTRACT 1 FROM WS-WOFF-FROM-MM
029577     END-IF.
029578     OPEN INPUT WOFFHIST.
029579     IF WS-WOFFH-STATUS = "35"
029580         DISPLAY "BRKAGE - WOFFHIST NOT FOUND - NO WRITE-OFFS "
029581             "TO CLOSE"
029582     ELSE
029583         IF WS-WOFFH-STATUS NOT = "00"
029584             DISPLAY "*** BRKAGE - WOFFHIST NOT AVAILABLE - "
029585                 WS-WOFFH-STATUS
029586             MOVE 8 TO WS-RETURN-CODE
029587         ELSE
029588             PERFORM 1410-READ-WRITE-OFF THRU 1410-EXIT
029589             PERFORM 1420-TABLE-ONE-WRITE-OFF THRU 1420-EXIT
029590                 UNTIL WS-END-OF-WRITE-OFFS
029591             CLOSE WOFFHIST
029592             IF WS-WOFF-OVERFLOW > ZERO
029593                 DISPLAY "*** BRKAGE - " WS-WOFF-OVERFLOW
029594                     " WRITE-OFFS BEYOND TABLE - RUN ABANDONED"
029595                 MOVE 8 TO WS-RETURN-CODE
029596             END-IF
029597         END-IF
029598     END-IF.
029599 1400-EXIT.
029600     EXIT.
029601
029602 1410-READ-WRITE-OFF.
029603     READ WOFFHIST
029604         AT END SET WS-END-OF-WRITE-OFFS TO TRUE
029605         NOT AT END ADD 1 TO WS-WOFFS-READ
029606     END-READ.
029607 1410-EXIT.
029608     EXIT.
029609
029610 1420-TABLE-ONE-WRITE-OFF.
029611     IF WOH-WRITTEN-OFF
029612         AND WOH-BUS-DATE < WS-BUSINESS-DATE
029613         AND WOH-BUS-DATE NOT < WS-WOFF-FROM-DATE
029614         MOVE WOH-KEY TO WS-LOOKUP-KEY
029615         PERFORM 2120-SEARCH-WRITE-OFFS THRU 2120-EXIT
029616         IF WS-WOFF-HIT > ZERO
029617             IF WOH-BUS-DATE > WS-WOFF-DATE (WS-WOFF-HIT)
029618                 MOVE WOH-BUS-DATE TO WS-WOFF-DATE (WS-WOFF-HIT)
029619             END-IF
029620         ELSE
029621             IF WS-WOFF-COUNT < WS-WOFF-MAX
029622                 ADD 1 TO WS-WOFF-COUNT
029623                 MOVE WOH-KEY TO WS-WOFF-KEY (WS-WOFF-COUNT)
029624                 MOVE WOH-BUS-DATE TO WS-WOFF-DATE (WS-WOFF-COUNT)
029625             ELSE
029626                 ADD 1 TO WS-WOFF-OVERFLOW
029627             END-IF
029628         END-IF
029629     END-IF.
029630     PERFORM 1410-READ-WRITE-OFF THRU 1410-EXIT.
029631 1420-EXIT.
029632     EXIT.
029633
029634*-----------------------------------------------------------------
029700* MASTER ROLL - match-merge of old master and today's results,
029800* both in ascending account-key order
029900*-----------------------------------------------------------------
031500                 ADD 1 TO WS-MASTER-READ
031520                 MOVE WS-OLD-ENTITY TO WS-MAST-ENTITY
031540                 MOVE WS-OLD-ACCT-KEY TO WS-MAST-ACCT-KEY
031550                 MOVE "N" TO WS-TIMING-SWITCH
031600                 IF WS-MAST-KEY NOT > WS-MAST-PREV-KEY
031700                     PERFORM 2150-MASTER-SEQ-ERROR THRU 2150-EXIT
031800                 ELSE
031900                     MOVE WS-MAST-KEY TO WS-MAST-PREV-KEY
032100                 END-IF
032110                 PERFORM 2110-FIND-WRITE-OFF THRU 2110-EXIT
032200         END-READ
032300     END-IF.
032400 2100-EXIT.
032500     EXIT.
032600
032601*    A master break is written off when the log holds a write-off
032604*    for its account dated on or after the break's first date - a
032607*    break that reopened after an earlier write-off is a new one.
032610 2110-FIND-WRITE-OFF.
032613     MOVE "N" TO WS-WOFF-FOUND-SWITCH.
032616     MOVE WS-MAST-KEY TO WS-LOOKUP-KEY.
032619     PERFORM 2120-SEARCH-WRITE-OFFS THRU 2120-EXIT.
032622     IF WS-WOFF-HIT > ZERO
032625         IF WS-WOFF-DATE (WS-WOFF-HIT) NOT < WS-OLD-FIRST-DATE
032628             SET WS-WRITTEN-OFF-ITEM TO TRUE
032631         END-IF
032634     END-IF.
032637 2110-EXIT.
032640     EXIT.
032643
032646 2120-SEARCH-WRITE-OFFS.
032649     MOVE ZERO TO WS-WOFF-HIT.
032652     PERFORM 2130-TEST-WRITE-OFF THRU 2130-EXIT
032655         VARYING WS-WOFF-SUB FROM 1 BY 1
032658         UNTIL WS-WOFF-SUB > WS-WOFF-COUNT
032661            OR WS-WOFF-HIT > ZERO.
032664 2120-EXIT.
032667     EXIT.
032670
032673 2130-TEST-WRITE-OFF.
032676     IF WS-WOFF-KEY (WS-WOFF-SUB) = WS-LOOKUP-KEY
032679         MOVE WS-WOFF-SUB TO WS-WOFF-HIT
032682     END-IF.
032685 2130-EXIT.
032688     EXIT.
032691
032700 2150-MASTER-SEQ-ERROR.
032800     DISPLAY "*** BRKAGE - BRKMASTI OUT OF SEQUENCE AT "
032900         WS-OLD-ENTITY "/" WS-OLD-ACCT-KEY " - RUN ABANDONED".
039100     MOVE WS-OLD-FIRST-DATE TO WS-AGE-FIRST-DATE.
039200     MOVE WS-OLD-AGE-DAYS TO WS-AGE-AGE.
039300     MOVE WS-OLD-VARIANCE TO WS-AGE-VARIANCE.
039310     IF WS-WRITTEN-OFF-ITEM
039320         MOVE "WRTNOFF" TO WS-AGE-FLAG
039330         ADD 1 TO WS-WRITTEN-OFF-BREAKS
039340     ELSE
039350         MOVE "CLOSED" TO WS-AGE-FLAG
039360         ADD 1 TO WS-CLOSED-BREAKS
039370     END-IF.
039400     PERFORM 2790-LOG-CLOSED-BREAK THRU 2790-EXIT.
039500     MOVE WS-AGE-DETAIL TO AGERPT-LINE.
039600     WRITE AGERPT-LINE.
039800 2400-EXIT.
039900     EXIT.
040000
040100*    Nothing is known about an account absent from tonight's
040200*    results - the item stays open, untouched, in front of the
040300*    supervisor.
040310*    Unless it has been written off - the write-off settles it.
040400 2450-CARRY-BREAK.
040410     IF WS-WRITTEN-OFF-ITEM
040420         PERFORM 2400-CLOSE-BREAK THRU 2400-EXIT
040430     ELSE
040440         INITIALIZE BRK-MASTER-RECORD WITH FILLER
040450         MOVE WS-OLD-ACCT-KEY TO BRK-ACCT-KEY
040460         MOVE WS-OLD-FIRST-DATE TO BRK-FIRST-DATE
040470         MOVE WS-OLD-LAST-DATE TO BRK-LAST-DATE
040480         MOVE WS-OLD-VARIANCE TO BRK-VARIANCE
040490         MOVE WS-OLD-TYPE TO BRK-TYPE
040495         MOVE WS-OLD-CURRENCY TO BRK-CURRENCY
040500         MOVE WS-OLD-ENTITY TO BRK-ENTITY
040510         SET BRK-OPEN TO TRUE
040520         SET WS-CARRIED-THIS-ITEM TO TRUE
040530         PERFORM 2700-WRITE-OPEN-BREAK THRU 2700-EXIT
040540         MOVE "N" TO WS-CARRIED-SWITCH
040550         ADD 1 TO WS-CARRIED-BREAKS
040560     END-IF.
041600 2450-EXIT.
041700     EXIT.
041800
042350         MOVE WS-RES-ENTITY TO BRK-ENTITY
042400         MOVE WS-GL-DATE TO BRK-FIRST-DATE
042500         MOVE WS-GL-DATE TO BRK-LAST-DATE
042700         MOVE WS-GL-VARIANCE TO BRK-VARIANCE
042800         SET BRK-OPEN TO TRUE
042850         SET BRK-VARIANCE-BREAK TO TRUE
043327     MOVE WS-UNM-ENTITY TO BRK-ENTITY.
043328     MOVE UNM-BUS-DATE TO BRK-FIRST-DATE.
043330     MOVE UNM-BUS-DATE TO BRK-LAST-DATE.
043334     MOVE WS-UNM-VARIANCE TO BRK-VARIANCE.
043336     SET BRK-OPEN TO TRUE.
043338     MOVE UNM-SIDE TO BRK-TYPE.
043339     MOVE UNM-CURRENCY TO BRK-CURRENCY.
043340     PERFORM 2700-WRITE-OPEN-BREAK THRU 2700-EXIT.
043342     ADD 1 TO WS-ONESIDED-NEW.
043344 2550-EXIT.
043346     EXIT.
043348
043350 2620-AGE-ONESIDED-BREAK.
043351     IF WS-WRITTEN-OFF-ITEM
043352         PERFORM 2400-CLOSE-BREAK THRU 2400-EXIT
043353     ELSE
043354         PERFORM 2680-EDIT-UNM-AMOUNT THRU 2680-EXIT
043355         MOVE WS-UNM-VARIANCE TO WS-TMD-OFFSET-AMOUNT
043356         MOVE UNM-BUS-DATE TO WS-TMD-OFFSET-DATE
043357         MOVE UNM-SIDE TO WS-TMD-OFFSET-TYPE
043358         MOVE UNM-CURRENCY TO WS-TMD-OFFSET-CCY
043359         PERFORM 2800-TEST-TIMING-DIFF THRU 2800-EXIT
043360     END-IF.
043361     IF NOT WS-WRITTEN-OFF-ITEM
043362         AND NOT WS-TIMING-DIFFERENCE
043363         INITIALIZE BRK-MASTER-RECORD WITH FILLER
043364         MOVE WS-OLD-ACCT-KEY TO BRK-ACCT-KEY
043365         MOVE WS-OLD-ENTITY TO BRK-ENTITY
043366         MOVE WS-OLD-FIRST-DATE TO BRK-FIRST-DATE
043367         MOVE UNM-BUS-DATE TO BRK-LAST-DATE
043368         MOVE WS-UNM-VARIANCE TO BRK-VARIANCE
043369         SET BRK-OPEN TO TRUE
043370         MOVE UNM-SIDE TO BRK-TYPE
043371         MOVE UNM-CURRENCY TO BRK-CURRENCY
043372         PERFORM 2700-WRITE-OPEN-BREAK THRU 2700-EXIT
043373         ADD 1 TO WS-ONESIDED-RECUR
043374     END-IF.
043375 2620-EXIT.
043376     EXIT.
043378
043380*    The one-sided amount comes through as the feeds sent it -
043408 2680-EXIT.
043409     EXIT.
043410
043420*    The extract record is read even for a written-off break, to
043430*    keep the extract in step with the results.
043440*    A break tonight's variance offsets closes as a timing
043450*    difference instead of aging.
043500 2600-AGE-RECURRING-BREAK.
043600     PERFORM 2650-READ-GL-VARIANCE THRU 2650-EXIT.
043610     IF NOT WS-SEQ-ERROR
043620         AND WS-WRITTEN-OFF-ITEM
043630         PERFORM 2400-CLOSE-BREAK THRU 2400-EXIT
043640     END-IF.
043647     IF NOT WS-SEQ-ERROR
043654         AND NOT WS-WRITTEN-OFF-ITEM
043661         MOVE WS-GL-VARIANCE TO WS-TMD-OFFSET-AMOUNT
043668         MOVE WS-GL-DATE TO WS-TMD-OFFSET-DATE
043675         MOVE "V" TO WS-TMD-OFFSET-TYPE
043678         MOVE SPACES TO WS-TMD-OFFSET-CCY
043682         PERFORM 2800-TEST-TIMING-DIFF THRU 2800-EXIT
043689     END-IF.
043700     IF NOT WS-SEQ-ERROR
043710         AND NOT WS-WRITTEN-OFF-ITEM
043720         AND NOT WS-TIMING-DIFFERENCE
043800         INITIALIZE BRK-MASTER-RECORD WITH FILLER
043900         MOVE WS-OLD-ACCT-KEY TO BRK-ACCT-KEY
043950         MOVE WS-OLD-ENTITY TO BRK-ENTITY
044000         MOVE WS-OLD-FIRST-DATE TO BRK-FIRST-DATE
044100         MOVE WS-GL-DATE TO BRK-LAST-DATE
044300         MOVE WS-GL-VARIANCE TO BRK-VARIANCE
044400         SET BRK-OPEN TO TRUE
044450         SET BRK-VARIANCE-BREAK TO TRUE
047400* carried forward on an absent account
047500*-----------------------------------------------------------------
047600 2700-WRITE-OPEN-BREAK.
047610     MOVE BRK-FIRST-DATE TO WS-CAL-FROM-DATE.
047620     MOVE BRK-ENTITY TO WS-CAL-TEST-ENTITY.
047630     PERFORM 9600-COMPUTE-BUSINESS-AGE THRU 9600-EXIT.
047640     MOVE WS-CAL-DAY-COUNT TO BRK-AGE-DAYS.
047700     WRITE BRK-MASTER-RECORD.
047710     MOVE BRK-MASTER-RECORD TO BRKK-RECORD.
047720     WRITE BRKK-RECORD.
047760         MOVE 8 TO WS-RETURN-CODE
047770         SET WS-SEQ-ERROR TO TRUE
047780     END-IF.
047790     PERFORM 2780-LOG-OPEN-BREAK THRU 2780-EXIT.
047800     ADD 1 TO WS-OPEN-WRITTEN.
047900     IF BRK-AGE-DAYS = 1
048000         ADD 1 TO WS-BAND-1-COUNT
050999 2770-EXIT.
051001     EXIT.
051002
051003*    A break written tonight that was not on the old master has
051004*    opened; one that was, now at a different variance, has
051005*    moved by the difference.  One carried unchanged is not
051006*    logged.
051007 2780-LOG-OPEN-BREAK.
051008     INITIALIZE BRK-ACTIVITY-RECORD WITH FILLER.
051009     MOVE BRK-KEY TO ACT-KEY.
051010     MOVE BRK-FIRST-DATE TO ACT-FIRST-DATE.
051011     MOVE BRK-TYPE TO ACT-BREAK-TYPE.
051012     MOVE BRK-CURRENCY TO ACT-CURRENCY.
051013     IF BRK-KEY = WS-MAST-KEY
051014         IF BRK-VARIANCE NOT = WS-OLD-VARIANCE
051015             SET ACT-MOVEMENT TO TRUE
051016             COMPUTE ACT-AMOUNT = BRK-VARIANCE - WS-OLD-VARIANCE
051017             PERFORM 2795-WRITE-ACTIVITY THRU 2795-EXIT
051018         END-IF
051019     ELSE
051020         SET ACT-OPENED TO TRUE
051021         MOVE BRK-VARIANCE TO ACT-AMOUNT
051022         PERFORM 2795-WRITE-ACTIVITY THRU 2795-EXIT
051023     END-IF.
051024 2780-EXIT.
051025     EXIT.
051026
051027*    A break leaving the master goes off at the variance it
051028*    stood at there - a write-off carrying the business date it
051029*    was written off on.
051030 2790-LOG-CLOSED-BREAK.
051031     INITIALIZE BRK-ACTIVITY-RECORD WITH FILLER.
051032     SET ACT-CLEARED TO TRUE.
051033     MOVE WS-OLD-ENTITY TO ACT-ENTITY.
051034     MOVE WS-OLD-ACCT-KEY TO ACT-ACCT-KEY.
051035     MOVE WS-OLD-FIRST-DATE TO ACT-FIRST-DATE.
051036     MOVE WS-OLD-TYPE TO ACT-BREAK-TYPE.
051037     MOVE WS-OLD-CURRENCY TO ACT-CURRENCY.
051038     MOVE WS-OLD-VARIANCE TO ACT-AMOUNT.
051039     IF WS-TIMING-DIFFERENCE
051040         SET ACT-TIMING TO TRUE
051041     ELSE
051042         IF WS-WRITTEN-OFF-ITEM
051043             SET ACT-WRITTEN-OFF TO TRUE
051044             MOVE WS-WOFF-DATE (WS-WOFF-HIT) TO ACT-WOFF-DATE
051045         ELSE
051046             SET ACT-RESOLVED TO TRUE
051047         END-IF
051048     END-IF.
051049     PERFORM 2795-WRITE-ACTIVITY THRU 2795-EXIT.
051050 2790-EXIT.
051051     EXIT.
051052
051053 2795-WRITE-ACTIVITY.
051054     MOVE WS-BUSINESS-DATE TO ACT-BUS-DATE.
051055     WRITE BRK-ACTIVITY-RECORD.
051056     IF WS-BRKACT-STATUS NOT = "00"
051057         DISPLAY "*** BRKAGE - BRKACT WRITE FAILED - "
051058             WS-BRKACT-STATUS
051059         MOVE 8 TO WS-RETURN-CODE
051060         SET WS-SEQ-ERROR TO TRUE
051061     END-IF.
051062 2795-EXIT.
051063     EXIT.
051064
051065*-----------------------------------------------------------------
051066* TIMING DIFFERENCES
051067* A posting that reaches one feed a day or two after the other
051068* shows as a break one night and its mirror image the next.
051069* Tonight's item offsets the account's open break when the two
051070* carry opposite signs, net to no more than the account's
051071* tolerance, and tonight falls within TOL-TIMING-DAYS business
051072* days of the break opening.  Both sides then close together.
051073*-----------------------------------------------------------------
051074 2800-TEST-TIMING-DIFF.
051075     IF WS-TIMING-DAYS > ZERO
051076         AND WS-OLD-CURRENCY = SPACES
051077         AND WS-TMD-OFFSET-CCY = SPACES
051078         AND ((WS-OLD-VARIANCE > ZERO
051079               AND WS-TMD-OFFSET-AMOUNT < ZERO)
051080           OR (WS-OLD-VARIANCE < ZERO
051081               AND WS-TMD-OFFSET-AMOUNT > ZERO))
051082         PERFORM 2810-TEST-TIMING-WINDOW THRU 2810-EXIT
051083     END-IF.
051084     IF WS-TIMING-DIFFERENCE
051085         PERFORM 2850-CLOSE-TIMING-DIFF THRU 2850-EXIT
051086     END-IF.
051087 2800-EXIT.
051088     EXIT.
051089
051090*    Tonight's age counts the break's first date through the
051091*    business date on the entity's calendar, so the business days
051092*    since the break opened are one less.
051093 2810-TEST-TIMING-WINDOW.
051094     MOVE WS-OLD-FIRST-DATE TO WS-CAL-FROM-DATE.
051095     MOVE WS-OLD-ENTITY TO WS-CAL-TEST-ENTITY.
051096     PERFORM 9600-COMPUTE-BUSINESS-AGE THRU 9600-EXIT.
051097     MOVE WS-CAL-DAY-COUNT TO WS-TMD-TONIGHT-AGE.
051098     COMPUTE WS-TMD-DAYS-OPEN = WS-TMD-TONIGHT-AGE - 1.
051099     COMPUTE WS-TMD-RESIDUAL-AMT =
051100         WS-OLD-VARIANCE + WS-TMD-OFFSET-AMOUNT.
051101     IF WS-TMD-RESIDUAL-AMT < ZERO
051102         COMPUTE WS-TMD-ABS-RESIDUAL = ZERO - WS-TMD-RESIDUAL-AMT
051103     ELSE
051104         MOVE WS-TMD-RESIDUAL-AMT TO WS-TMD-ABS-RESIDUAL
051105     END-IF.
051106     PERFORM 2820-LOOKUP-THRESHOLD THRU 2820-EXIT.
051107     IF WS-TMD-DAYS-OPEN NOT > WS-TIMING-DAYS
051108         AND WS-TMD-ABS-RESIDUAL NOT > WS-EFFECTIVE-THRESHOLD
051109         SET WS-TIMING-DIFFERENCE TO TRUE
051110     END-IF.
051111 2810-EXIT.
051112     EXIT.
051113
051114*    The account's own tolerance, found the way the comparison
051115*    finds it - the matching rule with the latest effective date
051116*    not after the business date, later rule in the file winning
051117*    a tie; no matching rule leaves the TOLPARM card threshold.
051118*    The break is tested off the old master record: the output
051119*    record still holds the last break written.
051120 2820-LOOKUP-THRESHOLD.
051121     MOVE WS-CARD-THRESHOLD TO WS-EFFECTIVE-THRESHOLD.
051122     MOVE ZERO TO WS-BEST-EFF-DATE.
051123     PERFORM 2830-TEST-RULE-THRESHOLD THRU 2830-EXIT
051124         VARYING WS-RULE-SUB FROM 1 BY 1
051125         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
051126 2820-EXIT.
051127     EXIT.
051128
051129 2830-TEST-RULE-THRESHOLD.
051130     IF WS-OLD-ACCT-KEY NOT < WS-RULE-KEY-LO (WS-RULE-SUB)
051131         AND WS-OLD-ACCT-KEY NOT > WS-RULE-KEY-HI (WS-RULE-SUB)
051132         AND WS-RULE-EFF-DATE (WS-RULE-SUB) NOT >
051133             WS-BUSINESS-DATE
051134         AND WS-RULE-EFF-DATE (WS-RULE-SUB) NOT <
051135             WS-BEST-EFF-DATE
051136         MOVE WS-RULE-EFF-DATE (WS-RULE-SUB)
051137             TO WS-BEST-EFF-DATE
051138         MOVE WS-RULE-THRESHOLD (WS-RULE-SUB)
051139             TO WS-EFFECTIVE-THRESHOLD
051140     END-IF.
051141 2830-EXIT.
051142     EXIT.
051143
051144*    Both sides close: the open break (side O) and tonight's
051145*    offsetting item (side F) go to TIMDIFF under one link
051146*    reference - the business date and the pair's number tonight
051147*    - the break is listed TIMING in the body of the report, and
051148*    the pair is tabled for the timing-difference section.
051149 2850-CLOSE-TIMING-DIFF.
051150     ADD 1 TO WS-TIMING-PAIRS.
051151     INITIALIZE TIMING-DIFF-RECORD WITH FILLER.
051152     MOVE WS-OLD-ENTITY TO TMD-ENTITY.
051153     MOVE WS-OLD-ACCT-KEY TO TMD-ACCT-KEY.
051154     MOVE WS-BUSINESS-DATE TO TMD-LINK-DATE.
051155     MOVE WS-TIMING-PAIRS TO TMD-LINK-SEQ.
051156     MOVE WS-TMD-TONIGHT-AGE TO TMD-AGE-DAYS.
051157     MOVE WS-TMD-RESIDUAL-AMT TO TMD-RESIDUAL.
051158     SET TMD-OPENING-SIDE TO TRUE.
051159     IF WS-OLD-TYPE = SPACE
051160         MOVE "V" TO TMD-BREAK-TYPE
051161     ELSE
051162         MOVE WS-OLD-TYPE TO TMD-BREAK-TYPE
051163     END-IF.
051164     MOVE WS-OLD-FIRST-DATE TO TMD-ITEM-DATE.
051165     MOVE WS-OLD-VARIANCE TO TMD-AMOUNT.
051166     MOVE TIMING-DIFF-RECORD TO WS-TMD-SAVE-RECORD.
051167     PERFORM 2860-WRITE-TIMING-SIDE THRU 2860-EXIT.
051168     IF WS-TMD-COUNT < WS-TMD-MAX
051169         ADD 1 TO WS-TMD-COUNT
051170         MOVE WS-TMD-SAVE-RECORD TO WS-TMD-OPEN-REC (WS-TMD-COUNT)
051171     ELSE
051172         ADD 1 TO WS-TMD-OVERFLOW
051173     END-IF.
051174     MOVE WS-TMD-SAVE-RECORD TO TIMING-DIFF-RECORD.
051175     SET TMD-OFFSET-SIDE TO TRUE.
051176     MOVE WS-TMD-OFFSET-TYPE TO TMD-BREAK-TYPE.
051177     MOVE WS-TMD-OFFSET-DATE TO TMD-ITEM-DATE.
051178     MOVE WS-TMD-OFFSET-AMOUNT TO TMD-AMOUNT.
051179     MOVE TIMING-DIFF-RECORD TO WS-TMD-SAVE-RECORD.
051180     PERFORM 2860-WRITE-TIMING-SIDE THRU 2860-EXIT.
051181     IF WS-TMD-OVERFLOW = ZERO
051182         MOVE WS-TMD-SAVE-RECORD
051183             TO WS-TMD-OFFSET-REC (WS-TMD-COUNT)
051184     END-IF.
051185     MOVE SPACES TO WS-AGE-DETAIL.
051186     MOVE WS-OLD-ENTITY TO WS-AGE-ENTITY.
051187     MOVE WS-OLD-ACCT-KEY TO WS-AGE-ACCT-KEY.
051188     MOVE WS-OLD-FIRST-DATE TO WS-AGE-FIRST-DATE.
051189     MOVE WS-TMD-TONIGHT-AGE TO WS-AGE-AGE.
051190     MOVE WS-OLD-VARIANCE TO WS-AGE-VARIANCE.
051191     IF WS-OLD-TYPE = "L"
051192         MOVE "LEDGER" TO WS-AGE-TYPE
051193     ELSE
051194         IF WS-OLD-TYPE = "S"
051195             MOVE "STMT" TO WS-AGE-TYPE
051196         END-IF
051197     END-IF.
051198     MOVE "TIMING" TO WS-AGE-FLAG.
051199     MOVE WS-AGE-DETAIL TO AGERPT-LINE.
051200     WRITE AGERPT-LINE.
051201     PERFORM 2790-LOG-CLOSED-BREAK THRU 2790-EXIT.
051202 2850-EXIT.
051203     EXIT.
051204
051205 2860-WRITE-TIMING-SIDE.
051206     WRITE TIMING-DIFF-RECORD.
051207     IF WS-TIMDF-STATUS NOT = "00"
051208         DISPLAY "*** BRKAGE - TIMDIFF WRITE FAILED - "
051209             WS-TIMDF-STATUS
051210         MOVE 8 TO WS-RETURN-CODE
051211         SET WS-SEQ-ERROR TO TRUE
051212     END-IF.
051213 2860-EXIT.
051214     EXIT.
051215
051216*-----------------------------------------------------------------
051217* TIMING-DIFFERENCE SECTION - every pair closed tonight, the
051218* opening side over the offsetting side under their shared link
051219* reference, so the clerks see one cash movement once
051220*-----------------------------------------------------------------
051221 2900-PRINT-TIMING-DIFFS.
051222     MOVE SPACES TO AGERPT-LINE.
051223     WRITE AGERPT-LINE.
051224     MOVE SPACES TO AGERPT-LINE.
051225     IF WS-TIMING-DAYS = ZERO
051226         STRING "TIMING DIFFERENCES - NOT PAIRED (NO TIMING "
051227             "WINDOW ON TOLPARM)"
051228             DELIMITED BY SIZE INTO AGERPT-LINE
051229     ELSE
051230         STRING "TIMING DIFFERENCES MATCHED THIS CYCLE - WINDOW "
051231             WS-TIMING-DAYS " BUSINESS DAYS"
051232             DELIMITED BY SIZE INTO AGERPT-LINE
051233     END-IF.
051234     WRITE AGERPT-LINE.
051235     MOVE SPACES TO AGERPT-LINE.
051236     WRITE AGERPT-LINE.
051237     MOVE SPACES TO AGERPT-LINE.
051238     STRING "LINK            ENT  ACCOUNT     SIDE    ITEM DT"
051239         "   AGE "
051240         " TYPE              AMOUNT            RESIDUAL"
051241         DELIMITED BY SIZE INTO AGERPT-LINE.
051242     WRITE AGERPT-LINE.
051243     MOVE SPACES TO AGERPT-LINE.
051244     WRITE AGERPT-LINE.
051245     PERFORM 2910-PRINT-TIMING-PAIR THRU 2910-EXIT
051246         VARYING WS-TMD-SUB FROM 1 BY 1
051247         UNTIL WS-TMD-SUB > WS-TMD-COUNT.
051248     IF WS-TMD-COUNT = ZERO
051249         MOVE SPACES TO AGERPT-LINE
051250         MOVE "NONE" TO AGERPT-LINE
051251         WRITE AGERPT-LINE
051252     END-IF.
051253     IF WS-TMD-OVERFLOW > ZERO
051254         MOVE WS-TMD-OVERFLOW TO WS-EDIT-COUNT
051255         MOVE SPACES TO AGERPT-LINE
051256         STRING WS-EDIT-COUNT DELIMITED BY SIZE
051257             " MORE PAIRS BEYOND THE TABLE - SEE TIMDIFF"
051258             DELIMITED BY SIZE INTO AGERPT-LINE
051259         WRITE AGERPT-LINE
051260         DISPLAY "*** BRKAGE - " WS-TMD-OVERFLOW
051261             " TIMING PAIRS NOT LISTED - SEE TIMDIFF"
051262         IF WS-RETURN-CODE < 4
051263             MOVE 4 TO WS-RETURN-CODE
051264         END-IF
051265     END-IF.
051266 2900-EXIT.
051267     EXIT.
051268
051269 2910-PRINT-TIMING-PAIR.
051270     MOVE WS-TMD-OPEN-REC (WS-TMD-SUB) TO TIMING-DIFF-RECORD.
051271     PERFORM 2920-PRINT-TIMING-SIDE THRU 2920-EXIT.
051272     MOVE WS-TMD-OFFSET-REC (WS-TMD-SUB) TO TIMING-DIFF-RECORD.
051273     PERFORM 2920-PRINT-TIMING-SIDE THRU 2920-EXIT.
051274 2910-EXIT.
051275     EXIT.
051276
051277 2920-PRINT-TIMING-SIDE.
051278     MOVE SPACES TO WS-TDL-DETAIL.
051279     MOVE TMD-LINK-DATE TO WS-TDL-LINK-DATE.
051280     MOVE "-" TO WS-TDL-LINK-DASH.
051281     MOVE TMD-LINK-SEQ TO WS-TDL-LINK-SEQ.
051282     MOVE TMD-ENTITY TO WS-TDL-ENTITY.
051283     MOVE TMD-ACCT-KEY TO WS-TDL-ACCT-KEY.
051284     IF TMD-OPENING-SIDE
051285         MOVE "OPENED" TO WS-TDL-SIDE
051286     ELSE
051287         MOVE "OFFSET" TO WS-TDL-SIDE
051288     END-IF.
051289     MOVE TMD-ITEM-DATE TO WS-TDL-ITEM-DATE.
051290     MOVE TMD-AGE-DAYS TO WS-TDL-AGE.
051291     IF TMD-LEDGER-ONLY
051292         MOVE "LEDGER" TO WS-TDL-TYPE
051293     ELSE
051294         IF TMD-STMT-ONLY
051295             MOVE "STMT" TO WS-TDL-TYPE
051296         ELSE
051297             MOVE "VAR" TO WS-TDL-TYPE
051298         END-IF
051299     END-IF.
051300     MOVE TMD-AMOUNT TO WS-TDL-AMOUNT.
051301     MOVE TMD-RESIDUAL TO WS-TDL-RESIDUAL.
051302     MOVE WS-TDL-DETAIL TO AGERPT-LINE.
051303     WRITE AGERPT-LINE.
051304 2920-EXIT.
051305     EXIT.
051306
051307*-----------------------------------------------------------------
051308* BANDS AND TOTALS
051309*-----------------------------------------------------------------
051400 3000-PRINT-BANDS.
051500     MOVE SPACES TO AGERPT-LINE.
051600     WRITE AGERPT-LINE.
051700     MOVE WS-BAND-1-COUNT TO WS-EDIT-COUNT.
051800     MOVE SPACES TO AGERPT-LINE.
051810     STRING "OPEN 1 BUSINESS DAY . . . . . . " DELIMITED BY SIZE
052000         WS-EDIT-COUNT DELIMITED BY SIZE
052100         INTO AGERPT-LINE.
052200     WRITE AGERPT-LINE.
052300     MOVE WS-BAND-2-5-COUNT TO WS-EDIT-COUNT.
052400     MOVE SPACES TO AGERPT-LINE.
052410     STRING "OPEN 2-5 BUSINESS DAYS  . . . . " DELIMITED BY SIZE
052600         WS-EDIT-COUNT DELIMITED BY SIZE
052700         INTO AGERPT-LINE.
052800     WRITE AGERPT-LINE.
052900     MOVE WS-BAND-6-10-COUNT TO WS-EDIT-COUNT.
053000     MOVE SPACES TO AGERPT-LINE.
053010     STRING "OPEN 6-10 BUSINESS DAYS . . . . " DELIMITED BY SIZE
053200         WS-EDIT-COUNT DELIMITED BY SIZE
053300         INTO AGERPT-LINE.
053400     WRITE AGERPT-LINE.
053500     MOVE WS-BAND-OVER-10-COUNT TO WS-EDIT-COUNT.
053600     MOVE SPACES TO AGERPT-LINE.
053610     STRING "OPEN OVER 10 BUSINESS DAYS  . . " DELIMITED BY SIZE
053800         WS-EDIT-COUNT DELIMITED BY SIZE
053900         INTO AGERPT-LINE.
054000     WRITE AGERPT-LINE.
055000         WS-EDIT-COUNT DELIMITED BY SIZE
055100         INTO AGERPT-LINE.
055200     WRITE AGERPT-LINE.
055210     MOVE WS-TIMING-PAIRS TO WS-EDIT-COUNT.
055220     MOVE SPACES TO AGERPT-LINE.
055230     STRING "TIMING DIFFERENCES MATCHED  . . " DELIMITED BY SIZE
055240         WS-EDIT-COUNT DELIMITED BY SIZE
055250         INTO AGERPT-LINE.
055260     WRITE AGERPT-LINE.
055300     MOVE WS-CLOSED-BREAKS TO WS-EDIT-COUNT.
055400     MOVE SPACES TO AGERPT-LINE.
055500     STRING "CLOSED THIS CYCLE . . . . . . . " DELIMITED BY SIZE
055850         WS-EDIT-COUNT DELIMITED BY SIZE
055860         INTO AGERPT-LINE.
055870     WRITE AGERPT-LINE.
055874     MOVE WS-WRITTEN-OFF-BREAKS TO WS-EDIT-COUNT.
055878     MOVE SPACES TO AGERPT-LINE.
055882     STRING "WRITTEN OFF THIS CYCLE  . . . . " DELIMITED BY SIZE
055886         WS-EDIT-COUNT DELIMITED BY SIZE
055890         INTO AGERPT-LINE.
055894     WRITE AGERPT-LINE.
055900     DISPLAY "MASTER BREAKS READ:  " WS-MASTER-READ.
056000     DISPLAY "RESULT LINES READ:   " WS-RESULTS-READ.
056010     DISPLAY "ONE-SIDED READ:      " WS-UNMATCHED-READ.
056200     DISPLAY "RECURRING BREAKS:    " WS-RECURRING-BREAKS.
056250     DISPLAY "RECUR ONE-SIDED:     " WS-ONESIDED-RECUR.
056300     DISPLAY "CLOSED BREAKS:       " WS-CLOSED-BREAKS.
056310     DISPLAY "WRITTEN OFF BREAKS:  " WS-WRITTEN-OFF-BREAKS.
056320     DISPLAY "TIMING DIFF PAIRS:   " WS-TIMING-PAIRS.
056400     DISPLAY "CARRIED BREAKS:      " WS-CARRIED-BREAKS.
056500     DISPLAY "OPEN BREAKS WRITTEN: " WS-OPEN-WRITTEN.
056600     DISPLAY "STALE OPEN BREAKS:   " WS-STALE-COUNT.
057900     CLOSE GLEXTRACT.
058000     CLOSE BRKMASTO.
058050     CLOSE BRKMASTK.
058060     CLOSE TIMDIFF.
058070     CLOSE BRKACT.
058100     CLOSE AGERPT.
058200 8000-EXIT.
058300     EXIT.
058400
058450 COPY BUSAGE.
