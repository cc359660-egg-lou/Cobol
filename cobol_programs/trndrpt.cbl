001000* a creeping tolerance problem shows up as a trend line
001100* instead of a month-end surprise.  Run on request, typically
001200* at month-end (TRNDRPT job).
001210*
001220* The history is read off the keyed audit history store
001230* (AUDHIST) on its business-date key, which holds the archived
001240* history as well as the live window; only where the store is
001250* not available, or not yet proven by the AUDHREC reconciliation
001255* (see AUDHIST.CPY), are the archive generations and the live
001260* trail walked instead.  An optional PARM of two business dates
001270* (from and through, YYYYMMDD,YYYYMMDD) limits the report to
001280* that range; without it the whole history is reported, headed
001285* ALL BUSINESS DATES.
001300*
001400*     RC 0  - report printed
001410*     RC 8  - AUDHIST and AUDITFILE both unavailable, TRNDRPT
001420*             not available, or a PARM that is not a date
001430*             range
001600*
001700* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
001800* AUTHOR.        D. OKAFOR
002284*   09/02/2026  DRO  Records the back-out job marked reversed
002286*                    (R headers, X details) are skipped - a
002288*                    reversed day's activity no longer trends.
002291*   10/15/2026  DRO  Archive record picks up the audit record's
002294*                    new 122-byte length.  Trended amounts are
002297*                    the compared ones, in functional currency.
002306*   10/15/2026  DRO  Reads the new keyed audit history store
002315*                    (AUDHIST) by business date in place of the
002324*                    archive generations and the live trail,
002333*                    which are now walked only when the store
002342*                    is not available.  Takes an optional PARM
002351*                    date range.  A day's details the store
002360*                    holds ahead of their run header (the
002369*                    housekeeping step adds the headers) start
002378*                    a segment of their own.  The store is
002379*                    read only once AUDHREC has proven it (its
002380*                    control entry); otherwise the trail is
002381*                    walked as before.
002387*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. trndrpt.
002600
003620     SELECT AUDARCH ASSIGN TO "AUDARCH"
003630         ORGANIZATION IS SEQUENTIAL
003640         FILE STATUS IS WS-ARCH-STATUS.
003647
003654     SELECT AUDHIST ASSIGN TO "AUDHIST"
003661         ORGANIZATION IS INDEXED
003668         ACCESS MODE IS DYNAMIC
003675         RECORD KEY IS AUH-KEY
003682         ALTERNATE RECORD KEY IS AUH-DATE-KEY
003689         FILE STATUS IS WS-AUDHIST-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004610
004620 FD  AUDARCH
004630     LABEL RECORDS ARE STANDARD.
004640 01  AUDARCH-RECORD              PIC X(122).
004650
004660 FD  AUDHIST
004670     LABEL RECORDS ARE STANDARD.
004680 COPY AUDHIST.
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-RETURN-CODE-FIELDS.
005300     05  WS-AUDIT-STATUS             PIC X(02).
005400     05  WS-TRNDRPT-STATUS           PIC X(02).
005450     05  WS-ARCH-STATUS              PIC X(02).
005460     05  WS-AUDHIST-STATUS           PIC X(02).
005500
005600 01  WS-SWITCHES.
005700     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005820         88  WS-END-OF-ARCHIVE           VALUE "Y".
005900     05  WS-SEGMENT-OPEN-SWITCH      PIC X(01) VALUE "N".
006000         88  WS-SEGMENT-OPEN             VALUE "Y".
006006     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
006012         88  WS-END-OF-HISTORY           VALUE "Y".
006018     05  WS-HIST-SOURCE-SWITCH       PIC X(01) VALUE "T".
006024         88  WS-KEYED-HISTORY            VALUE "K".
006030         88  WS-TRAIL-HISTORY            VALUE "T".
006036
006042 01  WS-COMMAND-LINE-FIELDS.
006048     05  WS-COMMAND-LINE             PIC X(80).
006054     05  WS-PARM-FROM-X              PIC X(08).
006060     05  WS-PARM-TO-X                PIC X(08).
006066
006072 01  WS-RANGE-FIELDS.
006078     05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
006084     05  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
006100
006200 01  WS-SEGMENT-FIELDS.
006300     05  WS-SEG-DATE                 PIC 9(08) VALUE ZERO.
010900* INITIALIZATION
011000*-----------------------------------------------------------------
011100 1000-INITIALIZE.
011110     PERFORM 1050-READ-PARM THRU 1050-EXIT.
011120     IF WS-RETURN-CODE < 8
011130         PERFORM 1060-OPEN-HISTORY THRU 1060-EXIT
011140     END-IF.
011150     IF WS-RETURN-CODE < 8
011160         OPEN OUTPUT TRNDRPT
011170         IF WS-TRNDRPT-STATUS NOT = "00"
011180             DISPLAY "*** TRNDRPT - TRNDRPT NOT WRITABLE - "
011190                 WS-TRNDRPT-STATUS
011200             MOVE 8 TO WS-RETURN-CODE
011210         END-IF
011220     END-IF.
012400     IF WS-RETURN-CODE < 8
012500         PERFORM 1100-PRINT-HEADINGS THRU 1100-EXIT
012600     END-IF.
012700 1000-EXIT.
012800     EXIT.
012801
012802*    The PARM, when given, is the from and through business
012803*    dates; a through date left off reports the from date on.
012804 1050-READ-PARM.
012805     MOVE SPACES TO WS-COMMAND-LINE.
012806     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
012807     MOVE WS-COMMAND-LINE (1:8) TO WS-PARM-FROM-X.
012808     MOVE WS-COMMAND-LINE (10:8) TO WS-PARM-TO-X.
012809     IF WS-PARM-FROM-X NOT = SPACES
012810         IF WS-PARM-FROM-X IS NUMERIC
012811             MOVE WS-PARM-FROM-X TO WS-FROM-DATE
012812         ELSE
012813             MOVE 8 TO WS-RETURN-CODE
012814         END-IF
012815     END-IF.
012816     IF WS-PARM-TO-X NOT = SPACES
012817         IF WS-PARM-TO-X IS NUMERIC
012818             MOVE WS-PARM-TO-X TO WS-TO-DATE
012819         ELSE
012820             MOVE 8 TO WS-RETURN-CODE
012821         END-IF
012822     END-IF.
012823     IF WS-TO-DATE < WS-FROM-DATE
012824         MOVE 8 TO WS-RETURN-CODE
012825     END-IF.
012826     IF WS-RETURN-CODE = 8
012827         DISPLAY "*** TRNDRPT - PARM MUST BE FROM AND THROUGH "
012828             "BUSINESS DATES (YYYYMMDD,YYYYMMDD) - RUN REFUSED"
012829     END-IF.
012830 1050-EXIT.
012831     EXIT.
012832
012833*    The keyed store when audhrec.cbl has proven it (its control
012834*    entry, see AUDHIST.CPY), else the trail (and the archive,
012835*    opened as it is walked).
012836 1060-OPEN-HISTORY.
012837     OPEN INPUT AUDHIST.
012838     IF WS-AUDHIST-STATUS = "00"
012839         PERFORM 1070-CHECK-HISTORY-PROVEN THRU 1070-EXIT
012840     ELSE
012841         DISPLAY "TRNDRPT - AUDHIST NOT AVAILABLE - "
012842             WS-AUDHIST-STATUS " - WALKING THE ARCHIVE AND "
012843             "THE LIVE TRAIL"
012844     END-IF.
012845     IF WS-TRAIL-HISTORY
012846         OPEN INPUT AUDITFILE
012847         IF WS-AUDIT-STATUS NOT = "00"
012848             DISPLAY "*** TRNDRPT - AUDITFILE NOT AVAILABLE - "
012849                 WS-AUDIT-STATUS
012850             MOVE 8 TO WS-RETURN-CODE
012851         END-IF
012852     END-IF.
012853 1060-EXIT.
012854     EXIT.
012855
012856*    A store with no control entry, or one not proven, has never
012857*    been loaded in full or has fallen out of step with the trail
012858*    - it would trend part of the history as if it were all of it.
012859 1070-CHECK-HISTORY-PROVEN.
012860     INITIALIZE AUH-RECORD WITH FILLER.
012861     SET AUH-CONTROL-CLASS TO TRUE.
012862     READ AUDHIST
012863         INVALID KEY MOVE SPACES TO AUH-CTL-STATE
012864     END-READ.
012865     IF WS-AUDHIST-STATUS = "00" AND AUH-CTL-PROVEN
012866         SET WS-KEYED-HISTORY TO TRUE
012867     ELSE
012868         DISPLAY "TRNDRPT - AUDHIST NOT PROVEN BY AUDHREC - "
012869             "WALKING THE ARCHIVE AND THE LIVE TRAIL"
012870         CLOSE AUDHIST
012871     END-IF.
012872 1070-EXIT.
012873     EXIT.
012900
013000 1100-PRINT-HEADINGS.
013100     MOVE "BALANCE RECONCILIATION - PERIOD TREND"
013200         TO TRNDRPT-LINE.
013300     WRITE TRNDRPT-LINE.
013310     MOVE SPACES TO TRNDRPT-LINE.
013312     IF WS-FROM-DATE = ZERO AND WS-TO-DATE = 99999999
013314         MOVE "ALL BUSINESS DATES" TO TRNDRPT-LINE
013316     ELSE
013318         IF WS-TO-DATE = 99999999
013320             STRING "BUSINESS DATES FROM " WS-FROM-DATE
013322                 DELIMITED BY SIZE INTO TRNDRPT-LINE
013324         ELSE
013326             STRING "BUSINESS DATES " WS-FROM-DATE " THROUGH "
013328                 WS-TO-DATE DELIMITED BY SIZE INTO TRNDRPT-LINE
013330         END-IF
013332     END-IF.
013340     WRITE TRNDRPT-LINE.
013400     MOVE SPACES TO TRNDRPT-LINE.
013500     WRITE TRNDRPT-LINE.
013600     MOVE SPACES TO TRNDRPT-LINE.
014700* new one; the last segment is closed at end of file.
014800*-----------------------------------------------------------------
014900 2000-WALK-HISTORY.
014910     IF WS-KEYED-HISTORY
014920         PERFORM 2600-READ-KEYED-HISTORY THRU 2600-EXIT
014930     ELSE
014940         PERFORM 1900-WALK-ARCHIVE THRU 1900-EXIT
014950         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
014960         PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
014970             UNTIL WS-END-OF-AUDIT
014980     END-IF.
015300     IF WS-SEGMENT-OPEN
015400         PERFORM 2500-EMIT-SEGMENT-LINE THRU 2500-EXIT
015500     END-IF.
017400     EXIT.
017410
017415*    A record the back-out job marked reversed (R header or X
017416*    detail) is history, not activity - it is skipped, as is a
017417*    record dated outside the PARM range.
017420 2250-TALLY-COMMON.
017422     IF AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
017424         CONTINUE
017426     ELSE
017430         IF AUD-HEADER-RECORD
017440             PERFORM 2300-START-NEW-SEGMENT THRU 2300-EXIT
017450         ELSE
017455             IF AUD-DETAIL-RECORD
017460                 PERFORM 2400-TALLY-DETAIL THRU 2400-EXIT
017465             END-IF
017470         END-IF
017475     END-IF.
017480 2250-EXIT.
017490     EXIT.
017500
022100     WRITE TRNDRPT-LINE.
022200 2500-EXIT.
022300     EXIT.
022302
022304*-----------------------------------------------------------------
022306* THE KEYED HISTORY - read on the business-date key from the
022308* first date of the range through the last.  The key orders a
022310* day's records by time, so a run header comes ahead of its
022312* details as on the trail; details the store holds for a day
022314* with no header yet start a segment of their own.  The store's
022315* control entry stands for no trail record and is passed over.
022316*-----------------------------------------------------------------
022318 2600-READ-KEYED-HISTORY.
022320     MOVE LOW-VALUES TO AUH-DATE-KEY.
022322     MOVE WS-FROM-DATE TO AUH-DK-BUS-DATE.
022324     START AUDHIST KEY IS NOT LESS THAN AUH-DATE-KEY
022326         INVALID KEY SET WS-END-OF-HISTORY TO TRUE
022328     END-START.
022330     PERFORM 2610-READ-NEXT-HISTORY THRU 2610-EXIT.
022332     PERFORM 2620-TALLY-KEYED-RECORD THRU 2620-EXIT
022334         UNTIL WS-END-OF-HISTORY.
022336 2600-EXIT.
022338     EXIT.
022340
022342 2610-READ-NEXT-HISTORY.
022344     IF NOT WS-END-OF-HISTORY
022346         READ AUDHIST NEXT
022348             AT END SET WS-END-OF-HISTORY TO TRUE
022350         END-READ
022352         IF NOT WS-END-OF-HISTORY
022354             AND AUH-DK-BUS-DATE > WS-TO-DATE
022356             SET WS-END-OF-HISTORY TO TRUE
022358         END-IF
022360     END-IF.
022362 2610-EXIT.
022364     EXIT.
022366
022368 2620-TALLY-KEYED-RECORD.
022369     IF NOT AUH-CONTROL-CLASS
022370         MOVE AUH-AUDIT-IMAGE TO AUD-RECORD
022372         IF AUD-DETAIL-RECORD
022374             IF NOT WS-SEGMENT-OPEN
022375                 OR AUD-DATE NOT = WS-SEG-DATE
022376                 PERFORM 2300-START-NEW-SEGMENT THRU 2300-EXIT
022378             END-IF
022380         END-IF
022382         PERFORM 2250-TALLY-COMMON THRU 2250-EXIT
022383     END-IF.
022384     PERFORM 2610-READ-NEXT-HISTORY THRU 2610-EXIT.
022386 2620-EXIT.
022388     EXIT.
022400
022500*-----------------------------------------------------------------
022600* PERIOD ROLL-UP
026200* TERMINATION
026300*-----------------------------------------------------------------
026400 8000-TERMINATE.
026410     IF WS-KEYED-HISTORY
026420         CLOSE AUDHIST
026430     ELSE
026440         CLOSE AUDITFILE
026450     END-IF.
026600     CLOSE TRNDRPT.
026700 8000-EXIT.
026800     EXIT.
