001000* the operator id and timestamp - appended to DISPFILE, so
001100* break follow-up no longer lives in a paper log beside the
001200* terminal.
001210*
001220* The date browse takes a range of business dates and the
001230* account workbench's comparison history comes off the keyed
001240* audit history store (AUDHIST), read directly by key - both
001250* reach back into the archived history as well.  Where the
001260* store is not available, or has not yet been proven by the
001270* AUDHREC reconciliation (see AUDHIST.CPY), both fall back to
001280* walking the live trail.
001300*
001400*     RC 0  - normal end
001500*     RC 8  - AUDITFILE or DISPFILE not available
002299*   09/02/2026  DRO  Workbench reject listing labels a reject
002301*                    the back-out job marked reversed as such
002302*                    instead of falling into RECYCLED.
002312*   10/15/2026  DRO  Workbench disposition listing shows the
002322*                    disposition's note (the GL exception
002332*                    workbench's correction or abandon reason,
002342*                    a resubmission posting) when one is set.
002343*   10/15/2026  DRO  The workbench comparison history and the
002347*                    date browse, now a range of business dates,
002351*                    read the new keyed audit history store
002355*                    (AUDHIST) - by entity and account, and by
002359*                    business date on its alternate key - in
002363*                    place of the front-to-back walk, and so
002367*                    also show history already rolled to the
002371*                    archive.  Without the store both fall back
002375*                    to walking the live trail.  The store is
002379*                    read only once AUDHREC has proven it (its
002383*                    control entry).
002387*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. audinq.
002600
003666     SELECT ERRFILE ASSIGN TO "ERRFILE"
003668         ORGANIZATION IS SEQUENTIAL
003672         FILE STATUS IS WS-ERR-STATUS.
003675
003678     SELECT AUDHIST ASSIGN TO "AUDHIST"
003681         ORGANIZATION IS INDEXED
003684         ACCESS MODE IS DYNAMIC
003687         RECORD KEY IS AUH-KEY
003690         ALTERNATE RECORD KEY IS AUH-DATE-KEY
003693         FILE STATUS IS WS-AUDHIST-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004694 FD  ERRFILE
004696     LABEL RECORDS ARE STANDARD.
004698 COPY ERRREC.
004708
004718 FD  AUDHIST
004728     LABEL RECORDS ARE STANDARD.
004738 COPY AUDHIST.
004748
004800 WORKING-STORAGE SECTION.
004900 01  WS-PROGRAM-CONSTANTS.
005000     05  WS-PAGE-SIZE                PIC 9(02) COMP VALUE 10.
005710     05  WS-BRK-STATUS               PIC X(02).
005720     05  WS-BRKK-STATUS              PIC X(02).
005730     05  WS-ERR-STATUS               PIC X(02).
005740     05  WS-AUDHIST-STATUS           PIC X(02).
005800
005900 01  WS-SWITCHES.
006000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
006740         88  WS-END-OF-REJECTS           VALUE "Y".
006750     05  WS-DISP-EOF-SWITCH          PIC X(01) VALUE "N".
006760         88  WS-END-OF-DISPS             VALUE "Y".
006770     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
006780         88  WS-END-OF-HISTORY           VALUE "Y".
006782     05  WS-HIST-PROVEN-SWITCH       PIC X(01) VALUE "N".
006784         88  WS-HISTORY-PROVEN           VALUE "Y".
006800
006900 01  WS-DATE-TIME-FIELDS.
007000     05  WS-CURR-DATE                PIC 9(08).
009010         88  WS-FILTER-BY-ACCOUNT        VALUE "K".
009100     05  WS-FILTER-DATE-X            PIC X(08).
009200     05  WS-FILTER-DATE              PIC 9(08).
009205     05  WS-FILTER-TO-DATE           PIC 9(08).
009210     05  WS-FILTER-ENTITY            PIC X(03).
009220     05  WS-FILTER-ACCT-KEY          PIC X(10).
009300     05  WS-FILTER-OUTCOME           PIC X(01).
016500*-----------------------------------------------------------------
016600 2000-INQUIRY-LOOP.
016700     DISPLAY " ".
016710     DISPLAY "A - BROWSE ALL   D - BY DATE RANGE   "
016720         "O - BY OUTCOME".
016900     DISPLAY "M - MATERIAL BREAKS ONLY   P - RECORD DISPOSITION".
016950     DISPLAY "B - BROWSE OPEN BREAKS   K - ACCOUNT WORKBENCH".
017000     DISPLAY "X - EXIT".
017900             IF WS-CHOICE-ALL OR WS-CHOICE-DATE
018000                 OR WS-CHOICE-OUTCOME OR WS-CHOICE-MATERIAL
018100                 PERFORM 2500-SET-FILTER THRU 2500-EXIT
018110                 IF WS-FILTER-BY-DATE
018120                     PERFORM 7000-BROWSE-DATE-RANGE
018130                         THRU 7000-EXIT
018140                 ELSE
018150                     PERFORM 3000-BROWSE-AUDIT THRU 3000-EXIT
018160                 END-IF
018300             ELSE
018400                 DISPLAY "*** INVALID CHOICE - RE-ENTER ***"
018500             END-IF
020300     MOVE "N" TO WS-FIELD-VALID-SWITCH.
020400     PERFORM 2610-PROMPT-FILTER-DATE THRU 2610-EXIT
020500         UNTIL WS-FIELD-IS-VALID.
020510     MOVE "N" TO WS-FIELD-VALID-SWITCH.
020520     PERFORM 2620-PROMPT-FILTER-TO-DATE THRU 2620-EXIT
020530         UNTIL WS-FIELD-IS-VALID.
020600 2600-EXIT.
020700     EXIT.
020800
020900 2610-PROMPT-FILTER-DATE.
020910     DISPLAY "Enter From Date (YYYYMMDD)".
021100     ACCEPT WS-FILTER-DATE-X.
021200     IF WS-FILTER-DATE-X IS NUMERIC
021300         MOVE WS-FILTER-DATE-X TO WS-FILTER-DATE
021700     END-IF.
021800 2610-EXIT.
021900     EXIT.
021904
021908*    A blank to-date browses the from-date alone.
021912 2620-PROMPT-FILTER-TO-DATE.
021916     DISPLAY "Enter To Date (YYYYMMDD) - blank for one day".
021920     ACCEPT WS-FILTER-DATE-X.
021924     IF WS-FILTER-DATE-X = SPACES
021928         MOVE WS-FILTER-DATE TO WS-FILTER-TO-DATE
021932         SET WS-FIELD-IS-VALID TO TRUE
021936     ELSE
021940         IF WS-FILTER-DATE-X IS NUMERIC
021944             MOVE WS-FILTER-DATE-X TO WS-FILTER-TO-DATE
021948             IF WS-FILTER-TO-DATE < WS-FILTER-DATE
021952                 DISPLAY "*** TO DATE IS BEFORE FROM DATE - "
021956                     "RE-ENTER ***"
021960             ELSE
021964                 SET WS-FIELD-IS-VALID TO TRUE
021968             END-IF
021972         ELSE
021976             DISPLAY "*** INVALID DATE - EIGHT DIGITS - "
021980                 "RE-ENTER ***"
021984         END-IF
021988     END-IF.
021992 2620-EXIT.
021996     EXIT.
022000
022100 2700-ACCEPT-FILTER-OUTCOME.
022200     MOVE "N" TO WS-FIELD-VALID-SWITCH.
028400
028500 3300-APPLY-FILTER.
028600     IF (WS-FILTER-ALL)
028610         OR (WS-FILTER-BY-DATE
028620             AND AUD-DATE NOT < WS-FILTER-DATE
028630             AND AUD-DATE NOT > WS-FILTER-TO-DATE)
028750         OR (WS-FILTER-BY-ACCOUNT
028760             AND AUD-ENTITY = WS-FILTER-ENTITY
028770             AND AUD-ACCT-KEY = WS-FILTER-ACCT-KEY)
043040     ADD 1 TO WS-WB-DISP-COUNT.
043050     DISPLAY "  " DSP-DATE " " DSP-TIME "  " DSP-CODE
043060         "  BY " DSP-OPERATOR-ID "  BREAK DATE " DSP-AUD-DATE.
043062     IF DSP-NOTE NOT = SPACES
043064         DISPLAY "      " DSP-NOTE
043066     END-IF.
043070     PERFORM 6210-READ-NEXT-DISP THRU 6210-EXIT.
043080 6220-EXIT.
043090     EXIT.
043550 6320-EXIT.
043560     EXIT.
043570
043576*    The comparison history off the keyed audit history store -
043646*    positioned at the account's first key and read forward
043716*    until the account changes, archived history included.
043786*    Without the store, or before AUDHREC has proven it, the live
043856*    trail is walked front to back, through the same browse the
043926*    filters use.
043996 6400-SHOW-HISTORY.
044066     DISPLAY "COMPARISON HISTORY:".
044136     PERFORM 6450-OPEN-PROVEN-HISTORY THRU 6450-EXIT.
044206     IF WS-HISTORY-PROVEN
044276         PERFORM 6410-READ-ACCOUNT-HISTORY THRU 6410-EXIT
044346         CLOSE AUDHIST
044416     ELSE
044486         MOVE "K" TO WS-FILTER-TYPE
044556         MOVE WS-WB-ENTITY TO WS-FILTER-ENTITY
044626         MOVE WS-WB-ACCT-KEY TO WS-FILTER-ACCT-KEY
044696         PERFORM 3000-BROWSE-AUDIT THRU 3000-EXIT
044766     END-IF.
044836 6400-EXIT.
044906     EXIT.
044976
045046 6410-READ-ACCOUNT-HISTORY.
045116     MOVE ZERO TO WS-MATCH-COUNT.
045186     MOVE ZERO TO WS-LINES-SHOWN.
045256     MOVE "N" TO WS-HIST-EOF-SWITCH.
045326     MOVE "N" TO WS-BROWSE-STOP-SWITCH.
045396     MOVE LOW-VALUES TO AUH-KEY.
045466     MOVE WS-WB-ENTITY TO AUH-ENTITY.
045536     MOVE WS-WB-ACCT-KEY TO AUH-ACCT-KEY.
045606     START AUDHIST KEY IS NOT LESS THAN AUH-KEY
045676         INVALID KEY SET WS-END-OF-HISTORY TO TRUE
045746     END-START.
045816     DISPLAY "ENT  ACCOUNT     DATE     TIME      "
045886         "    VARIANCE      OUTCOME".
045956     PERFORM 6420-READ-NEXT-HISTORY THRU 6420-EXIT.
046026     PERFORM 6430-SHOW-ONE-HISTORY THRU 6430-EXIT
046096         UNTIL WS-END-OF-HISTORY OR WS-BROWSE-STOPPED.
046166     DISPLAY "RECORDS MATCHED: " WS-MATCH-COUNT.
046236 6410-EXIT.
046306     EXIT.
046376
046446 6420-READ-NEXT-HISTORY.
046516     IF NOT WS-END-OF-HISTORY
046586         READ AUDHIST NEXT
046656             AT END SET WS-END-OF-HISTORY TO TRUE
046726         END-READ
046796         IF NOT WS-END-OF-HISTORY
046866             AND (AUH-ENTITY NOT = WS-WB-ENTITY
046936               OR AUH-ACCT-KEY NOT = WS-WB-ACCT-KEY)
047006             SET WS-END-OF-HISTORY TO TRUE
047076         END-IF
047146     END-IF.
047216 6420-EXIT.
047286     EXIT.
047356
047426*    A detail the back-out job marked reversed is not shown, as
047496*    on the trail browse, nor is the store's control entry.
047566 6430-SHOW-ONE-HISTORY.
047636     MOVE AUH-AUDIT-IMAGE TO AUD-RECORD.
047706     IF AUD-DETAIL-RECORD AND NOT AUH-CONTROL-CLASS
047776         PERFORM 3400-DISPLAY-DETAIL THRU 3400-EXIT
047846     END-IF.
047916     IF NOT WS-BROWSE-STOPPED
047986         PERFORM 6420-READ-NEXT-HISTORY THRU 6420-EXIT
048056     END-IF.
048126 6430-EXIT.
048196     EXIT.
048266
048336*    The store is read only while its control entry (see
048406*    AUDHIST.CPY) shows AUDHREC proved it against the trail and
048476*    the archive - one never loaded in full, or out of step, would
048546*    show part of the history as if it were all of it.  It is left
048616*    open only when it may be read.
048686 6450-OPEN-PROVEN-HISTORY.
048756     MOVE "N" TO WS-HIST-PROVEN-SWITCH.
048826     OPEN INPUT AUDHIST.
048896     IF WS-AUDHIST-STATUS = "00"
048966         INITIALIZE AUH-RECORD WITH FILLER
049036         SET AUH-CONTROL-CLASS TO TRUE
049106         READ AUDHIST
049176             INVALID KEY MOVE SPACES TO AUH-CTL-STATE
049246         END-READ
049316         IF WS-AUDHIST-STATUS = "00" AND AUH-CTL-PROVEN
049386             SET WS-HISTORY-PROVEN TO TRUE
049456         ELSE
049526             DISPLAY "KEYED AUDIT HISTORY NOT PROVEN - "
049596                 "WALKING THE LIVE TRAIL"
049666             CLOSE AUDHIST
049736         END-IF
049806     ELSE
049876         DISPLAY "NO KEYED AUDIT HISTORY - " WS-AUDHIST-STATUS
049946             " - WALKING THE LIVE TRAIL"
050016     END-IF.
050086 6450-EXIT.
050156     EXIT.
050226
050296*-----------------------------------------------------------------
050366* DATE-RANGE BROWSE - the keyed audit history store read on its
050436* business-date key from the first date through the last, the
050506* archived history included; without the store, or before it is
050576* proven, the live trail walked through the same filter as the
050646* other browses
050716*-----------------------------------------------------------------
050786 7000-BROWSE-DATE-RANGE.
050856     PERFORM 6450-OPEN-PROVEN-HISTORY THRU 6450-EXIT.
050926     IF WS-HISTORY-PROVEN
050996         PERFORM 7100-READ-DATE-RANGE THRU 7100-EXIT
051066         CLOSE AUDHIST
051136     ELSE
051206         PERFORM 3000-BROWSE-AUDIT THRU 3000-EXIT
051276     END-IF.
051346 7000-EXIT.
051416     EXIT.
051486
051556 7100-READ-DATE-RANGE.
051626     MOVE ZERO TO WS-MATCH-COUNT.
051696     MOVE ZERO TO WS-LINES-SHOWN.
051766     MOVE "N" TO WS-HIST-EOF-SWITCH.
051836     MOVE "N" TO WS-BROWSE-STOP-SWITCH.
051906     MOVE LOW-VALUES TO AUH-DATE-KEY.
051976     MOVE WS-FILTER-DATE TO AUH-DK-BUS-DATE.
052046     START AUDHIST KEY IS NOT LESS THAN AUH-DATE-KEY
052116         INVALID KEY SET WS-END-OF-HISTORY TO TRUE
052186     END-START.
052256     DISPLAY "ENT  ACCOUNT     DATE     TIME      "
052326         "    VARIANCE      OUTCOME".
052396     PERFORM 7200-READ-NEXT-BY-DATE THRU 7200-EXIT.
052466     PERFORM 7300-SHOW-ONE-BY-DATE THRU 7300-EXIT
052536         UNTIL WS-END-OF-HISTORY OR WS-BROWSE-STOPPED.
052606     DISPLAY "RECORDS MATCHED: " WS-MATCH-COUNT.
052676 7100-EXIT.
052746     EXIT.
052816
052886 7200-READ-NEXT-BY-DATE.
052956     IF NOT WS-END-OF-HISTORY
053026         READ AUDHIST NEXT
053096             AT END SET WS-END-OF-HISTORY TO TRUE
053166         END-READ
053236         IF NOT WS-END-OF-HISTORY
053306             AND AUH-DK-BUS-DATE > WS-FILTER-TO-DATE
053376             SET WS-END-OF-HISTORY TO TRUE
053446         END-IF
053516     END-IF.
053586 7200-EXIT.
053656     EXIT.
053726
053796 7300-SHOW-ONE-BY-DATE.
053866     MOVE AUH-AUDIT-IMAGE TO AUD-RECORD.
053936     IF AUD-DETAIL-RECORD AND NOT AUH-CONTROL-CLASS
054006         PERFORM 3400-DISPLAY-DETAIL THRU 3400-EXIT
054076     END-IF.
054146     IF NOT WS-BROWSE-STOPPED
054216         PERFORM 7200-READ-NEXT-BY-DATE THRU 7200-EXIT
054286     END-IF.
054356 7300-EXIT.
054426     EXIT.
054496
054780*-----------------------------------------------------------------
054880* TERMINATION
054980*-----------------------------------------------------------------
055080 8000-TERMINATE.
055180     CLOSE AUDITFILE.
055280     CLOSE DISPFILE.
055380 8000-EXIT.
055480     EXIT.
