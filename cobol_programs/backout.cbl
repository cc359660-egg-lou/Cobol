001300*     GLREVRSL with the variance amount opposite-signed and
001400*     adjustment code VARR (reversal of VARB), for the GL
001500*     posting system to back the postings out.
001510*     A small-balance write-off (record type WO) reverses
001520*     under code WOFR instead.
001600*   - The open-breaks master falls back: the prior generation
001700*     (BRKMASTI, the one before the bad roll) is copied to the
001800*     new generation (BRKMASTO), so the next roll starts from
002000*   - The day's audit segment is marked reversed in place -
002100*     headers R, details X - rather than deleted, so the trail
002200*     keeps the history without the reports or the balancing
002300*     step counting it.  The day's entries on the keyed audit
002301*     history store (AUDHIST) take the same marks as the trail
002302*     records are marked, so the workbench history and the
002303*     trend report drop the day at once; an entry that cannot
002304*     be marked sets the store's control entry not proven, and
002305*     reporting walks the trail until AUDHREC proves it again.
002310*   - The day's ERRFILE rejects are marked reversed (status X)
002320*     the same way, so the bad run's rejects neither unbalance
002330*     the corrected rerun nor linger as open work.
002340*   - The day's write-offs on the write-off log (WOFFHIST) are
002350*     marked reversed (status X), so they neither count against
002360*     the monthly cap nor close the breaks in the next roll.
002400*   - RUN-STATUS is set REVERSED and the step ledger cleared,
002500*     so the pre-flight accepts the corrected rerun of the
002600*     same business date.
002700*
002800*     RC 0  - day reversed, counts on BACKRPT
002900*     RC 4  - nothing to reverse on one or more files (already
003000*             empty, or the date never ran), or the keyed
003050*             audit history store not kept in step
003100*     RC 8  - no or invalid PARM date, the date does not match
003110*             the run-control record, the date falls in a
003120*             period already closed by the month-end close,
003130*             or a file problem - the back-out must not be
003140*             trusted
003400*
003500* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003600* AUTHOR.        D. OKAFOR
004291*                    at status O they double-counted against
004292*                    the corrected rerun's balancing proof and
004294*                    stopped the chain.
004295*   10/15/2026  DRO  The day's small-balance write-offs are
004296*                    reversed too: a WO extract record reverses
004297*                    under code WOFR, and the day's entries on
004298*                    the write-off log (WOFFHIST) are marked
004299*                    reversed in place, counted on BACKRPT.
004309*   10/15/2026  DRO  GLREVRSL record follows the GLEXTRAC
004319*                    layout to 110 bytes - the amounts as
004329*                    received and their currencies ride the
004339*                    reversal unchanged.
004341*   10/15/2026  DRO  A date in a period the month-end close has
004343*                    recorded closed (RUN-CLOSED-THRU-DATE) is
004345*                    refused - the period's certified snapshot
004347*                    would no longer agree to the files.
004352*   10/15/2026  DRO  The day's entries on the keyed audit history
004357*                    store (AUDHIST) are marked reversed with the
004362*                    trail, counted on BACKRPT - the store had
004367*                    gone on showing the day until housekeeping
004372*                    carried the marks across.  An entry that
004377*                    cannot be marked sets the store not proven.
004382*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. backout.
004600
006820     SELECT ERRFILE ASSIGN TO "ERRFILE"
006830         ORGANIZATION IS SEQUENTIAL
006840         FILE STATUS IS WS-ERR-STATUS.
006850
006860     SELECT WOFFHIST ASSIGN TO "WOFFHIST"
006870         ORGANIZATION IS SEQUENTIAL
006880         FILE STATUS IS WS-WOFFH-STATUS.
006882
006884     SELECT AUDHIST ASSIGN TO "AUDHIST"
006886         ORGANIZATION IS INDEXED
006888         ACCESS MODE IS RANDOM
006890         RECORD KEY IS AUH-KEY
006892         ALTERNATE RECORD KEY IS AUH-DATE-KEY
006894         FILE STATUS IS WS-AUDHIST-STATUS.
006900
007000     SELECT RUNCTL ASSIGN TO "RUNCTL"
007100         ORGANIZATION IS SEQUENTIAL
008300
008400 FD  GLREVRSL
008500     LABEL RECORDS ARE STANDARD.
008510 01  GLREVRSL-RECORD             PIC X(110).
008700
008800 FD  BRKMASTI
008900     LABEL RECORDS ARE STANDARD.
009820 FD  ERRFILE
009830     LABEL RECORDS ARE STANDARD.
009840 COPY ERRREC.
009850
009860 FD  WOFFHIST
009870     LABEL RECORDS ARE STANDARD.
009880 COPY WOFFHST.
009884
009888 FD  AUDHIST
009892     LABEL RECORDS ARE STANDARD.
009896 COPY AUDHIST.
009900
010000 FD  RUNCTL
010100     LABEL RECORDS ARE STANDARD.
011610     05  WS-MASTK-STATUS             PIC X(02).
011700     05  WS-AUDIT-STATUS             PIC X(02).
011710     05  WS-ERR-STATUS               PIC X(02).
011720     05  WS-WOFFH-STATUS             PIC X(02).
011740     05  WS-AUDHIST-STATUS           PIC X(02).
011800     05  WS-RUNCTL-STATUS            PIC X(02).
011900     05  WS-BACKRPT-STATUS           PIC X(02).
012000
012300         88  WS-END-OF-FILE              VALUE "Y".
012400     05  WS-NO-MASTER-SWITCH         PIC X(01) VALUE "N".
012500         88  WS-NO-PRIOR-MASTER          VALUE "Y".
012510     05  WS-HIST-FILE-SWITCH         PIC X(01) VALUE "N".
012520         88  WS-HIST-FILE-OPEN           VALUE "Y".
012530     05  WS-HIST-STEP-SWITCH         PIC X(01) VALUE "Y".
012540         88  WS-HIST-IN-STEP             VALUE "Y".
012550         88  WS-HIST-OUT-OF-STEP         VALUE "N".
012600
012700 01  WS-COMMAND-LINE-FIELDS.
012800     05  WS-COMMAND-LINE             PIC X(80).
013800     05  WS-HEADERS-REVERSED         PIC 9(07) COMP VALUE ZERO.
013900     05  WS-DETAILS-REVERSED         PIC 9(07) COMP VALUE ZERO.
013910     05  WS-REJECTS-REVERSED         PIC 9(07) COMP VALUE ZERO.
013920     05  WS-WOFF-REVERSALS           PIC 9(07) COMP VALUE ZERO.
013930     05  WS-WOFFS-REVERSED           PIC 9(07) COMP VALUE ZERO.
013935     05  WS-HIST-REVERSED            PIC 9(07) COMP VALUE ZERO.
013940     05  WS-HIST-NOT-HELD            PIC 9(07) COMP VALUE ZERO.
013945
013950*    The store key of the trail record in hand - its class and
013955*    its place among the consecutive records of that class with
013960*    the same date and time (see AUDHIST.CPY).
013965 01  WS-HIST-KEY-FIELDS.
013970     05  WS-HIST-CLASS               PIC X(01) VALUE SPACES.
013975     05  WS-HIST-SEQ                 PIC 9(07) COMP VALUE ZERO.
013980     05  WS-HIST-PREV-DATE           PIC 9(08) VALUE ZERO.
013985     05  WS-HIST-PREV-TIME           PIC 9(08) VALUE ZERO.
013990     05  WS-HIST-PREV-CLASS          PIC X(01) VALUE SPACES.
014000
014100 01  WS-WORK-FIELDS.
014200     05  WS-SIGNED-VARIANCE          PIC S9(10)V99.
016010     IF WS-RETURN-CODE < 8
016020         PERFORM 4500-MARK-REJECTS-REVERSED THRU 4500-EXIT
016030     END-IF.
016040     IF WS-RETURN-CODE < 8
016050         PERFORM 4600-MARK-WRITE-OFFS-REVERSED THRU 4600-EXIT
016060     END-IF.
016100     IF WS-RETURN-CODE < 8
016200         PERFORM 5000-RESET-RUN-CONTROL THRU 5000-EXIT
016300     END-IF.
021800                 " - RUN REFUSED"
021900             MOVE 8 TO WS-RETURN-CODE
022000         END-IF
022010         IF WS-RETURN-CODE < 8
022020             AND RUN-CLOSED-THRU-DATE IS NUMERIC
022030             AND WS-PARM-DATE NOT > RUN-CLOSED-THRU-DATE
022040             DISPLAY "*** BACKOUT - " WS-PARM-DATE " IS IN A "
022050                 "CLOSED PERIOD (CLOSED THROUGH "
022060                 RUN-CLOSED-THRU-DATE ") - RUN REFUSED"
022070             MOVE 8 TO WS-RETURN-CODE
022080         END-IF
022100         CLOSE RUNCTL
022200     END-IF.
022300 1100-EXIT.
022800* One reversal record per extract record of the date, variance
022900* opposite-signed, adjustment code VARR - the GL system backs
023000* the postings out the same way it took them in.
023010* A write-off reverses under its own code, WOFR.
023100*-----------------------------------------------------------------
023200 2000-REVERSE-GL-EXTRACT.
023300     MOVE "N" TO WS-EOF-SWITCH.
027400         COMPUTE WS-SIGNED-VARIANCE =
027500             ZERO - GL-VARIANCE-AMOUNT
027600         MOVE WS-SIGNED-VARIANCE TO GL-VARIANCE-AMOUNT
027610         IF GL-WRITE-OFF
027620             MOVE "WOFR" TO GL-ADJUSTMENT-CODE
027630             ADD 1 TO WS-WOFF-REVERSALS
027640         ELSE
027650             MOVE "VARR" TO GL-ADJUSTMENT-CODE
027660         END-IF
027800         WRITE GLREVRSL-RECORD FROM GL-EXTRACT-RECORD
027900         IF WS-GLREV-STATUS NOT = "00"
028000             DISPLAY "*** BACKOUT - GLREVRSL WRITE FAILED - "
036400             WS-AUDIT-STATUS
036500         MOVE 8 TO WS-RETURN-CODE
036600     ELSE
036650         PERFORM 4050-OPEN-AUDIT-HISTORY THRU 4050-EXIT
036700         PERFORM 4100-READ-AUDIT-RECORD THRU 4100-EXIT
036800         PERFORM 4200-MARK-ONE-RECORD THRU 4200-EXIT
036900             UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 8
037000         CLOSE AUDITFILE
037020         IF WS-HIST-FILE-OPEN
037040             PERFORM 4400-CLOSE-AUDIT-HISTORY THRU 4400-EXIT
037060         END-IF
037100     END-IF.
037200     IF WS-RETURN-CODE < 8
037300         AND WS-HEADERS-REVERSED = ZERO
038100 4000-EXIT.
038200     EXIT.
038300
038304*    The keyed store is optional - not found, there is nothing
038308*    to keep in step; found but not available, reporting may
038312*    still read it, so the warning says to prove it first.
038316 4050-OPEN-AUDIT-HISTORY.
038320     OPEN I-O AUDHIST.
038324     IF WS-AUDHIST-STATUS = "00"
038328         SET WS-HIST-FILE-OPEN TO TRUE
038332     ELSE
038336         IF WS-AUDHIST-STATUS = "35"
038340             DISPLAY "BACKOUT - NO AUDHIST - NO HISTORY ENTRIES "
038344                 "TO MARK"
038348         ELSE
038352             DISPLAY "*** BACKOUT - AUDHIST NOT AVAILABLE - "
038356                 WS-AUDHIST-STATUS " - RUN AUDHREC BEFORE "
038360                 "REPORTING"
038364             IF WS-RETURN-CODE < 4
038368                 MOVE 4 TO WS-RETURN-CODE
038372             END-IF
038376         END-IF
038380     END-IF.
038384 4050-EXIT.
038388     EXIT.
038392
038400 4100-READ-AUDIT-RECORD.
038500     READ AUDITFILE
038600         AT END SET WS-END-OF-FILE TO TRUE
039000     EXIT.
039100
039200 4200-MARK-ONE-RECORD.
039220     IF WS-HIST-FILE-OPEN
039240         PERFORM 4320-BUILD-HISTORY-KEY THRU 4320-EXIT
039260     END-IF.
039300     IF AUD-DATE = WS-PARM-DATE
039400         IF AUD-HEADER-RECORD
039500             SET AUD-REVERSED-HEADER TO TRUE
039600             PERFORM 4300-REWRITE-AUDIT-RECORD THRU 4300-EXIT
039700             ADD 1 TO WS-HEADERS-REVERSED
039750             PERFORM 4350-MARK-HISTORY-ENTRY THRU 4350-EXIT
039800         ELSE
039900             IF AUD-DETAIL-RECORD
040000                 SET AUD-REVERSED-DETAIL TO TRUE
040100                 PERFORM 4300-REWRITE-AUDIT-RECORD THRU 4300-EXIT
040200                 ADD 1 TO WS-DETAILS-REVERSED
040250                 PERFORM 4350-MARK-HISTORY-ENTRY THRU 4350-EXIT
040300             END-IF
040400         END-IF
040500     END-IF.
041700         MOVE 8 TO WS-RETURN-CODE
041800     END-IF.
041900 4300-EXIT.
041901     EXIT.
041902
041903*    Every trail record is counted, marked or not, so the key
041904*    comes out as compare and the housekeeping step built it.
041905 4320-BUILD-HISTORY-KEY.
041906     IF AUD-HEADER-RECORD OR AUD-REVERSED-HEADER
041907         MOVE "H" TO WS-HIST-CLASS
041908     ELSE
041909         MOVE "D" TO WS-HIST-CLASS
041910     END-IF.
041911     IF AUD-DATE = WS-HIST-PREV-DATE
041912         AND AUD-TIME = WS-HIST-PREV-TIME
041913         AND WS-HIST-CLASS = WS-HIST-PREV-CLASS
041914         ADD 1 TO WS-HIST-SEQ
041915     ELSE
041916         MOVE 1 TO WS-HIST-SEQ
041917     END-IF.
041918     MOVE AUD-DATE TO WS-HIST-PREV-DATE.
041919     MOVE AUD-TIME TO WS-HIST-PREV-TIME.
041920     MOVE WS-HIST-CLASS TO WS-HIST-PREV-CLASS.
041921 4320-EXIT.
041922     EXIT.
041923
041924*    The marked record's entry takes the marked image.  An entry
041925*    not yet on the store (a run header the housekeeping step has
041926*    still to add) is left for it to add already marked.  A read
041927*    or rewrite that fails leaves the store behind the trail.
041928 4350-MARK-HISTORY-ENTRY.
041929     IF WS-HIST-FILE-OPEN AND WS-HIST-IN-STEP
041930         AND WS-RETURN-CODE < 8
041931         INITIALIZE AUH-RECORD WITH FILLER
041932         IF WS-HIST-CLASS = "D"
041933             MOVE AUD-ENTITY TO AUH-ENTITY
041934             MOVE AUD-ACCT-KEY TO AUH-ACCT-KEY
041935         END-IF
041936         MOVE AUD-DATE TO AUH-BUS-DATE
041937         MOVE AUD-TIME TO AUH-TIME
041938         MOVE WS-HIST-CLASS TO AUH-CLASS
041939         MOVE WS-HIST-SEQ TO AUH-SEQ
041940         READ AUDHIST
041941             INVALID KEY ADD 1 TO WS-HIST-NOT-HELD
041942             NOT INVALID KEY
041943                 MOVE AUD-RECORD TO AUH-AUDIT-IMAGE
041944                 REWRITE AUH-RECORD
041945         END-READ
041946         IF WS-AUDHIST-STATUS = "00"
041947             ADD 1 TO WS-HIST-REVERSED
041948         ELSE
041949             IF WS-AUDHIST-STATUS NOT = "23"
041950                 DISPLAY "*** BACKOUT - AUDHIST ENTRY NOT "
041951                     "MARKED - " WS-AUDHIST-STATUS
041952                 SET WS-HIST-OUT-OF-STEP TO TRUE
041953             END-IF
041954         END-IF
041955     END-IF.
041956 4350-EXIT.
041957     EXIT.
041958
041959*    A store left behind the trail must not pass for the whole
041960*    history: a proven control entry is set not proven, so
041961*    reporting walks the trail until AUDHREC proves the store
041962*    again.
041963 4400-CLOSE-AUDIT-HISTORY.
041964     IF WS-HIST-OUT-OF-STEP
041965         INITIALIZE AUH-RECORD WITH FILLER
041966         SET AUH-CONTROL-CLASS TO TRUE
041967         READ AUDHIST
041968             INVALID KEY CONTINUE
041969             NOT INVALID KEY
041970                 IF AUH-CTL-PROVEN
041971                     SET AUH-CTL-NOT-PROVEN TO TRUE
041972                     REWRITE AUH-RECORD
041973                 END-IF
041974         END-READ
041975         IF WS-AUDHIST-STATUS = "00" OR "23"
041976             DISPLAY "*** BACKOUT - AUDHIST NOT KEPT IN STEP - "
041977                 "REPORTING WALKS THE TRAIL UNTIL AUDHREC "
041978                 "PROVES IT"
041979         ELSE
041980             DISPLAY "*** BACKOUT - AUDHIST CONTROL ENTRY NOT "
041981                 "RESET - " WS-AUDHIST-STATUS " - RUN AUDHREC "
041982                 "BEFORE REPORTING"
041983         END-IF
041984         IF WS-RETURN-CODE < 4
041985             MOVE 4 TO WS-RETURN-CODE
041986         END-IF
041987     END-IF.
041988     CLOSE AUDHIST.
041989 4400-EXIT.
041990     EXIT.
042010
042012*-----------------------------------------------------------------
042014* REJECTS
042114     END-IF.
042116 4520-EXIT.
042118     EXIT.
042119
042120*-----------------------------------------------------------------
042121* WRITE-OFF LOG
042122* The day's write-offs are marked reversed (status X) in place
042123* - their GL adjustments are reversed above, so they must not
042124* count against the monthly cap or close the breaks at the
042125* corrected rerun's roll.  A missing WOFFHIST means nothing was
042126* ever written off.
042127*-----------------------------------------------------------------
042128 4600-MARK-WRITE-OFFS-REVERSED.
042129     MOVE "N" TO WS-EOF-SWITCH.
042130     OPEN I-O WOFFHIST.
042131     IF WS-WOFFH-STATUS = "35"
042132         DISPLAY "BACKOUT - NO WOFFHIST - NO WRITE-OFFS TO "
042133             "REVERSE"
042134     ELSE
042135         IF WS-WOFFH-STATUS NOT = "00"
042136             DISPLAY "*** BACKOUT - WOFFHIST NOT AVAILABLE - "
042137                 WS-WOFFH-STATUS
042138             MOVE 8 TO WS-RETURN-CODE
042139         ELSE
042140             PERFORM 4610-READ-WRITE-OFF THRU 4610-EXIT
042141             PERFORM 4620-MARK-ONE-WRITE-OFF THRU 4620-EXIT
042142                 UNTIL WS-END-OF-FILE OR WS-RETURN-CODE = 8
042143             CLOSE WOFFHIST
042144         END-IF
042145     END-IF.
042146 4600-EXIT.
042147     EXIT.
042148
042149 4610-READ-WRITE-OFF.
042150     READ WOFFHIST
042151         AT END SET WS-END-OF-FILE TO TRUE
042152     END-READ.
042153 4610-EXIT.
042154     EXIT.
042155
042156 4620-MARK-ONE-WRITE-OFF.
042157     IF WOH-BUS-DATE = WS-PARM-DATE
042158         AND WOH-WRITTEN-OFF
042159         SET WOH-REVERSED TO TRUE
042160         REWRITE WOFF-HIST-RECORD
042161         IF WS-WOFFH-STATUS NOT = "00"
042162             DISPLAY "*** BACKOUT - WOFFHIST REWRITE FAILED - "
042163                 WS-WOFFH-STATUS
042164             MOVE 8 TO WS-RETURN-CODE
042165         ELSE
042166             ADD 1 TO WS-WOFFS-REVERSED
042167         END-IF
042168     END-IF.
042169     IF WS-RETURN-CODE < 8
042170         PERFORM 4610-READ-WRITE-OFF THRU 4610-EXIT
042171     END-IF.
042172 4620-EXIT.
042173     EXIT.
042174
042200*-----------------------------------------------------------------
042300* RUN CONTROL
042400* REVERSED tells the pre-flight to accept the corrected rerun
046900     MOVE "GL REVERSALS WRITTEN (VARR)" TO WS-PROOF-CAPTION.
047000     MOVE WS-REVERSALS-WRITTEN TO WS-PROOF-COUNT-ED.
047100     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
047110     MOVE "  OF WHICH WRITE-OFFS (WOFR)" TO WS-PROOF-CAPTION.
047120     MOVE WS-WOFF-REVERSALS TO WS-PROOF-COUNT-ED.
047130     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
047200     MOVE "EXTRACT RECORDS OF OTHER DATES" TO WS-PROOF-CAPTION.
047300     MOVE WS-EXTRACT-OTHER-DATE TO WS-PROOF-COUNT-ED.
047400     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048100     MOVE "AUDIT DETAILS MARKED REVERSED" TO WS-PROOF-CAPTION.
048200     MOVE WS-DETAILS-REVERSED TO WS-PROOF-COUNT-ED.
048300     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048301     MOVE "AUDIT HISTORY ENTRIES MARKED REVERSED"
048302         TO WS-PROOF-CAPTION.
048303     MOVE WS-HIST-REVERSED TO WS-PROOF-COUNT-ED.
048304     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048305     MOVE "  NOT YET ON THE STORE" TO WS-PROOF-CAPTION.
048306     MOVE WS-HIST-NOT-HELD TO WS-PROOF-COUNT-ED.
048307     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048310     MOVE "REJECTS MARKED REVERSED" TO WS-PROOF-CAPTION.
048320     MOVE WS-REJECTS-REVERSED TO WS-PROOF-COUNT-ED.
048330     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048340     MOVE "WRITE-OFFS MARKED REVERSED" TO WS-PROOF-CAPTION.
048350     MOVE WS-WOFFS-REVERSED TO WS-PROOF-COUNT-ED.
048360     PERFORM 6100-PRINT-ONE-COUNT THRU 6100-EXIT.
048400     MOVE SPACES TO BACKRPT-LINE.
048500     WRITE BACKRPT-LINE.
048600     MOVE "RUN CONTROL SET REVERSED - RERUN ACCEPTED"
