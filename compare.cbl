001600* AUDITFILE so a discrepancy raised weeks later can be traced
001700* back to what the program saw and decided.  Any pair that fails
001800* numeric edit is routed to ERRFILE instead of abending the run.
001810*
001820* A balance stated in a currency other than its entity's
001830* functional currency is translated at the day's rate off
001840* FXRATES before the pair is compared; a pair whose rate is not
001850* on file is rejected to ERRFILE.
001900*
002000* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
002100* AUTHOR.        D. OKAFOR
010898*                    only in batch mode, so an interactive run
010901*                    neither claims the COMPARE slot nor is
010902*                    refused once the nightly has run.
010903*   10/15/2026  DRO  A batch run now merges the GL resubmission
010904*                    queue (GLRSUBQ) - bounced adjustments
010905*                    corrected at the exception workbench,
010906*                    glfix - into the extract after the night's
010907*                    material breaks, as record type RS in
010908*                    entity/account order, and marks each entry
010909*                    merged with the business date.  One
010910*                    resubmission per account goes per night; a
010911*                    second is held queued for the next.  The
010912*                    count merged rides the checkpoint, so a
010913*                    restart does not send one twice.  GL
010914*                    extract records now carry the posting
010915*                    date.
010916*   10/15/2026  DRO  Multi-currency: a side of the pair stated
010917*                    in a currency other than the entity's
010918*                    functional currency is translated at the
010919*                    business date's rate off the new keyed FX
010920*                    rates file (FXRATES) - the direct pair, or
010921*                    failing that the reverse pair divided -
010922*                    before the comparison, so a foreign branch
010923*                    account's local-currency statement balance
010924*                    no longer raises a false break against the
010925*                    functional-currency ledger.  A pair with no
010926*                    rate on file for the day (or whose
010927*                    translation passes nine digits) is rejected
010928*                    to ERRFILE with its own reason, its
010929*                    currencies kept for the recycle.  Result
010930*                    lines, audit details and GL extract records
010931*                    carry the amounts as received with their
010932*                    currencies beside the translated amounts.
010933*                    A translated pair whose variance exceeds
010934*                    the account's threshold by no more than the
010935*                    TOLPARM FX-difference allowance is within
010936*                    FX tolerance - materiality F - and raises
010937*                    no break or GL adjustment.
010938*   10/15/2026  DRO  Each audit detail is also written to the
010939*                    new keyed audit history store (AUDHIST),
010940*                    keyed by entity, account and business
010941*                    date with an alternate key by business
010942*                    date, so the workbench history and the
010943*                    trend report read it by key.  The store
010944*                    is never created here - until it is
010945*                    defined and loaded (AUDHREC LOAD) the run
010946*                    goes on without it; one that cannot be
010947*                    opened or written is a warning (RC 4) and
010948*                    the housekeeping step loads whatever the
010949*                    feed missed from the trail.  A failed write
010954*                    also sets the store's control entry not
010959*                    proven, so reporting walks the trail until
010964*                    AUDHREC proves the store again.
010969*****************************************************************
010998 IDENTIFICATION DIVISION.
011000 PROGRAM-ID. compare.
011100
014130         ORGANIZATION IS SEQUENTIAL
014140         FILE STATUS IS WS-RUNCTL-STATUS.
014200
014210     SELECT GLRSUBQ ASSIGN TO "GLRSUBQ"
014220         ORGANIZATION IS SEQUENTIAL
014230         FILE STATUS IS WS-RSQ-STATUS.
014240
014248     SELECT FXRATES ASSIGN TO "FXRATES"
014256         ORGANIZATION IS INDEXED
014264         ACCESS MODE IS RANDOM
014272         RECORD KEY IS FX-KEY
014280         FILE STATUS IS WS-FXRATE-STATUS.
014288
014289     SELECT AUDHIST ASSIGN TO "AUDHIST"
014290         ORGANIZATION IS INDEXED
014291         ACCESS MODE IS RANDOM
014292         RECORD KEY IS AUH-KEY
014293         ALTERNATE RECORD KEY IS AUH-DATE-KEY
014294         FILE STATUS IS WS-AUDHIST-STATUS.
014295
014300 DATA DIVISION.
014400 FILE SECTION.
014500 FD  INFILE
017130     LABEL RECORDS ARE STANDARD.
017140 COPY RUNCTL.
017200
017210 FD  GLRSUBQ
017220     LABEL RECORDS ARE STANDARD.
017230 COPY GLRSUBQ.
017240
017250 FD  FXRATES
017260     LABEL RECORDS ARE STANDARD.
017270 COPY FXRATE.
017280
017284 FD  AUDHIST
017288     LABEL RECORDS ARE STANDARD.
017292 COPY AUDHIST.
017296
017300 WORKING-STORAGE SECTION.
017400 01  WS-PROGRAM-CONSTANTS.
017500     05  WS-RUN-ID                   PIC X(08) VALUE "CMPRUN".
019300     05  WS-CKPT-STATUS              PIC X(02).
019400     05  WS-GLEXT-STATUS             PIC X(02).
019410     05  WS-RUNCTL-STATUS            PIC X(02).
019420     05  WS-RSQ-STATUS               PIC X(02).
019430     05  WS-FXRATE-STATUS            PIC X(02).
019440     05  WS-AUDHIST-STATUS           PIC X(02).
019500
019600 01  WS-SWITCHES.
019700     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
020300         88  WS-FIELD-IS-VALID           VALUE "Y".
020310     05  WS-RULE-EOF-SWITCH          PIC X(01) VALUE "N".
020320         88  WS-END-OF-RULES             VALUE "Y".
020330     05  WS-RSQ-EOF-SWITCH           PIC X(01) VALUE "N".
020340         88  WS-END-OF-QUEUE             VALUE "Y".
020348     05  WS-FX-FILE-SWITCH           PIC X(01) VALUE "N".
020356         88  WS-FX-FILE-OPEN             VALUE "Y".
020364     05  WS-FX-FOUND-SWITCH          PIC X(01) VALUE "N".
020372         88  WS-FX-RATE-FOUND            VALUE "Y".
020380     05  WS-TRANSLATED-SWITCH        PIC X(01) VALUE "N".
020388         88  WS-PAIR-TRANSLATED          VALUE "Y".
020392     05  WS-HIST-FILE-SWITCH         PIC X(01) VALUE "N".
020396         88  WS-HIST-FILE-OPEN           VALUE "Y".
020400     05  WS-MATERIALITY-FLAG         PIC X(01).
020500         88  WS-IS-MATERIAL              VALUE "M".
020600         88  WS-IS-WITHIN-TOLERANCE      VALUE "T".
020610         88  WS-IS-WITHIN-FX-TOLERANCE   VALUE "F".
020700
020800 01  WS-COUNTERS.
020900     05  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
021400     05  WS-CHECKPOINT-COUNTER       PIC 9(05) COMP VALUE ZERO.
021500     05  WS-RECORDS-TO-SKIP          PIC 9(07) COMP VALUE ZERO.
021600     05  WS-SKIP-SUBSCRIPT           PIC 9(07) COMP VALUE ZERO.
021610     05  WS-RESUBMIT-COUNT           PIC 9(07) COMP VALUE ZERO.
021620     05  WS-RESUBMITS-TO-SKIP        PIC 9(07) COMP VALUE ZERO.
021630     05  WS-TRANSLATED-COUNT         PIC 9(07) COMP VALUE ZERO.
021640     05  WS-FX-REJECTED              PIC 9(07) COMP VALUE ZERO.
021650     05  WS-FX-TOLERANCE-COUNT       PIC 9(07) COMP VALUE ZERO.
021660     05  WS-HIST-SEQ                 PIC 9(07) COMP VALUE ZERO.
021670     05  WS-HIST-WRITTEN             PIC 9(07) COMP VALUE ZERO.
021700
021800 01  WS-DATE-TIME-FIELDS.
021900     05  WS-CURR-DATE                PIC 9(08).
023600     05  WS-REJECT-REASON            PIC X(30).
023700     05  WS-ERR-NUM1-DISPLAY         PIC X(12).
023800     05  WS-ERR-NUM2-DISPLAY         PIC X(12).
023804     05  WS-TOLERANCE                PIC 9(07)V99 VALUE ZERO.
023808     05  WS-EFFECTIVE-TOLERANCE      PIC 9(07)V99 VALUE ZERO.
023812     05  WS-BEST-EFF-DATE            PIC 9(08) VALUE ZERO.
023816     05  WS-FX-TOLERANCE             PIC 9(07)V99 VALUE ZERO.
023820     05  WS-FX-ALLOWANCE             PIC 9(08)V99 VALUE ZERO.
023824
023828*    Currencies of the pair - as received off the pair file, and
023832*    as applied: a blank side is in the functional currency, and
023836*    a blank functional currency is the ledger side's.  The
023840*    amounts as received are kept beside the translated ones.
023844 01  WS-CURRENCY-FIELDS.
023848     05  WS-IN-NUM1-CCY              PIC X(03) VALUE SPACES.
023852     05  WS-IN-NUM2-CCY              PIC X(03) VALUE SPACES.
023856     05  WS-IN-FUNC-CCY              PIC X(03) VALUE SPACES.
023860     05  WS-FUNC-CCY                 PIC X(03) VALUE SPACES.
023864     05  WS-NUM1-CCY                 PIC X(03) VALUE SPACES.
023868     05  WS-NUM2-CCY                 PIC X(03) VALUE SPACES.
023872     05  WS-ORIG-NUM1                PIC S9(09)V99 VALUE ZERO.
023876     05  WS-ORIG-NUM2                PIC S9(09)V99 VALUE ZERO.
023880     05  WS-FX-FROM-CCY              PIC X(03).
023884     05  WS-FX-AMOUNT                PIC S9(09)V99.
023888     05  WS-FX-WORK                  PIC S9(11)V99.
023892     05  WS-FX-CHECK                 PIC 9(11)V99.
023906
023907*    The per-account tolerance rules, tabled at start-up - a
023908*    parameter file ops key by hand, so a modest table holds it.
024017     05  WS-VARIANCE-OUT             PIC Z,ZZZ,ZZZ,ZZ9.99.
024018     05  WS-TOLERANCE-OUT            PIC Z,ZZZ,ZZ9.99.
024019
024020*    The GL resubmissions queued for tonight, tabled off GLRSUBQ
024021*    and sorted into entity/account order for the extract.  The
024022*    ordinal is the entry's place on the queue, so the merged
024023*    mark can be applied once the extract is written.
024024 01  WS-RESUB-TABLE.
024025     05  WS-RSB-MAX                  PIC 9(04) COMP VALUE 200.
024026     05  WS-RSB-COUNT                PIC 9(04) COMP VALUE ZERO.
024027     05  WS-RSB-SUB                  PIC 9(04) COMP VALUE ZERO.
024028     05  WS-RSB-SUB2                 PIC 9(04) COMP VALUE ZERO.
024029     05  WS-RSB-NEXT                 PIC 9(04) COMP VALUE ZERO.
024030     05  WS-RSB-HIT                  PIC 9(04) COMP VALUE ZERO.
024031     05  WS-RSB-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
024032     05  WS-RSB-HELD                 PIC 9(04) COMP VALUE ZERO.
024033     05  WS-RSB-ORDINAL              PIC 9(07) COMP VALUE ZERO.
024034     05  WS-RSB-ENTRY OCCURS 200 TIMES.
024035         10  WS-RSB-MERGE-KEY.
024036             15  WS-RSB-ENTITY       PIC X(03).
024037             15  WS-RSB-ACCT-KEY     PIC X(10).
024038         10  WS-RSB-ADJ-CODE         PIC X(04).
024039         10  WS-RSB-POSTING-DATE     PIC 9(08).
024040         10  WS-RSB-VARIANCE         PIC S9(10)V99.
024041         10  WS-RSB-QUEUE-ORDINAL    PIC 9(07) COMP.
024042     05  WS-RSB-SWAP-ENTRY.
024043         10  WS-RSB-SWAP-KEY         PIC X(13).
024044         10  WS-RSB-SWAP-ADJ-CODE    PIC X(04).
024045         10  WS-RSB-SWAP-POST-DATE   PIC 9(08).
024046         10  WS-RSB-SWAP-VARIANCE    PIC S9(10)V99.
024047         10  WS-RSB-SWAP-ORDINAL     PIC 9(07) COMP.
024067
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024202     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
026350     PERFORM 1140-LOAD-TOLERANCE-RULES THRU 1140-EXIT.
026400     PERFORM 1200-OPEN-COMMON-FILES THRU 1200-EXIT.
026500     IF WS-BATCH-MODE
026510         PERFORM 1170-OPEN-FX-RATES THRU 1170-EXIT
026600         PERFORM 1300-OPEN-BATCH-FILES THRU 1300-EXIT
026700         IF WS-RESTART-REQUESTED AND WS-RETURN-CODE < 8
026800             PERFORM 1400-PROCESS-RESTART THRU 1400-EXIT
028900         END-READ
029000         IF WS-TOLPARM-STATUS = "00"
029100             MOVE TOL-THRESHOLD TO WS-TOLERANCE
029110             IF TOL-FX-THRESHOLD IS NUMERIC
029120                 MOVE TOL-FX-THRESHOLD TO WS-FX-TOLERANCE
029130             END-IF
029200         END-IF
029300         CLOSE TOLFILE
029400     ELSE
030240     IF WS-RUNCTL-STATUS = "00"
030250         READ RUNCTL
030260             AT END CONTINUE
030261         END-READ
030262         IF WS-RUNCTL-STATUS = "00"
030263             MOVE RUN-BUSINESS-DATE TO WS-CURR-DATE
030264         END-IF
030265         CLOSE RUNCTL
030266     ELSE
030267         DISPLAY "*** COMPARE - RUNCTL NOT FOUND - USING "
030268             "MACHINE DATE"
030269         IF WS-RETURN-CODE < 4
030270             MOVE 4 TO WS-RETURN-CODE
030271         END-IF
030272     END-IF.
030273 1150-EXIT.
030274     EXIT.
030275
030276*    The day's FX rates, read by key as pairs need them.  Without
030277*    the file no rate can be found, so a pair with a side in a
030278*    foreign currency is rejected - a book kept entirely in its
030279*    functional currency never needs it.
030280 1170-OPEN-FX-RATES.
030281     OPEN INPUT FXRATES.
030282     IF WS-FXRATE-STATUS = "00"
030283         SET WS-FX-FILE-OPEN TO TRUE
030284     ELSE
030285         IF WS-FXRATE-STATUS = "35"
030286             DISPLAY "COMPARE - FXRATES NOT FOUND - FOREIGN-"
030287                 "CURRENCY PAIRS WILL BE REJECTED"
030288         ELSE
030289             DISPLAY "*** COMPARE - FXRATES NOT AVAILABLE - "
030290                 WS-FXRATE-STATUS " - FOREIGN-CURRENCY PAIRS "
030291                 "WILL BE REJECTED"
030292             IF WS-RETURN-CODE < 4
030293                 MOVE 4 TO WS-RETURN-CODE
030294             END-IF
030295         END-IF
030296     END-IF.
030297 1170-EXIT.
030305     EXIT.
030306
030308*    The per-account tolerance rules master - optional; an
034100             WS-GLEXT-STATUS
034200         MOVE 8 TO WS-RETURN-CODE
034300     END-IF.
034306     PERFORM 1250-OPEN-AUDIT-HISTORY THRU 1250-EXIT.
034312 1200-EXIT.
034318     EXIT.
034324
034330*    The keyed audit history store is fed alongside the trail.
034336*    It is not the record of the run - AUDITFILE is - so a store
034342*    that cannot be opened is a warning: the housekeeping step
034348*    adds whatever the run's details missed from the trail.  A
034349*    store not found is never created here: an empty store fed
034350*    from tonight would pass for the whole history.  It is
034351*    defined once and loaded from the trail and the archive by
034352*    audhrec.cbl (PARM='LOAD'); until then the run goes without.
034354 1250-OPEN-AUDIT-HISTORY.
034360     OPEN I-O AUDHIST.
034366     IF WS-AUDHIST-STATUS = "00"
034372         SET WS-HIST-FILE-OPEN TO TRUE
034378     ELSE
034384         IF WS-AUDHIST-STATUS = "35"
034390             DISPLAY "*** COMPARE - AUDHIST NOT FOUND - NOT FED "
034396                 "UNTIL AUDHREC LOADS IT FROM THE TRAIL"
034402         ELSE
034408             DISPLAY "*** COMPARE - AUDHIST NOT WRITABLE - "
034414                 WS-AUDHIST-STATUS " - HOUSEKEEPING WILL LOAD "
034420                 "THE RUN FROM THE TRAIL"
034426         END-IF
034432         IF WS-RETURN-CODE < 4
034438             MOVE 4 TO WS-RETURN-CODE
034444         END-IF
034450     END-IF.
034468 1250-EXIT.
034500     EXIT.
034600
034700 1300-OPEN-BATCH-FILES.
037910             MOVE CKPT-RECORDS-GOOD TO WS-RECORDS-PROCESSED
037920             MOVE CKPT-RECORDS-REJECTED TO WS-RECORDS-REJECTED
037930             MOVE CKPT-MATERIAL-COUNT TO WS-MATERIAL-COUNT
037940             IF CKPT-RESUBMIT-COUNT IS NUMERIC
037950                 MOVE CKPT-RESUBMIT-COUNT TO WS-RESUBMIT-COUNT
037960                 MOVE CKPT-RESUBMIT-COUNT
037970                     TO WS-RESUBMITS-TO-SKIP
037980             END-IF
038000         END-IF
038100         CLOSE CKPTFILE
038200     END-IF.
040600     END-IF.
040700     PERFORM 2200-PROCESS-ONE-PAIR THRU 2200-EXIT
040800         UNTIL WS-END-OF-INPUT.
040810     IF WS-RETURN-CODE < 8
040820         PERFORM 2820-MERGE-RESUBMISSIONS THRU 2820-EXIT
040830     END-IF.
040900     PERFORM 2750-WRITE-FINAL-CHECKPOINT THRU 2750-EXIT.
040910     IF WS-RETURN-CODE < 8 AND WS-RSB-COUNT > ZERO
040920         PERFORM 2870-FLAG-MERGED THRU 2870-EXIT
040930     END-IF.
041000     CLOSE INFILE.
041100     CLOSE RESLTFILE.
041200     DISPLAY "PAIRS READ:      " WS-RECORDS-READ.
041300     DISPLAY "PAIRS PROCESSED: " WS-RECORDS-PROCESSED.
041400     DISPLAY "PAIRS REJECTED:  " WS-RECORDS-REJECTED.
041405     DISPLAY "GL RESUBMISSIONS:" WS-RESUBMIT-COUNT.
041406     DISPLAY "PAIRS TRANSLATED:" WS-TRANSLATED-COUNT.
041407     DISPLAY "NO FX RATE:      " WS-FX-REJECTED.
041408     DISPLAY "WITHIN FX TOL:   " WS-FX-TOLERANCE-COUNT.
041409     DISPLAY "AUDIT HISTORY:   " WS-HIST-WRITTEN.
041410     PERFORM 2950-DISPLAY-ENTITY-COUNTS THRU 2950-EXIT
041420         VARYING WS-ENT-SUB FROM 1 BY 1
041430         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
045200     MOVE SPACES TO WS-REJECT-REASON.
045250     MOVE CMP-ACCT-KEY TO WS-ACCT-KEY.
045260     MOVE CMP-ENTITY TO WS-ENTITY.
045268     MOVE CMP-NUM1-CCY TO WS-IN-NUM1-CCY.
045276     MOVE CMP-NUM2-CCY TO WS-IN-NUM2-CCY.
045284     MOVE CMP-FUNC-CCY TO WS-IN-FUNC-CCY.
045292     MOVE "N" TO WS-TRANSLATED-SWITCH.
045300     MOVE CMP-NUM1-X TO WS-EDIT-AMOUNT-X.
045350     PERFORM 2310-EDIT-AMOUNT THRU 2310-EXIT.
045400     IF WS-EDIT-IS-VALID
046100         ELSE
046200             MOVE "NUM1 AND NUM2 NOT NUMERIC" TO WS-REJECT-REASON
046300         END-IF
046310     END-IF.
046320     IF WS-DATA-IS-VALID
046330         PERFORM 2320-TRANSLATE-PAIR THRU 2320-EXIT
046400     END-IF.
046500     IF WS-DATA-IS-INVALID
046900         MOVE CMP-NUM1-X TO WS-ERR-NUM1-DISPLAY
047398 2310-EXIT.
047399     EXIT.
047400
047401*    Translates each side not already in the functional currency
047402*    at the business date's rate.  The amounts as received are
047403*    kept for the trail.  A side with no rate on file fails the
047404*    pair, with a reason naming the currencies.
047405 2320-TRANSLATE-PAIR.
047406     PERFORM 2325-SET-CURRENCIES THRU 2325-EXIT.
047407     MOVE WS-NUM1 TO WS-ORIG-NUM1.
047408     MOVE WS-NUM2 TO WS-ORIG-NUM2.
047409     IF WS-NUM1-CCY NOT = WS-FUNC-CCY
047410         MOVE WS-NUM1-CCY TO WS-FX-FROM-CCY
047411         MOVE WS-NUM1 TO WS-FX-AMOUNT
047412         PERFORM 2330-TRANSLATE-AMOUNT THRU 2330-EXIT
047413         MOVE WS-FX-AMOUNT TO WS-NUM1
047414     END-IF.
047415     IF WS-DATA-IS-VALID
047416         AND WS-NUM2-CCY NOT = WS-FUNC-CCY
047417         MOVE WS-NUM2-CCY TO WS-FX-FROM-CCY
047418         MOVE WS-NUM2 TO WS-FX-AMOUNT
047419         PERFORM 2330-TRANSLATE-AMOUNT THRU 2330-EXIT
047420         MOVE WS-FX-AMOUNT TO WS-NUM2
047421     END-IF.
047422     IF WS-DATA-IS-INVALID
047423         ADD 1 TO WS-FX-REJECTED
047424     ELSE
047425         IF WS-PAIR-TRANSLATED
047426             ADD 1 TO WS-TRANSLATED-COUNT
047427         END-IF
047428     END-IF.
047429 2320-EXIT.
047430     EXIT.
047431
047432*    A blank functional currency is the ledger side's; a blank
047433*    side is in the functional currency.
047434 2325-SET-CURRENCIES.
047435     MOVE WS-IN-FUNC-CCY TO WS-FUNC-CCY.
047436     IF WS-FUNC-CCY = SPACES
047437         MOVE WS-IN-NUM1-CCY TO WS-FUNC-CCY
047438     END-IF.
047439     MOVE WS-IN-NUM1-CCY TO WS-NUM1-CCY.
047440     IF WS-NUM1-CCY = SPACES
047441         MOVE WS-FUNC-CCY TO WS-NUM1-CCY
047442     END-IF.
047443     MOVE WS-IN-NUM2-CCY TO WS-NUM2-CCY.
047444     IF WS-NUM2-CCY = SPACES
047445         MOVE WS-FUNC-CCY TO WS-NUM2-CCY
047446     END-IF.
047447 2325-EXIT.
047448     EXIT.
047449
047450*    WS-FX-AMOUNT in WS-FX-FROM-CCY comes back in the functional
047451*    currency, rounded to the cent - times the direct rate, or
047452*    divided by the reverse one.  A result past nine integer
047453*    digits cannot be carried and fails the pair rather than
047454*    being truncated.
047455 2330-TRANSLATE-AMOUNT.
047456     PERFORM 2340-LOOKUP-RATE THRU 2340-EXIT.
047457     IF NOT WS-FX-RATE-FOUND
047458         SET WS-DATA-IS-INVALID TO TRUE
047459         MOVE SPACES TO WS-REJECT-REASON
047460         STRING "NO FX RATE " WS-FX-FROM-CCY " TO " WS-FUNC-CCY
047461             DELIMITED BY SIZE INTO WS-REJECT-REASON
047462     ELSE
047463         IF FX-FROM-CCY = WS-FX-FROM-CCY
047464             COMPUTE WS-FX-WORK ROUNDED = WS-FX-AMOUNT * FX-RATE
047465         ELSE
047466             COMPUTE WS-FX-WORK ROUNDED = WS-FX-AMOUNT / FX-RATE
047467         END-IF
047468         MOVE WS-FX-WORK TO WS-FX-CHECK
047469         IF WS-FX-CHECK > 999999999.99
047470             SET WS-DATA-IS-INVALID TO TRUE
047471             MOVE SPACES TO WS-REJECT-REASON
047472             STRING "FX TRANSLATION OVERFLOW " WS-FX-FROM-CCY
047473                 DELIMITED BY SIZE INTO WS-REJECT-REASON
047474         ELSE
047475             MOVE WS-FX-WORK TO WS-FX-AMOUNT
047476             SET WS-PAIR-TRANSLATED TO TRUE
047477         END-IF
047478     END-IF.
047479 2330-EXIT.
047480     EXIT.
047481
047482*    The rate from WS-FX-FROM-CCY to the functional currency for
047483*    the business date, by key - the direct pair first, then the
047484*    reverse.  A rate that is not a positive number is no rate.
047485 2340-LOOKUP-RATE.
047486     MOVE "N" TO WS-FX-FOUND-SWITCH.
047487     IF WS-FX-FILE-OPEN
047488         MOVE WS-FX-FROM-CCY TO FX-FROM-CCY
047489         MOVE WS-FUNC-CCY TO FX-TO-CCY
047490         MOVE WS-CURR-DATE TO FX-RATE-DATE
047491         PERFORM 2345-READ-RATE THRU 2345-EXIT
047492         IF NOT WS-FX-RATE-FOUND
047493             MOVE WS-FUNC-CCY TO FX-FROM-CCY
047494             MOVE WS-FX-FROM-CCY TO FX-TO-CCY
047495             MOVE WS-CURR-DATE TO FX-RATE-DATE
047496             PERFORM 2345-READ-RATE THRU 2345-EXIT
047497         END-IF
047498     END-IF.
047499 2340-EXIT.
047500     EXIT.
047501
047502 2345-READ-RATE.
047503     READ FXRATES
047504         INVALID KEY CONTINUE
047505         NOT INVALID KEY
047506             IF FX-RATE IS NUMERIC
047507                 AND FX-RATE > ZERO
047508                 SET WS-FX-RATE-FOUND TO TRUE
047509             END-IF
047510     END-READ.
047511 2345-EXIT.
047512     EXIT.
047513
047533 2350-WRITE-ERROR-RECORD.
047600     INITIALIZE ERR-RECORD WITH FILLER.
047700     MOVE WS-CURR-DATE TO ERR-DATE.
047800     MOVE WS-CURR-TIME TO ERR-TIME.
047855     MOVE WS-ENTITY TO ERR-ENTITY.
047860     SET ERR-OPEN TO TRUE.
047900     MOVE WS-ERR-NUM1-DISPLAY TO ERR-INPUT-NUM1.
047910     MOVE WS-IN-NUM1-CCY TO ERR-NUM1-CCY.
047920     MOVE WS-IN-NUM2-CCY TO ERR-NUM2-CCY.
047930     MOVE WS-IN-FUNC-CCY TO ERR-FUNC-CCY.
048000     MOVE WS-ERR-NUM2-DISPLAY TO ERR-INPUT-NUM2.
048100     MOVE WS-REJECT-REASON TO ERR-REASON.
048200     WRITE ERR-RECORD.
049900 2400-EXIT.
050000     EXIT.
050100
050110*    A translated pair gets the FX-difference allowance on top
050120*    of the account's threshold - a variance inside it is rate
050130*    rounding, within FX tolerance, not a break.
050200 2500-CHECK-MATERIALITY.
050250     PERFORM 2520-LOOKUP-TOLERANCE THRU 2520-EXIT.
050300     IF WS-VARIANCE > WS-EFFECTIVE-TOLERANCE
050400         SET WS-IS-MATERIAL TO TRUE
050410         IF WS-PAIR-TRANSLATED AND WS-FX-TOLERANCE > ZERO
050420             COMPUTE WS-FX-ALLOWANCE =
050430                 WS-EFFECTIVE-TOLERANCE + WS-FX-TOLERANCE
050440             IF WS-VARIANCE NOT > WS-FX-ALLOWANCE
050450                 SET WS-IS-WITHIN-FX-TOLERANCE TO TRUE
050460                 ADD 1 TO WS-FX-TOLERANCE-COUNT
050470             END-IF
050480         END-IF
050500     ELSE
050600         SET WS-IS-WITHIN-TOLERANCE TO TRUE
050700     END-IF.
051700     IF WS-IS-MATERIAL
051800         MOVE "MATERIAL BREAK" TO RES-MATERIALITY
051900     ELSE
051910         IF WS-IS-WITHIN-FX-TOLERANCE
051920             MOVE "WITHIN FX TOL" TO RES-MATERIALITY
051930         ELSE
051940             MOVE "WITHIN TOLERANCE" TO RES-MATERIALITY
051950         END-IF
052100     END-IF.
052110     MOVE WS-FUNC-CCY TO RES-FUNC-CCY.
052120     MOVE WS-ORIG-NUM1 TO RES-ORIG-NUM1.
052130     MOVE WS-NUM1-CCY TO RES-NUM1-CCY.
052140     MOVE WS-ORIG-NUM2 TO RES-ORIG-NUM2.
052150     MOVE WS-NUM2-CCY TO RES-NUM2-CCY.
052200     WRITE CMP-RESULT-RECORD.
052300 2600-EXIT.
052400     EXIT.
053500     IF WS-IS-MATERIAL
053600         SET AUD-MATERIAL TO TRUE
053700     ELSE
053709         IF WS-IS-WITHIN-FX-TOLERANCE
053718             SET AUD-WITHIN-FX-TOLERANCE TO TRUE
053727         ELSE
053736             SET AUD-WITHIN-TOLERANCE TO TRUE
053745         END-IF
053754     END-IF.
053763     MOVE WS-ORIG-NUM1 TO AUD-ORIG-NUM1.
053772     MOVE WS-NUM1-CCY TO AUD-NUM1-CCY.
053781     MOVE WS-ORIG-NUM2 TO AUD-ORIG-NUM2.
053790     MOVE WS-NUM2-CCY TO AUD-NUM2-CCY.
053799     MOVE WS-FUNC-CCY TO AUD-FUNC-CCY.
053808     WRITE AUD-RECORD.
053817     IF WS-HIST-FILE-OPEN
053826         PERFORM 2660-WRITE-AUDIT-HISTORY THRU 2660-EXIT
053835     END-IF.
053844 2650-EXIT.
053853     EXIT.
053862
053871*    The same detail, keyed by entity, account and business date
053880*    (and by business date alone on the alternate key).  Every
053889*    detail of the run carries the run's one date and time, so
053898*    the run's own count of details numbers them - the same
053907*    numbering the housekeeping step arrives at walking the
053916*    trail.  A failed write stops the feed for the run.
053925 2660-WRITE-AUDIT-HISTORY.
053934     ADD 1 TO WS-HIST-SEQ.
053943     INITIALIZE AUH-RECORD WITH FILLER.
053952     MOVE AUD-ENTITY TO AUH-ENTITY.
053961     MOVE AUD-ACCT-KEY TO AUH-ACCT-KEY.
053970     MOVE AUD-DATE TO AUH-BUS-DATE.
053979     MOVE AUD-TIME TO AUH-TIME.
053988     SET AUH-DETAIL-CLASS TO TRUE.
053997     MOVE WS-HIST-SEQ TO AUH-SEQ.
054006     MOVE AUD-DATE TO AUH-DK-BUS-DATE.
054015     MOVE AUD-TIME TO AUH-DK-TIME.
054024     MOVE AUH-CLASS TO AUH-DK-CLASS.
054033     MOVE WS-HIST-SEQ TO AUH-DK-SEQ.
054042     SET AUH-IN-LIVE-TRAIL TO TRUE.
054051     MOVE ZERO TO AUH-ARCHIVED-DATE.
054060     MOVE AUD-RECORD TO AUH-AUDIT-IMAGE.
054069     WRITE AUH-RECORD.
054078     IF WS-AUDHIST-STATUS = "00"
054087         ADD 1 TO WS-HIST-WRITTEN
054096     ELSE
054105         DISPLAY "*** COMPARE - AUDHIST WRITE FAILED - "
054114             WS-AUDHIST-STATUS " - FEED STOPPED, HOUSEKEEPING "
054123             "WILL LOAD THE REST FROM THE TRAIL"
054132         PERFORM 2670-SET-HISTORY-NOT-PROVEN THRU 2670-EXIT
054134         CLOSE AUDHIST
054136         MOVE "N" TO WS-HIST-FILE-SWITCH
054141         IF WS-RETURN-CODE < 4
054150             MOVE 4 TO WS-RETURN-CODE
054159         END-IF
054168     END-IF.
054177 2660-EXIT.
054200     EXIT.
054204
054208*    A store short of the run's details must not pass for the
054212*    whole history: a proven control entry is set not proven,
054216*    so reporting walks the trail until AUDHREC proves the
054220*    store again.
054224 2670-SET-HISTORY-NOT-PROVEN.
054228     INITIALIZE AUH-RECORD WITH FILLER.
054232     SET AUH-CONTROL-CLASS TO TRUE.
054236     READ AUDHIST
054240         INVALID KEY CONTINUE
054244         NOT INVALID KEY
054248             IF AUH-CTL-PROVEN
054252                 SET AUH-CTL-NOT-PROVEN TO TRUE
054256                 REWRITE AUH-RECORD
054260                 IF WS-AUDHIST-STATUS NOT = "00"
054264                     DISPLAY "*** COMPARE - AUDHIST CONTROL "
054268                         "ENTRY NOT RESET - " WS-AUDHIST-STATUS
054272                         " - RUN AUDHREC BEFORE REPORTING"
054276                 END-IF
054280             END-IF
054284     END-READ.
054288 2670-EXIT.
054292     EXIT.
054300
054400 2800-WRITE-GL-EXTRACT.
054500     INITIALIZE GL-EXTRACT-RECORD WITH FILLER.
054600     MOVE "AJ" TO GL-RECORD-TYPE.
054700     MOVE WS-CURR-DATE TO GL-RUN-DATE.
054710     MOVE WS-CURR-DATE TO GL-POSTING-DATE.
054750     MOVE WS-ACCT-KEY TO GL-ACCOUNT-KEY.
054760     MOVE WS-ENTITY TO GL-ENTITY.
054800     MOVE WS-NUM1 TO GL-BALANCE-1.
055000     COMPUTE WS-SIGNED-VARIANCE = WS-NUM1 - WS-NUM2.
055100     MOVE WS-SIGNED-VARIANCE TO GL-VARIANCE-AMOUNT.
055200     MOVE "VARB" TO GL-ADJUSTMENT-CODE.
055210     MOVE WS-ORIG-NUM1 TO GL-ORIG-BALANCE-1.
055220     MOVE WS-NUM1-CCY TO GL-BAL-1-CCY.
055230     MOVE WS-ORIG-NUM2 TO GL-ORIG-BALANCE-2.
055240     MOVE WS-NUM2-CCY TO GL-BAL-2-CCY.
055250     MOVE WS-FUNC-CCY TO GL-FUNC-CCY.
055300     WRITE GL-EXTRACT-RECORD.
055400 2800-EXIT.
055500     EXIT.
056210     MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-GOOD.
056220     MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED.
056230     MOVE WS-MATERIAL-COUNT TO CKPT-MATERIAL-COUNT.
056240     MOVE WS-RESUBMIT-COUNT TO CKPT-RESUBMIT-COUNT.
056300     SET CKPT-IN-PROGRESS TO TRUE.
056400     OPEN OUTPUT CKPTFILE.
056500     IF WS-CKPT-STATUS NOT = "00"
059210     MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-GOOD.
059220     MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED.
059230     MOVE WS-MATERIAL-COUNT TO CKPT-MATERIAL-COUNT.
059240     MOVE WS-RESUBMIT-COUNT TO CKPT-RESUBMIT-COUNT.
059300     SET CKPT-COMPLETE TO TRUE.
059400     OPEN OUTPUT CKPTFILE.
059500     IF WS-CKPT-STATUS NOT = "00"
061850     PERFORM 3050-ACCEPT-ACCT-KEY THRU 3050-EXIT.
061900     PERFORM 3100-ACCEPT-VALID-NUM1 THRU 3100-EXIT.
062000     PERFORM 3200-ACCEPT-VALID-NUM2 THRU 3200-EXIT.
062010*    A keyed pair is taken as already in functional currency.
062020     MOVE SPACES TO WS-IN-NUM1-CCY WS-IN-NUM2-CCY WS-IN-FUNC-CCY.
062030     PERFORM 2325-SET-CURRENCIES THRU 2325-EXIT.
062040     MOVE WS-NUM1 TO WS-ORIG-NUM1.
062050     MOVE WS-NUM2 TO WS-ORIG-NUM2.
062100     PERFORM 2400-COMPARE-NUMBERS THRU 2400-EXIT.
062200     IF WS-OUTCOME-EQUAL
062300         DISPLAY "The numbers are equal"
069800     CLOSE AUDITFILE.
069900     CLOSE ERRFILE.
070000     CLOSE GLEXTRACT.
070010     IF WS-FX-FILE-OPEN
070012         CLOSE FXRATES
070014     END-IF.
070020     IF WS-HIST-FILE-OPEN
070040         CLOSE AUDHIST
070060     END-IF.
070100 8000-EXIT.
070200     EXIT.
070300
070400*-----------------------------------------------------------------
070500* GL RESUBMISSIONS
070600* The queue's waiting entries - and any already marked merged
070700* with tonight's business date, which a restart or a backed-out
070800* day's rerun must send again - are tabled, sorted, and written
070900* after the night's material breaks as record type RS.  The
071000* extract carries one resubmission per account: a second entry
071100* for the same entity and account is held queued for the next
071200* night.  Only once the extract and the final checkpoint are
071300* written is each entry sent marked merged, so a failed run
071400* leaves them queued for the rerun.  A missing queue simply
071500* means nothing has been corrected.
071600*-----------------------------------------------------------------
071700 2820-MERGE-RESUBMISSIONS.
071800     OPEN INPUT GLRSUBQ.
071900     IF WS-RSQ-STATUS = "35"
072000         DISPLAY "COMPARE - NO GLRSUBQ - NO RESUBMISSIONS QUEUED"
072100     ELSE
072200         IF WS-RSQ-STATUS NOT = "00"
072300             DISPLAY "*** COMPARE - GLRSUBQ NOT AVAILABLE - "
072400                 WS-RSQ-STATUS " - RESUBMISSIONS HELD"
072500             IF WS-RETURN-CODE < 4
072600                 MOVE 4 TO WS-RETURN-CODE
072700             END-IF
072800         ELSE
072900             MOVE ZERO TO WS-RSB-ORDINAL
073000             PERFORM 2825-READ-QUEUE THRU 2825-EXIT
073100             PERFORM 2830-TABLE-ONE-QUEUED THRU 2830-EXIT
073200                 UNTIL WS-END-OF-QUEUE
073300             CLOSE GLRSUBQ
073400             PERFORM 2840-SORT-RESUBMISSIONS THRU 2840-EXIT
073500             PERFORM 2850-HOLD-DUPLICATES THRU 2850-EXIT
073600             PERFORM 2860-WRITE-RESUBMISSION THRU 2860-EXIT
073700                 VARYING WS-RSB-SUB FROM 1 BY 1
073800                 UNTIL WS-RSB-SUB > WS-RSB-COUNT
073900                    OR WS-RETURN-CODE = 8
074000             IF WS-RSB-OVERFLOW > ZERO
074100                 DISPLAY "*** COMPARE - " WS-RSB-OVERFLOW
074200                     " QUEUED RESUBMISSIONS BEYOND TABLE - "
074300                     "HELD FOR THE NEXT CYCLE"
074400                 IF WS-RETURN-CODE < 4
074500                     MOVE 4 TO WS-RETURN-CODE
074600                 END-IF
074700             END-IF
074800         END-IF
074900     END-IF.
075000 2820-EXIT.
075100     EXIT.
075200
075300 2825-READ-QUEUE.
075400     READ GLRSUBQ
075500         AT END SET WS-END-OF-QUEUE TO TRUE
075600         NOT AT END ADD 1 TO WS-RSB-ORDINAL
075700     END-READ.
075800 2825-EXIT.
075900     EXIT.
076000
076100 2830-TABLE-ONE-QUEUED.
076200     IF RSQ-QUEUED
076300         OR (RSQ-MERGED AND RSQ-MERGED-DATE = WS-CURR-DATE)
076400         IF WS-RSB-COUNT < WS-RSB-MAX
076500             ADD 1 TO WS-RSB-COUNT
076600             MOVE RSQ-KEY TO WS-RSB-MERGE-KEY (WS-RSB-COUNT)
076700             MOVE RSQ-ADJUSTMENT-CODE
076800                 TO WS-RSB-ADJ-CODE (WS-RSB-COUNT)
076900             MOVE RSQ-POSTING-DATE
077000                 TO WS-RSB-POSTING-DATE (WS-RSB-COUNT)
077100             MOVE RSQ-VARIANCE TO WS-RSB-VARIANCE (WS-RSB-COUNT)
077200             MOVE WS-RSB-ORDINAL
077300                 TO WS-RSB-QUEUE-ORDINAL (WS-RSB-COUNT)
077400         ELSE
077500             ADD 1 TO WS-RSB-OVERFLOW
077600         END-IF
077700     END-IF.
077800     PERFORM 2825-READ-QUEUE THRU 2825-EXIT.
077900 2830-EXIT.
078000     EXIT.
078100
078200*    A simple exchange sort - swapping only on strictly greater
078300*    keeps equal keys in queue order, so the earliest correction
078400*    for an account goes first.
078500 2840-SORT-RESUBMISSIONS.
078600     IF WS-RSB-COUNT > 1
078700         PERFORM 2842-SORT-ONE-PASS THRU 2842-EXIT
078800             VARYING WS-RSB-SUB FROM 1 BY 1
078900             UNTIL WS-RSB-SUB >= WS-RSB-COUNT
079000     END-IF.
079100 2840-EXIT.
079200     EXIT.
079300
079400 2842-SORT-ONE-PASS.
079500     PERFORM 2844-COMPARE-AND-SWAP THRU 2844-EXIT
079600         VARYING WS-RSB-SUB2 FROM 1 BY 1
079700         UNTIL WS-RSB-SUB2 >= WS-RSB-COUNT.
079800 2842-EXIT.
079900     EXIT.
080000
080100 2844-COMPARE-AND-SWAP.
080200     IF WS-RSB-MERGE-KEY (WS-RSB-SUB2) >
080300         WS-RSB-MERGE-KEY (WS-RSB-SUB2 + 1)
080400         MOVE WS-RSB-ENTRY (WS-RSB-SUB2) TO WS-RSB-SWAP-ENTRY
080500         MOVE WS-RSB-ENTRY (WS-RSB-SUB2 + 1)
080600             TO WS-RSB-ENTRY (WS-RSB-SUB2)
080700         MOVE WS-RSB-SWAP-ENTRY TO WS-RSB-ENTRY (WS-RSB-SUB2 + 1)
080800     END-IF.
080900 2844-EXIT.
081000     EXIT.
081100
081200 2850-HOLD-DUPLICATES.
081300     MOVE ZERO TO WS-RSB-NEXT.
081400     IF WS-RSB-COUNT > 0
081500         PERFORM 2855-KEEP-FIRST-ENTRY THRU 2855-EXIT
081600             VARYING WS-RSB-SUB FROM 1 BY 1
081700             UNTIL WS-RSB-SUB > WS-RSB-COUNT
081800         MOVE WS-RSB-NEXT TO WS-RSB-COUNT
081900     END-IF.
082000 2850-EXIT.
082100     EXIT.
082200
082300 2855-KEEP-FIRST-ENTRY.
082400     IF WS-RSB-NEXT > 0
082500         AND WS-RSB-MERGE-KEY (WS-RSB-SUB) =
082600             WS-RSB-MERGE-KEY (WS-RSB-NEXT)
082700         ADD 1 TO WS-RSB-HELD
082800         DISPLAY "COMPARE - RESUBMISSION HELD FOR THE NEXT "
082900             "CYCLE: " WS-RSB-ENTITY (WS-RSB-SUB) "/"
083000             WS-RSB-ACCT-KEY (WS-RSB-SUB)
083100     ELSE
083200         ADD 1 TO WS-RSB-NEXT
083300         MOVE WS-RSB-ENTRY (WS-RSB-SUB)
083400             TO WS-RSB-ENTRY (WS-RSB-NEXT)
083500     END-IF.
083600 2855-EXIT.
083700     EXIT.
083800
083900*    Entries a restarted run already wrote (the checkpoint's
084000*    count) are passed over; each one written is checkpointed.
084100 2860-WRITE-RESUBMISSION.
084200     IF WS-RSB-SUB > WS-RESUBMITS-TO-SKIP
084300         INITIALIZE GL-EXTRACT-RECORD WITH FILLER
084400         SET GL-RESUBMISSION TO TRUE
084500         MOVE WS-CURR-DATE TO GL-RUN-DATE
084600         MOVE WS-RSB-POSTING-DATE (WS-RSB-SUB)
084700             TO GL-POSTING-DATE
084800         MOVE WS-RSB-ACCT-KEY (WS-RSB-SUB) TO GL-ACCOUNT-KEY
084900         MOVE WS-RSB-ENTITY (WS-RSB-SUB) TO GL-ENTITY
085000         MOVE WS-RSB-VARIANCE (WS-RSB-SUB) TO GL-VARIANCE-AMOUNT
085100         MOVE WS-RSB-ADJ-CODE (WS-RSB-SUB) TO GL-ADJUSTMENT-CODE
085200         WRITE GL-EXTRACT-RECORD
085300         IF WS-GLEXT-STATUS NOT = "00"
085400             DISPLAY "*** COMPARE - GLEXTRACT WRITE FAILED - "
085500                 WS-GLEXT-STATUS
085600             MOVE 8 TO WS-RETURN-CODE
085700         ELSE
085800             ADD 1 TO WS-RESUBMIT-COUNT
085900             PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
086000         END-IF
086100     END-IF.
086200 2860-EXIT.
086300     EXIT.
086400
086500 2870-FLAG-MERGED.
086600     MOVE "N" TO WS-RSQ-EOF-SWITCH.
086700     MOVE ZERO TO WS-RSB-ORDINAL.
086800     OPEN I-O GLRSUBQ.
086900     IF WS-RSQ-STATUS NOT = "00"
087000         DISPLAY "*** COMPARE - GLRSUBQ NOT UPDATABLE - "
087100             WS-RSQ-STATUS " - RESUBMISSIONS NOT MARKED MERGED"
087200         MOVE 8 TO WS-RETURN-CODE
087300     ELSE
087400         PERFORM 2825-READ-QUEUE THRU 2825-EXIT
087500         PERFORM 2875-FLAG-ONE-ENTRY THRU 2875-EXIT
087600             UNTIL WS-END-OF-QUEUE OR WS-RETURN-CODE = 8
087700         CLOSE GLRSUBQ
087800     END-IF.
087900 2870-EXIT.
088000     EXIT.
088100
088200 2875-FLAG-ONE-ENTRY.
088300     MOVE ZERO TO WS-RSB-HIT.
088400     PERFORM 2880-TEST-ORDINAL THRU 2880-EXIT
088500         VARYING WS-RSB-SUB FROM 1 BY 1
088600         UNTIL WS-RSB-SUB > WS-RSB-COUNT
088700            OR WS-RSB-HIT > ZERO.
088800     IF WS-RSB-HIT > ZERO AND RSQ-QUEUED
088900         SET RSQ-MERGED TO TRUE
089000         MOVE WS-CURR-DATE TO RSQ-MERGED-DATE
089100         REWRITE RSQ-RECORD
089200         IF WS-RSQ-STATUS NOT = "00"
089300             DISPLAY "*** COMPARE - GLRSUBQ REWRITE FAILED - "
089400                 WS-RSQ-STATUS
089500             MOVE 8 TO WS-RETURN-CODE
089600         END-IF
089700     END-IF.
089800     PERFORM 2825-READ-QUEUE THRU 2825-EXIT.
089900 2875-EXIT.
090000     EXIT.
090100
090200 2880-TEST-ORDINAL.
090300     IF WS-RSB-QUEUE-ORDINAL (WS-RSB-SUB) = WS-RSB-ORDINAL
090400         MOVE WS-RSB-SUB TO WS-RSB-HIT
090500     END-IF.
090600 2880-EXIT.
090700     EXIT.
