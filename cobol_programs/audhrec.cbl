000100*****************************************************************
000200* AUDHREC.CBL
000300*
000400* Keyed audit history reconciliation (AUDHREC job) - proves the
000500* keyed audit history store (AUDHIST) against the records it
000600* stands for: every archive generation (AUDARCH, the base GDG
000700* name reads them all) and the live sequential trail
000800* (AUDITFILE).  Each archived and live record's store key is
000900* worked out the way compare.cbl and audarch.cbl key it (see
001000* AUDHIST.CPY) and read directly; the entry must be there, carry
001100* the record's image as it stands now (back-out reversal marks
001200* included) and be flagged archived or live to match where the
001300* record was found.  The whole store is then counted - it must
001400* hold exactly as many entries, live and archived, as the trail
001500* and the archive hold records, so an entry standing for nothing
001600* is caught as well.  Every difference is listed on HRECRPT with
001700* its key.
001800*
001900* Run with PARM='LOAD' the same walk also brings the store in
002000* step - an entry missing is added, an image or archive flag that
002100* differs is corrected - and the count proof follows.  That is
002200* the initial load of the store from the trail and the archive,
002300* and the repair after a housekeeping run could not keep it in
002320* step; without the PARM nothing is updated but the control entry.
002340*
002360* Every run that reaches the proof sets the store's control entry
002380* (see AUDHIST.CPY): proven when every record had its entry as it
002400* stands and the counts agree, not proven otherwise - so a load
002420* run that had anything to put right leaves the store not proven
002440* until the proving run after it.  trndrpt.cbl and audinq.cbl read
002460* the store only while the control entry shows it proven, and walk
002480* the trail and the archive instead until it does.
002500*
002600*     RC 0  - store proven to the trail and the archive
002700*     RC 4  - (LOAD) entries added or corrected, and the store
002800*             now proves
002900*     RC 8  - differences found (without LOAD), the store does
002966*             not prove after a LOAD, the control entry could not
003032*             be written, or a file problem
003100*
003200* INSTALLATION.  FINANCIAL CONTROL - RECONCILIATION UNIT
003300* AUTHOR.        D. OKAFOR
003400* DATE-WRITTEN.  10/15/2026
003500*
003600* MODIFICATION HISTORY
003700*   10/15/2026  DRO  Original keyed audit history reconciliation.
003725*   10/15/2026  DRO  Sets the store's control entry at the end of
003750*                    every proof, proven or not, for the reporting
003775*                    programs to check before they read the store.
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. audhrec.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUDITFILE ASSIGN TO "AUDITFILE"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.
004800
004900     SELECT AUDARCH ASSIGN TO "AUDARCH"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCH-STATUS.
005200
005300     SELECT AUDHIST ASSIGN TO "AUDHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS AUH-KEY
005700         ALTERNATE RECORD KEY IS AUH-DATE-KEY
005800         FILE STATUS IS WS-AUDHIST-STATUS.
005900
006000     SELECT HRECRPT ASSIGN TO "HRECRPT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-HRECRPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AUDITFILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY AUDITREC.
006900
007000 FD  AUDARCH
007100     LABEL RECORDS ARE STANDARD.
007200 01  AUDARCH-RECORD              PIC X(122).
007300
007400 FD  AUDHIST
007500     LABEL RECORDS ARE STANDARD.
007600 COPY AUDHIST.
007700
007800 FD  HRECRPT
007900     LABEL RECORDS ARE STANDARD.
008000 01  HRECRPT-LINE                PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-PROGRAM-CONSTANTS.
008400     05  WS-EXCEPTION-MAX            PIC 9(05) COMP VALUE 500.
008500
008600 01  WS-RETURN-CODE-FIELDS.
008700     05  WS-RETURN-CODE              PIC 9(04) COMP VALUE ZERO.
008800
008900 01  WS-FILE-STATUS-FIELDS.
009000     05  WS-AUDIT-STATUS             PIC X(02).
009100     05  WS-ARCH-STATUS              PIC X(02).
009200     05  WS-AUDHIST-STATUS           PIC X(02).
009300     05  WS-HRECRPT-STATUS           PIC X(02).
009400
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009700         88  WS-END-OF-AUDIT             VALUE "Y".
009800     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE "N".
009900         88  WS-END-OF-ARCHIVE           VALUE "Y".
010000     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
010100         88  WS-END-OF-HISTORY           VALUE "Y".
010200     05  WS-RUN-MODE-SWITCH          PIC X(01) VALUE "P".
010300         88  WS-PROVE-ONLY               VALUE "P".
010400         88  WS-LOAD-RUN                 VALUE "L".
010500     05  WS-ARCHIVE-READ-SWITCH      PIC X(01) VALUE "N".
010600         88  WS-ARCHIVE-WAS-READ         VALUE "Y".
010700     05  WS-EXPECTED-LOCATION        PIC X(01) VALUE SPACES.
010800         88  WS-EXPECT-ARCHIVE           VALUE "A".
010900         88  WS-EXPECT-LIVE              VALUE "L".
011000     05  WS-ENTRY-CHANGE-SWITCH      PIC X(01) VALUE "N".
011100         88  WS-ENTRY-CHANGED            VALUE "Y".
011120     05  WS-PROOF-SWITCH             PIC X(01) VALUE "N".
011140         88  WS-STORE-PROVEN             VALUE "Y".
011160     05  WS-CONTROL-SWITCH           PIC X(01) VALUE "N".
011180         88  WS-CONTROL-FOUND            VALUE "Y".
011182     05  WS-AUDIT-FILE-SWITCH        PIC X(01) VALUE "N".
011184         88  WS-AUDIT-FILE-OPEN          VALUE "Y".
011186     05  WS-HIST-FILE-SWITCH         PIC X(01) VALUE "N".
011188         88  WS-HIST-FILE-OPEN           VALUE "Y".
011190     05  WS-HRECRPT-FILE-SWITCH      PIC X(01) VALUE "N".
011192         88  WS-HRECRPT-FILE-OPEN        VALUE "Y".
011200
011300 01  WS-DATE-TIME-FIELDS.
011400     05  WS-CURR-DATE                PIC 9(08).
011500     05  WS-CURR-TIME                PIC 9(08).
011600
011700 01  WS-COMMAND-LINE-FIELDS.
011800     05  WS-COMMAND-LINE             PIC X(80).
011900     05  WS-PARM-MODE                PIC X(08).
012000
012100*    The store key of the record in hand - its class and its
012200*    place among the consecutive records of that class with the
012300*    same date and time (see AUDHIST.CPY).
012400 01  WS-HIST-KEY-FIELDS.
012500     05  WS-HIST-CLASS               PIC X(01) VALUE SPACES.
012600     05  WS-HIST-SEQ                 PIC 9(07) COMP VALUE ZERO.
012700     05  WS-HIST-PREV-DATE           PIC 9(08) VALUE ZERO.
012800     05  WS-HIST-PREV-TIME           PIC 9(08) VALUE ZERO.
012900     05  WS-HIST-PREV-CLASS          PIC X(01) VALUE SPACES.
013000
013100 01  WS-COUNTERS.
013200     05  WS-ARCHIVE-READ             PIC 9(09) COMP VALUE ZERO.
013300     05  WS-TRAIL-READ               PIC 9(09) COMP VALUE ZERO.
013400     05  WS-RECORDS-MATCHED          PIC 9(09) COMP VALUE ZERO.
013500     05  WS-MISSING-COUNT            PIC 9(09) COMP VALUE ZERO.
013600     05  WS-IMAGE-DIFF-COUNT         PIC 9(09) COMP VALUE ZERO.
013700     05  WS-LOCATION-DIFF-COUNT      PIC 9(09) COMP VALUE ZERO.
013800     05  WS-ADDED-COUNT              PIC 9(09) COMP VALUE ZERO.
013900     05  WS-CORRECTED-COUNT          PIC 9(09) COMP VALUE ZERO.
014000     05  WS-STORE-LIVE               PIC 9(09) COMP VALUE ZERO.
014100     05  WS-STORE-ARCHIVED           PIC 9(09) COMP VALUE ZERO.
014200     05  WS-STORE-TOTAL              PIC 9(09) COMP VALUE ZERO.
014300     05  WS-SOURCE-TOTAL             PIC 9(09) COMP VALUE ZERO.
014400     05  WS-STORE-ONLY               PIC 9(09) COMP VALUE ZERO.
014500     05  WS-EXCEPTIONS-LISTED        PIC 9(05) COMP VALUE ZERO.
014600     05  WS-EXCEPTIONS-UNLISTED      PIC 9(09) COMP VALUE ZERO.
014700
014800 01  WS-EXCEPTION-LINE.
014900     05  WS-EXL-TYPE                 PIC X(16).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  WS-EXL-SOURCE               PIC X(07).
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  WS-EXL-ENTITY               PIC X(03).
015400     05  FILLER                      PIC X(02) VALUE SPACES.
015500     05  WS-EXL-ACCT-KEY             PIC X(10).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  WS-EXL-DATE                 PIC 9(08).
015800     05  FILLER                      PIC X(01) VALUE SPACES.
015900     05  WS-EXL-TIME                 PIC 9(08).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  WS-EXL-CLASS                PIC X(01).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  WS-EXL-SEQ                  PIC 9(07).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  WS-EXL-ACTION               PIC X(10).
016600     05  FILLER                      PIC X(48) VALUE SPACES.
016700
016800 01  WS-COUNT-LINE.
016900     05  WS-CTL-LABEL                PIC X(40).
017000     05  WS-CTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
017100     05  FILLER                      PIC X(81) VALUE SPACES.
017200
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     IF WS-RETURN-CODE < 8
017700         PERFORM 2000-PROVE-ARCHIVE THRU 2000-EXIT
017800     END-IF.
017900     IF WS-RETURN-CODE < 8
018000         PERFORM 3000-PROVE-TRAIL THRU 3000-EXIT
018100     END-IF.
018200     IF WS-RETURN-CODE < 8
018300         PERFORM 5000-COUNT-STORE THRU 5000-EXIT
018400     END-IF.
018500     IF WS-RETURN-CODE < 8
018600         PERFORM 6000-PRINT-PROOF THRU 6000-EXIT
018700     END-IF.
018800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018900     MOVE WS-RETURN-CODE TO RETURN-CODE.
019000     STOP RUN.
019100
019200*-----------------------------------------------------------------
019300* INITIALIZATION
019400*-----------------------------------------------------------------
019500 1000-INITIALIZE.
019600     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
019700     ACCEPT WS-CURR-TIME FROM TIME.
019800     PERFORM 1050-READ-PARM THRU 1050-EXIT.
019900     IF WS-RETURN-CODE < 8
020000         PERFORM 1100-OPEN-FILES THRU 1100-EXIT
020100     END-IF.
020200     IF WS-RETURN-CODE < 8
020300         PERFORM 1200-PRINT-HEADINGS THRU 1200-EXIT
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800 1050-READ-PARM.
020900     MOVE SPACES TO WS-COMMAND-LINE.
021000     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
021100     MOVE WS-COMMAND-LINE (1:8) TO WS-PARM-MODE.
021200     IF WS-PARM-MODE = "LOAD"
021300         SET WS-LOAD-RUN TO TRUE
021400         DISPLAY "AUDHREC - LOAD RUN - THE STORE WILL BE BROUGHT "
021500             "IN STEP"
021600     ELSE
021700         IF WS-PARM-MODE NOT = SPACES
021800             DISPLAY "*** AUDHREC - PARM MUST BE LOAD OR NONE - "
021900                 "RUN REFUSED"
022000             MOVE 8 TO WS-RETURN-CODE
022100         END-IF
022200     END-IF.
022300 1050-EXIT.
022400     EXIT.
022500
022575*    A proving run updates nothing on the store but its control
022650*    entry; a load run updates it, and builds it if it has never
022725*    been loaded.
022800 1100-OPEN-FILES.
022900     OPEN INPUT AUDITFILE.
023000     IF WS-AUDIT-STATUS NOT = "00"
023100         DISPLAY "*** AUDHREC - AUDITFILE NOT AVAILABLE - "
023200             WS-AUDIT-STATUS
023300         MOVE 8 TO WS-RETURN-CODE
023333     ELSE
023366         SET WS-AUDIT-FILE-OPEN TO TRUE
023400     END-IF.
023500     IF WS-LOAD-RUN
023600         OPEN I-O AUDHIST
023700         IF WS-AUDHIST-STATUS = "35"
023800             OPEN OUTPUT AUDHIST
023900             IF WS-AUDHIST-STATUS = "00"
024000                 CLOSE AUDHIST
024100                 OPEN I-O AUDHIST
024200             END-IF
024300         END-IF
024400     ELSE
024500         OPEN I-O AUDHIST
024600     END-IF.
024700     IF WS-AUDHIST-STATUS NOT = "00"
024800         DISPLAY "*** AUDHREC - AUDHIST NOT AVAILABLE - "
024900             WS-AUDHIST-STATUS
025000         MOVE 8 TO WS-RETURN-CODE
025033     ELSE
025066         SET WS-HIST-FILE-OPEN TO TRUE
025100     END-IF.
025200     OPEN OUTPUT HRECRPT.
025300     IF WS-HRECRPT-STATUS NOT = "00"
025400         DISPLAY "*** AUDHREC - HRECRPT NOT WRITABLE - "
025500             WS-HRECRPT-STATUS
025600         MOVE 8 TO WS-RETURN-CODE
025633     ELSE
025666         SET WS-HRECRPT-FILE-OPEN TO TRUE
025700     END-IF.
025800 1100-EXIT.
025900     EXIT.
026000
026100 1200-PRINT-HEADINGS.
026200     MOVE SPACES TO HRECRPT-LINE.
026300     STRING "KEYED AUDIT HISTORY RECONCILIATION - RUN "
026400         WS-CURR-DATE DELIMITED BY SIZE INTO HRECRPT-LINE.
026500     WRITE HRECRPT-LINE.
026600     IF WS-LOAD-RUN
026700         MOVE SPACES TO HRECRPT-LINE
026800         STRING "LOAD RUN - MISSING ENTRIES ADDED, DIFFERENCES "
026900             "CORRECTED" DELIMITED BY SIZE INTO HRECRPT-LINE
027000     ELSE
027066         MOVE "PROVING RUN - ONLY THE CONTROL ENTRY UPDATED"
027132             TO HRECRPT-LINE
027200     END-IF.
027300     WRITE HRECRPT-LINE.
027400     MOVE SPACES TO HRECRPT-LINE.
027500     WRITE HRECRPT-LINE.
027600     MOVE SPACES TO HRECRPT-LINE.
027700     STRING "DIFFERENCE        SOURCE   ENT  ACCOUNT     DATE    "
027800         " TIME      C SEQ      ACTION"
027900         DELIMITED BY SIZE INTO HRECRPT-LINE.
028000     WRITE HRECRPT-LINE.
028100     MOVE SPACES TO HRECRPT-LINE.
028200     WRITE HRECRPT-LINE.
028300 1200-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* THE ARCHIVE - every rolled-out generation; each record's store
028800* entry must be flagged archived.  A missing AUDARCH DD means no
028900* archive has been rolled yet.
029000*-----------------------------------------------------------------
029100 2000-PROVE-ARCHIVE.
029200     OPEN INPUT AUDARCH.
029300     IF WS-ARCH-STATUS = "00"
029400         SET WS-ARCHIVE-WAS-READ TO TRUE
029500         SET WS-EXPECT-ARCHIVE TO TRUE
029600         MOVE ZERO TO WS-HIST-PREV-DATE
029700         MOVE ZERO TO WS-HIST-PREV-TIME
029800         MOVE SPACES TO WS-HIST-PREV-CLASS
029900         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
030000         PERFORM 2200-PROVE-ARCHIVE-RECORD THRU 2200-EXIT
030100             UNTIL WS-END-OF-ARCHIVE OR WS-RETURN-CODE = 8
030200         CLOSE AUDARCH
030300     ELSE
030400         DISPLAY "AUDHREC - AUDARCH NOT AVAILABLE - "
030500             WS-ARCH-STATUS " - NO ARCHIVE PROVEN"
030600     END-IF.
030700 2000-EXIT.
030800     EXIT.
030900
031000 2100-READ-ARCHIVE.
031100     READ AUDARCH INTO AUD-RECORD
031200         AT END SET WS-END-OF-ARCHIVE TO TRUE
031300         NOT AT END ADD 1 TO WS-ARCHIVE-READ
031400     END-READ.
031500 2100-EXIT.
031600     EXIT.
031700
031800 2200-PROVE-ARCHIVE-RECORD.
031900     PERFORM 4000-PROVE-ONE-RECORD THRU 4000-EXIT.
032000     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
032100 2200-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* THE LIVE TRAIL - each record's store entry must be flagged live
032600*-----------------------------------------------------------------
032700 3000-PROVE-TRAIL.
032800     SET WS-EXPECT-LIVE TO TRUE.
032900     MOVE ZERO TO WS-HIST-PREV-DATE.
033000     MOVE ZERO TO WS-HIST-PREV-TIME.
033100     MOVE SPACES TO WS-HIST-PREV-CLASS.
033200     PERFORM 3100-READ-TRAIL THRU 3100-EXIT.
033300     PERFORM 3200-PROVE-TRAIL-RECORD THRU 3200-EXIT
033400         UNTIL WS-END-OF-AUDIT OR WS-RETURN-CODE = 8.
033500 3000-EXIT.
033600     EXIT.
033700
033800 3100-READ-TRAIL.
033900     READ AUDITFILE
034000         AT END SET WS-END-OF-AUDIT TO TRUE
034100         NOT AT END ADD 1 TO WS-TRAIL-READ
034200     END-READ.
034300 3100-EXIT.
034400     EXIT.
034500
034600 3200-PROVE-TRAIL-RECORD.
034700     PERFORM 4000-PROVE-ONE-RECORD THRU 4000-EXIT.
034800     PERFORM 3100-READ-TRAIL THRU 3100-EXIT.
034900 3200-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------------
035300* ONE RECORD - read its store entry by key and hold the entry up
035400* against the record and where it was found
035500*-----------------------------------------------------------------
035600 4000-PROVE-ONE-RECORD.
035700     PERFORM 4100-BUILD-HISTORY-KEY THRU 4100-EXIT.
035800     READ AUDHIST
035900         INVALID KEY
036000             PERFORM 4200-ENTRY-MISSING THRU 4200-EXIT
036100         NOT INVALID KEY
036200             PERFORM 4300-PROVE-ENTRY THRU 4300-EXIT
036300     END-READ.
036400     IF WS-AUDHIST-STATUS NOT = "00"
036500         AND WS-AUDHIST-STATUS NOT = "23"
036600         AND WS-RETURN-CODE < 8
036700         DISPLAY "*** AUDHREC - AUDHIST READ FAILED - "
036800             WS-AUDHIST-STATUS
036900         MOVE 8 TO WS-RETURN-CODE
037000     END-IF.
037100 4000-EXIT.
037200     EXIT.
037300
037400 4100-BUILD-HISTORY-KEY.
037500     IF AUD-HEADER-RECORD OR AUD-REVERSED-HEADER
037600         MOVE "H" TO WS-HIST-CLASS
037700     ELSE
037800         MOVE "D" TO WS-HIST-CLASS
037900     END-IF.
038000     IF AUD-DATE = WS-HIST-PREV-DATE
038100         AND AUD-TIME = WS-HIST-PREV-TIME
038200         AND WS-HIST-CLASS = WS-HIST-PREV-CLASS
038300         ADD 1 TO WS-HIST-SEQ
038400     ELSE
038500         MOVE 1 TO WS-HIST-SEQ
038600     END-IF.
038700     MOVE AUD-DATE TO WS-HIST-PREV-DATE.
038800     MOVE AUD-TIME TO WS-HIST-PREV-TIME.
038900     MOVE WS-HIST-CLASS TO WS-HIST-PREV-CLASS.
039000     PERFORM 4150-MOVE-HISTORY-KEY THRU 4150-EXIT.
039100 4100-EXIT.
039200     EXIT.
039300
039400*    Also rebuilt ahead of adding an entry, so nothing is taken
039500*    from the record area of a read that found no entry.
039600 4150-MOVE-HISTORY-KEY.
039700     INITIALIZE AUH-RECORD WITH FILLER.
039800     IF WS-HIST-CLASS = "D"
039900         MOVE AUD-ENTITY TO AUH-ENTITY
040000         MOVE AUD-ACCT-KEY TO AUH-ACCT-KEY
040100     END-IF.
040200     MOVE AUD-DATE TO AUH-BUS-DATE.
040300     MOVE AUD-TIME TO AUH-TIME.
040400     MOVE WS-HIST-CLASS TO AUH-CLASS.
040500     MOVE WS-HIST-SEQ TO AUH-SEQ.
040600 4150-EXIT.
040700     EXIT.
040800
040900 4200-ENTRY-MISSING.
041000     PERFORM 4150-MOVE-HISTORY-KEY THRU 4150-EXIT.
041100     ADD 1 TO WS-MISSING-COUNT.
041200     MOVE "MISSING" TO WS-EXL-TYPE.
041300     IF WS-LOAD-RUN
041400         PERFORM 4400-ADD-ENTRY THRU 4400-EXIT
041500     ELSE
041600         MOVE SPACES TO WS-EXL-ACTION
041700     END-IF.
041800     PERFORM 4900-LIST-EXCEPTION THRU 4900-EXIT.
041900 4200-EXIT.
042000     EXIT.
042100
042200 4300-PROVE-ENTRY.
042300     MOVE "N" TO WS-ENTRY-CHANGE-SWITCH.
042400     IF AUH-AUDIT-IMAGE NOT = AUD-RECORD
042500         ADD 1 TO WS-IMAGE-DIFF-COUNT
042600         MOVE "IMAGE DIFFERS" TO WS-EXL-TYPE
042700         MOVE SPACES TO WS-EXL-ACTION
042800         PERFORM 4900-LIST-EXCEPTION THRU 4900-EXIT
042900         MOVE AUD-RECORD TO AUH-AUDIT-IMAGE
043000         SET WS-ENTRY-CHANGED TO TRUE
043100     END-IF.
043200     IF AUH-LOCATION NOT = WS-EXPECTED-LOCATION
043300         ADD 1 TO WS-LOCATION-DIFF-COUNT
043400         IF WS-EXPECT-ARCHIVE
043500             MOVE "NOT FLAGGED ARCH" TO WS-EXL-TYPE
043600             MOVE WS-CURR-DATE TO AUH-ARCHIVED-DATE
043700         ELSE
043800             MOVE "FLAGGED ARCHIVED" TO WS-EXL-TYPE
043900             MOVE ZERO TO AUH-ARCHIVED-DATE
044000         END-IF
044100         MOVE SPACES TO WS-EXL-ACTION
044200         PERFORM 4900-LIST-EXCEPTION THRU 4900-EXIT
044300         MOVE WS-EXPECTED-LOCATION TO AUH-LOCATION
044400         SET WS-ENTRY-CHANGED TO TRUE
044500     END-IF.
044600     IF WS-ENTRY-CHANGED
044700         IF WS-LOAD-RUN
044800             PERFORM 4500-CORRECT-ENTRY THRU 4500-EXIT
044900         END-IF
045000     ELSE
045100         ADD 1 TO WS-RECORDS-MATCHED
045200     END-IF.
045300 4300-EXIT.
045400     EXIT.
045500
045600*    An entry added by the load stands for the record where it
045700*    was found; an archived one takes the load's date as the date
045800*    it went, the true date being no longer known.
045900 4400-ADD-ENTRY.
046000     MOVE AUH-BUS-DATE TO AUH-DK-BUS-DATE.
046100     MOVE AUH-TIME TO AUH-DK-TIME.
046200     MOVE AUH-CLASS TO AUH-DK-CLASS.
046300     MOVE AUH-SEQ TO AUH-DK-SEQ.
046400     MOVE WS-EXPECTED-LOCATION TO AUH-LOCATION.
046500     IF WS-EXPECT-ARCHIVE
046600         MOVE WS-CURR-DATE TO AUH-ARCHIVED-DATE
046700     ELSE
046800         MOVE ZERO TO AUH-ARCHIVED-DATE
046900     END-IF.
047000     MOVE AUD-RECORD TO AUH-AUDIT-IMAGE.
047100     WRITE AUH-RECORD.
047200     IF WS-AUDHIST-STATUS = "00"
047300         ADD 1 TO WS-ADDED-COUNT
047400         MOVE "ADDED" TO WS-EXL-ACTION
047500     ELSE
047600         DISPLAY "*** AUDHREC - AUDHIST WRITE FAILED - "
047700             WS-AUDHIST-STATUS
047800         MOVE 8 TO WS-RETURN-CODE
047900         MOVE "NOT ADDED" TO WS-EXL-ACTION
048000     END-IF.
048100 4400-EXIT.
048200     EXIT.
048300
048400 4500-CORRECT-ENTRY.
048500     REWRITE AUH-RECORD.
048600     IF WS-AUDHIST-STATUS = "00"
048700         ADD 1 TO WS-CORRECTED-COUNT
048800     ELSE
048900         DISPLAY "*** AUDHREC - AUDHIST REWRITE FAILED - "
049000             WS-AUDHIST-STATUS
049100         MOVE 8 TO WS-RETURN-CODE
049200     END-IF.
049300 4500-EXIT.
049400     EXIT.
049500
049600*    The difference listing stops at the table limit - a store
049700*    never loaded would otherwise list the whole trail.
049800 4900-LIST-EXCEPTION.
049900     IF WS-EXCEPTIONS-LISTED < WS-EXCEPTION-MAX
050000         ADD 1 TO WS-EXCEPTIONS-LISTED
050100         IF WS-EXPECT-ARCHIVE
050200             MOVE "ARCHIVE" TO WS-EXL-SOURCE
050300         ELSE
050400             MOVE "TRAIL" TO WS-EXL-SOURCE
050500         END-IF
050600         MOVE AUH-ENTITY TO WS-EXL-ENTITY
050700         MOVE AUH-ACCT-KEY TO WS-EXL-ACCT-KEY
050800         MOVE AUH-BUS-DATE TO WS-EXL-DATE
050900         MOVE AUH-TIME TO WS-EXL-TIME
051000         MOVE AUH-CLASS TO WS-EXL-CLASS
051100         MOVE AUH-SEQ TO WS-EXL-SEQ
051200         MOVE WS-EXCEPTION-LINE TO HRECRPT-LINE
051300         WRITE HRECRPT-LINE
051400     ELSE
051500         ADD 1 TO WS-EXCEPTIONS-UNLISTED
051600     END-IF.
051700 4900-EXIT.
051800     EXIT.
051900
052000*-----------------------------------------------------------------
052100* THE STORE - counted front to back, live and archived, so an
052166* entry that stands for no record is caught as well.  The control
052232* entry stands for no record and is not counted.
052300*-----------------------------------------------------------------
052400 5000-COUNT-STORE.
052500     MOVE LOW-VALUES TO AUH-KEY.
052600     START AUDHIST KEY IS NOT LESS THAN AUH-KEY
052700         INVALID KEY SET WS-END-OF-HISTORY TO TRUE
052800     END-START.
052900     PERFORM 5100-READ-NEXT-ENTRY THRU 5100-EXIT.
053000     PERFORM 5200-COUNT-ONE-ENTRY THRU 5200-EXIT
053100         UNTIL WS-END-OF-HISTORY.
053200 5000-EXIT.
053300     EXIT.
053400
053500 5100-READ-NEXT-ENTRY.
053600     IF NOT WS-END-OF-HISTORY
053700         READ AUDHIST NEXT
053800             AT END SET WS-END-OF-HISTORY TO TRUE
053900         END-READ
054000     END-IF.
054100 5100-EXIT.
054200     EXIT.
054300
054400 5200-COUNT-ONE-ENTRY.
054471     IF NOT AUH-CONTROL-CLASS
054542         IF AUH-IN-ARCHIVE
054613             ADD 1 TO WS-STORE-ARCHIVED
054684         ELSE
054755             ADD 1 TO WS-STORE-LIVE
054826         END-IF
054900     END-IF.
055000     PERFORM 5100-READ-NEXT-ENTRY THRU 5100-EXIT.
055100 5200-EXIT.
055200     EXIT.
055300
055400*-----------------------------------------------------------------
055500* THE PROOF
055600*-----------------------------------------------------------------
055700 6000-PRINT-PROOF.
055800     COMPUTE WS-STORE-TOTAL = WS-STORE-LIVE + WS-STORE-ARCHIVED.
055900     COMPUTE WS-SOURCE-TOTAL = WS-ARCHIVE-READ + WS-TRAIL-READ.
056000     IF WS-STORE-TOTAL > WS-SOURCE-TOTAL
056100         COMPUTE WS-STORE-ONLY = WS-STORE-TOTAL - WS-SOURCE-TOTAL
056200     END-IF.
056300     IF WS-EXCEPTIONS-UNLISTED > ZERO
056400         MOVE "*** FURTHER DIFFERENCES NOT LISTED"
056450             TO WS-CTL-LABEL
056500         MOVE WS-EXCEPTIONS-UNLISTED TO WS-CTL-COUNT
056600         PERFORM 6900-WRITE-COUNT THRU 6900-EXIT
056700     END-IF.
056800     MOVE SPACES TO HRECRPT-LINE.
056900     WRITE HRECRPT-LINE.
057000     IF NOT WS-ARCHIVE-WAS-READ
057100         MOVE "NO ARCHIVE GENERATIONS READ" TO HRECRPT-LINE
057200         WRITE HRECRPT-LINE
057300     END-IF.
057400     MOVE "ARCHIVE RECORDS READ" TO WS-CTL-LABEL.
057500     MOVE WS-ARCHIVE-READ TO WS-CTL-COUNT.
057600     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
057700     MOVE "LIVE TRAIL RECORDS READ" TO WS-CTL-LABEL.
057800     MOVE WS-TRAIL-READ TO WS-CTL-COUNT.
057900     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
058000     MOVE "  ENTRIES MATCHED" TO WS-CTL-LABEL.
058100     MOVE WS-RECORDS-MATCHED TO WS-CTL-COUNT.
058200     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
058300     MOVE "  ENTRIES MISSING FROM THE STORE" TO WS-CTL-LABEL.
058400     MOVE WS-MISSING-COUNT TO WS-CTL-COUNT.
058500     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
058600     MOVE "  IMAGE DIFFERS FROM THE RECORD" TO WS-CTL-LABEL.
058700     MOVE WS-IMAGE-DIFF-COUNT TO WS-CTL-COUNT.
058800     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
058900     MOVE "  ARCHIVE FLAG DIFFERS" TO WS-CTL-LABEL.
059000     MOVE WS-LOCATION-DIFF-COUNT TO WS-CTL-COUNT.
059100     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
059200     IF WS-LOAD-RUN
059300         MOVE "  ENTRIES ADDED" TO WS-CTL-LABEL
059400         MOVE WS-ADDED-COUNT TO WS-CTL-COUNT
059500         PERFORM 6900-WRITE-COUNT THRU 6900-EXIT
059600         MOVE "  ENTRIES CORRECTED" TO WS-CTL-LABEL
059700         MOVE WS-CORRECTED-COUNT TO WS-CTL-COUNT
059800         PERFORM 6900-WRITE-COUNT THRU 6900-EXIT
059900     END-IF.
060000     MOVE SPACES TO HRECRPT-LINE.
060100     WRITE HRECRPT-LINE.
060200     MOVE "STORE ENTRIES FLAGGED LIVE" TO WS-CTL-LABEL.
060300     MOVE WS-STORE-LIVE TO WS-CTL-COUNT.
060400     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
060500     MOVE "STORE ENTRIES FLAGGED ARCHIVED" TO WS-CTL-LABEL.
060600     MOVE WS-STORE-ARCHIVED TO WS-CTL-COUNT.
060700     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
060800     MOVE "STORE ENTRIES ON NEITHER" TO WS-CTL-LABEL.
060900     MOVE WS-STORE-ONLY TO WS-CTL-COUNT.
061000     PERFORM 6900-WRITE-COUNT THRU 6900-EXIT.
061100     MOVE SPACES TO HRECRPT-LINE.
061200     WRITE HRECRPT-LINE.
061300     PERFORM 6100-DECIDE-PROOF THRU 6100-EXIT.
061350     PERFORM 6200-SET-CONTROL-ENTRY THRU 6200-EXIT.
061400 6000-EXIT.
061500     EXIT.
061600
061700*    The store proves when every record has its entry as it
061800*    stands and the store holds nothing more - after a load the
061900*    differences found have been put right, so only the counts
062000*    are left to prove.
062100 6100-DECIDE-PROOF.
062200     IF WS-STORE-TOTAL NOT = WS-SOURCE-TOTAL
062300         OR WS-STORE-LIVE NOT = WS-TRAIL-READ
062400         OR WS-STORE-ARCHIVED NOT = WS-ARCHIVE-READ
062500         MOVE SPACES TO HRECRPT-LINE
062600         STRING "*** STORE DOES NOT PROVE - ENTRY COUNTS DO NOT "
062700             "AGREE WITH THE TRAIL AND THE ARCHIVE"
062800             DELIMITED BY SIZE INTO HRECRPT-LINE
062900         MOVE 8 TO WS-RETURN-CODE
063000     ELSE
063100         IF WS-RECORDS-MATCHED = WS-SOURCE-TOTAL
063200             MOVE "STORE PROVEN TO THE TRAIL AND THE ARCHIVE"
063300                 TO HRECRPT-LINE
063350             SET WS-STORE-PROVEN TO TRUE
063400         ELSE
063500             IF WS-LOAD-RUN
063600                 MOVE "STORE BROUGHT IN STEP AND PROVEN"
063700                     TO HRECRPT-LINE
063800                 IF WS-RETURN-CODE < 4
063900                     MOVE 4 TO WS-RETURN-CODE
064000                 END-IF
064100             ELSE
064200                 MOVE "*** STORE DOES NOT PROVE - SEE DIFFERENCES"
064300                     TO HRECRPT-LINE
064400                 MOVE 8 TO WS-RETURN-CODE
064500             END-IF
064600         END-IF
064700     END-IF.
064800     WRITE HRECRPT-LINE.
064900     DISPLAY HRECRPT-LINE.
065000 6100-EXIT.
065100     EXIT.
065200
065201*    The control entry is written on the first proof and rewritten
065202*    on every one after - proven only when this run proved the
065203*    store with nothing to put right.
065204 6200-SET-CONTROL-ENTRY.
065205     PERFORM 6250-MOVE-CONTROL-KEY THRU 6250-EXIT.
065206     MOVE "N" TO WS-CONTROL-SWITCH.
065207     READ AUDHIST
065208         INVALID KEY CONTINUE
065209         NOT INVALID KEY SET WS-CONTROL-FOUND TO TRUE
065210     END-READ.
065211     PERFORM 6250-MOVE-CONTROL-KEY THRU 6250-EXIT.
065212     IF WS-STORE-PROVEN
065213         SET AUH-CTL-PROVEN TO TRUE
065214     ELSE
065215         SET AUH-CTL-NOT-PROVEN TO TRUE
065216     END-IF.
065217     MOVE WS-CURR-DATE TO AUH-CTL-DATE.
065218     MOVE WS-CURR-TIME TO AUH-CTL-TIME.
065219     MOVE WS-STORE-LIVE TO AUH-CTL-LIVE-COUNT.
065220     MOVE WS-STORE-ARCHIVED TO AUH-CTL-ARCH-COUNT.
065221     IF WS-CONTROL-FOUND
065222         REWRITE AUH-RECORD
065223     ELSE
065224         WRITE AUH-RECORD
065225     END-IF.
065226     IF WS-AUDHIST-STATUS NOT = "00"
065227         DISPLAY "*** AUDHREC - CONTROL ENTRY NOT WRITTEN - "
065228             WS-AUDHIST-STATUS " - REPORTING WILL NOT USE IT"
065229         MOVE 8 TO WS-RETURN-CODE
065230     ELSE
065231         MOVE SPACES TO HRECRPT-LINE
065232         IF AUH-CTL-PROVEN
065233             STRING "CONTROL ENTRY SET PROVEN - REPORTING READS "
065234                 "THE STORE" DELIMITED BY SIZE INTO HRECRPT-LINE
065235         ELSE
065236             STRING "CONTROL ENTRY SET NOT PROVEN - REPORTING "
065237                 "WALKS THE TRAIL"
065238                 DELIMITED BY SIZE INTO HRECRPT-LINE
065239         END-IF
065240         WRITE HRECRPT-LINE
065241         DISPLAY HRECRPT-LINE
065242     END-IF.
065243 6200-EXIT.
065244     EXIT.
065245
065246 6250-MOVE-CONTROL-KEY.
065247     INITIALIZE AUH-RECORD WITH FILLER.
065248     SET AUH-CONTROL-CLASS TO TRUE.
065249     MOVE AUH-CLASS TO AUH-DK-CLASS.
065250 6250-EXIT.
065251     EXIT.
065252
065300 6900-WRITE-COUNT.
065400     MOVE WS-COUNT-LINE TO HRECRPT-LINE.
065500     WRITE HRECRPT-LINE.
065600 6900-EXIT.
065700     EXIT.
065800
065900*-----------------------------------------------------------------
066000* TERMINATION
066100*-----------------------------------------------------------------
066200 8000-TERMINATE.
066240     IF WS-AUDIT-FILE-OPEN
066280         CLOSE AUDITFILE
066320     END-IF.
066360     IF WS-HIST-FILE-OPEN
066400         CLOSE AUDHIST
066440     END-IF.
066480     IF WS-HRECRPT-FILE-OPEN
066520         CLOSE HRECRPT
066560     END-IF.
066600 8000-EXIT.
066700     EXIT.
