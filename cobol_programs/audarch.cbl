001300*
001400* A detail record ahead of any header (an old interactive
001500* session's trail) is kept in the live window.
001510*
001520* The keyed audit history store (AUDHIST) is kept in step as
001530* the trail is walked: a record compare did not feed (the
001540* pre-flight's run headers, a run whose feed failed) is added,
001550* a record the back-out job has since marked reversed has its
001560* image replaced, and a record rolled out to the archive is
001570* flagged archived with the date it went.  The store is never
001580* purged - it holds the archived history too - and never
001585* created here: it is defined once and first loaded by the
001590* AUDHREC reconciliation (PARM='LOAD').
001600*
001700*     RC 0  - archive rolled, counts prove
001800*     RC 4  - RUNCTL missing (machine date used for the
001810*             retention window), or AUDHIST not available
001820*             or an update to it failed (the trail is still
001830*             rolled; the AUDHREC reconciliation shows what
001840*             the store is missing and its LOAD run brings it
001850*             in step)
002000*     RC 8  - RETPARM missing (a defaulted retention could
002100*             purge everything), a file problem, or counts out
002200*             of balance
002960*                    (type R) still routes its whole segment by
002970*                    date, so a reversed day ages out to the
002980*                    archive like any other.
002983*   10/15/2026  DRO  Archive and live-window records pick up
002986*                    the audit record's new 122-byte length (the
002989*                    amounts as received and their currencies
002992*                    added for FX translation).  Routing
002995*                    unchanged.
003005*   10/15/2026  DRO  Keeps the new keyed audit history store
003015*                    (AUDHIST) in step with the trail - adds
003025*                    the records compare did not feed, carries
003035*                    the back-out job's R/X reversal marks
003045*                    across, and flags each record rolled to
003055*                    the archive.  A store problem is RC 4 and
003065*                    does not stop the roll.  The store is
003070*                    never created here.
003075*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. audarch.
003300
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-RUNCTL-STATUS.
005600
005610     SELECT AUDHIST ASSIGN TO "AUDHIST"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS RANDOM
005640         RECORD KEY IS AUH-KEY
005650         ALTERNATE RECORD KEY IS AUH-DATE-KEY
005660         FILE STATUS IS WS-AUDHIST-STATUS.
005670
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUDITFILE
006200
006300 FD  AUDITNEW
006400     LABEL RECORDS ARE STANDARD.
006410 01  AUDNEW-RECORD               PIC X(122).
006600
006700 FD  AUDARCH
006800     LABEL RECORDS ARE STANDARD.
006810 01  AUDARCH-RECORD              PIC X(122).
007000
007100 FD  RETFILE
007200     LABEL RECORDS ARE STANDARD.
007500 FD  RUNCTL
007600     LABEL RECORDS ARE STANDARD.
007700 COPY RUNCTL.
007710
007720 FD  AUDHIST
007730     LABEL RECORDS ARE STANDARD.
007740 COPY AUDHIST.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-RETURN-CODE-FIELDS.
008600     05  WS-ARCH-STATUS              PIC X(02).
008700     05  WS-RETPARM-STATUS           PIC X(02).
008800     05  WS-RUNCTL-STATUS            PIC X(02).
008810     05  WS-AUDHIST-STATUS           PIC X(02).
008900
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009300     05  WS-SEGMENT-DISP-SWITCH      PIC X(01) VALUE "R".
009400         88  WS-SEGMENT-ARCHIVES         VALUE "A".
009500         88  WS-SEGMENT-RETAINS          VALUE "R".
009510     05  WS-HIST-FILE-SWITCH         PIC X(01) VALUE "N".
009520         88  WS-HIST-FILE-OPEN           VALUE "Y".
009530     05  WS-HIST-CHANGE-SWITCH       PIC X(01) VALUE "N".
009540         88  WS-HIST-CHANGED             VALUE "Y".
009600
009700 01  WS-DATE-TIME-FIELDS.
009800     05  WS-CURR-DATE                PIC 9(08).
011100     05  WS-SEGMENTS-ARCHIVED        PIC 9(07) COMP VALUE ZERO.
011200     05  WS-SEGMENTS-RETAINED        PIC 9(07) COMP VALUE ZERO.
011300     05  WS-CROSS-FOOT               PIC 9(08) COMP VALUE ZERO.
011307     05  WS-HIST-ADDED               PIC 9(08) COMP VALUE ZERO.
011314     05  WS-HIST-REIMAGED            PIC 9(08) COMP VALUE ZERO.
011321     05  WS-HIST-ARCHIVED            PIC 9(08) COMP VALUE ZERO.
011328
011335*    The store key of the record in hand - its class and its
011342*    place among the consecutive records of that class with the
011349*    same date and time (see AUDHIST.CPY).
011356 01  WS-HIST-KEY-FIELDS.
011363     05  WS-HIST-CLASS               PIC X(01) VALUE SPACES.
011370     05  WS-HIST-SEQ                 PIC 9(07) COMP VALUE ZERO.
011377     05  WS-HIST-PREV-DATE           PIC 9(08) VALUE ZERO.
011384     05  WS-HIST-PREV-TIME           PIC 9(08) VALUE ZERO.
011391     05  WS-HIST-PREV-CLASS          PIC X(01) VALUE SPACES.
011400
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
021400             WS-ARCH-STATUS
021500         MOVE 8 TO WS-RETURN-CODE
021600     END-IF.
021610     IF WS-RETURN-CODE < 8
021620         PERFORM 1450-OPEN-AUDIT-HISTORY THRU 1450-EXIT
021630     END-IF.
021700 1400-EXIT.
021800     EXIT.
021804
021808*    The keyed store is never built here - an empty store would
021812*    pass for a history with nothing in it.  AUDHREC LOAD builds
021814*    it; without it the trail still rolls.
021816 1450-OPEN-AUDIT-HISTORY.
021820     OPEN I-O AUDHIST.
021824     IF WS-AUDHIST-STATUS = "00"
021828         SET WS-HIST-FILE-OPEN TO TRUE
021832     ELSE
021836         DISPLAY "*** AUDARCH - AUDHIST NOT AVAILABLE - "
021840             WS-AUDHIST-STATUS " - STORE NOT KEPT IN STEP"
021844         IF WS-RETURN-CODE < 4
021848             MOVE 4 TO WS-RETURN-CODE
021852         END-IF
021856     END-IF.
021888 1450-EXIT.
021892     EXIT.
021900
022000*-----------------------------------------------------------------
022100* ROLL - a header record sets the disposition for its whole
025100     ELSE
025200         PERFORM 2400-WRITE-LIVE THRU 2400-EXIT
025300     END-IF.
025310     IF WS-HIST-FILE-OPEN AND WS-RETURN-CODE < 8
025320         PERFORM 2500-SYNC-AUDIT-HISTORY THRU 2500-EXIT
025330     END-IF.
025400     IF WS-RETURN-CODE < 8
025500         PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
025600     END-IF.
028000     END-IF.
028100 2400-EXIT.
028200     EXIT.
028201
028202*-----------------------------------------------------------------
028203* KEYED HISTORY - bring the record's store entry in step with
028204* the trail: add it if missing, replace its image if the
028205* back-out job has marked it since, flag it if it has just gone
028206* to the archive
028207*-----------------------------------------------------------------
028208 2500-SYNC-AUDIT-HISTORY.
028209     PERFORM 2510-BUILD-HISTORY-KEY THRU 2510-EXIT.
028210     READ AUDHIST
028211         INVALID KEY
028212             PERFORM 2520-ADD-HISTORY THRU 2520-EXIT
028213         NOT INVALID KEY
028214             PERFORM 2530-BRING-IN-STEP THRU 2530-EXIT
028215     END-READ.
028216     IF WS-AUDHIST-STATUS NOT = "00"
028217         AND WS-AUDHIST-STATUS NOT = "23"
028218         AND WS-HIST-FILE-OPEN
028219         DISPLAY "*** AUDARCH - AUDHIST READ FAILED - "
028220             WS-AUDHIST-STATUS " - STORE NOT KEPT IN STEP"
028221         PERFORM 2590-STOP-HISTORY-SYNC THRU 2590-EXIT
028222     END-IF.
028223 2500-EXIT.
028224     EXIT.
028225
028226 2510-BUILD-HISTORY-KEY.
028227     IF AUD-HEADER-RECORD OR AUD-REVERSED-HEADER
028228         MOVE "H" TO WS-HIST-CLASS
028229     ELSE
028230         MOVE "D" TO WS-HIST-CLASS
028231     END-IF.
028232     IF AUD-DATE = WS-HIST-PREV-DATE
028233         AND AUD-TIME = WS-HIST-PREV-TIME
028234         AND WS-HIST-CLASS = WS-HIST-PREV-CLASS
028235         ADD 1 TO WS-HIST-SEQ
028236     ELSE
028237         MOVE 1 TO WS-HIST-SEQ
028238     END-IF.
028239     MOVE AUD-DATE TO WS-HIST-PREV-DATE.
028240     MOVE AUD-TIME TO WS-HIST-PREV-TIME.
028241     MOVE WS-HIST-CLASS TO WS-HIST-PREV-CLASS.
028242     PERFORM 2515-MOVE-HISTORY-KEY THRU 2515-EXIT.
028243 2510-EXIT.
028244     EXIT.
028245
028246*    Also rebuilt ahead of adding an entry, so nothing is taken
028247*    from the record area of a read that found no entry.
028248 2515-MOVE-HISTORY-KEY.
028249     INITIALIZE AUH-RECORD WITH FILLER.
028250     IF WS-HIST-CLASS = "D"
028251         MOVE AUD-ENTITY TO AUH-ENTITY
028252         MOVE AUD-ACCT-KEY TO AUH-ACCT-KEY
028253     END-IF.
028254     MOVE AUD-DATE TO AUH-BUS-DATE.
028255     MOVE AUD-TIME TO AUH-TIME.
028256     MOVE WS-HIST-CLASS TO AUH-CLASS.
028257     MOVE WS-HIST-SEQ TO AUH-SEQ.
028258 2515-EXIT.
028259     EXIT.
028260
028261 2520-ADD-HISTORY.
028262     PERFORM 2515-MOVE-HISTORY-KEY THRU 2515-EXIT.
028263     MOVE AUH-BUS-DATE TO AUH-DK-BUS-DATE.
028264     MOVE AUH-TIME TO AUH-DK-TIME.
028265     MOVE AUH-CLASS TO AUH-DK-CLASS.
028266     MOVE AUH-SEQ TO AUH-DK-SEQ.
028267     IF WS-SEGMENT-ARCHIVES
028268         SET AUH-IN-ARCHIVE TO TRUE
028269         MOVE WS-BUSINESS-DATE TO AUH-ARCHIVED-DATE
028270     ELSE
028271         SET AUH-IN-LIVE-TRAIL TO TRUE
028272         MOVE ZERO TO AUH-ARCHIVED-DATE
028273     END-IF.
028274     MOVE AUD-RECORD TO AUH-AUDIT-IMAGE.
028275     WRITE AUH-RECORD.
028276     IF WS-AUDHIST-STATUS = "00"
028277         ADD 1 TO WS-HIST-ADDED
028278     ELSE
028279         DISPLAY "*** AUDARCH - AUDHIST WRITE FAILED - "
028280             WS-AUDHIST-STATUS " - STORE NOT KEPT IN STEP"
028281         PERFORM 2590-STOP-HISTORY-SYNC THRU 2590-EXIT
028282     END-IF.
028283 2520-EXIT.
028284     EXIT.
028285
028286 2530-BRING-IN-STEP.
028287     MOVE "N" TO WS-HIST-CHANGE-SWITCH.
028288     IF AUH-AUDIT-IMAGE NOT = AUD-RECORD
028289         MOVE AUD-RECORD TO AUH-AUDIT-IMAGE
028290         ADD 1 TO WS-HIST-REIMAGED
028291         SET WS-HIST-CHANGED TO TRUE
028292     END-IF.
028293     IF WS-SEGMENT-ARCHIVES AND NOT AUH-IN-ARCHIVE
028294         SET AUH-IN-ARCHIVE TO TRUE
028295         MOVE WS-BUSINESS-DATE TO AUH-ARCHIVED-DATE
028296         ADD 1 TO WS-HIST-ARCHIVED
028297         SET WS-HIST-CHANGED TO TRUE
028298     END-IF.
028299     IF WS-HIST-CHANGED
028300         REWRITE AUH-RECORD
028301         IF WS-AUDHIST-STATUS NOT = "00"
028302             DISPLAY "*** AUDARCH - AUDHIST REWRITE FAILED - "
028303                 WS-AUDHIST-STATUS " - STORE NOT KEPT IN STEP"
028304             PERFORM 2590-STOP-HISTORY-SYNC THRU 2590-EXIT
028305         END-IF
028306     END-IF.
028307 2530-EXIT.
028308     EXIT.
028309
028310 2590-STOP-HISTORY-SYNC.
028311     CLOSE AUDHIST.
028321     MOVE "N" TO WS-HIST-FILE-SWITCH.
028331     IF WS-RETURN-CODE < 4
028341         MOVE 4 TO WS-RETURN-CODE
028351     END-IF.
028361 2590-EXIT.
028371     EXIT.
028381
028400*-----------------------------------------------------------------
028500* THE PROOF - NOTHING LOST
028600*-----------------------------------------------------------------
029200     DISPLAY "RECORDS RETAINED:   " WS-RECORDS-RETAINED.
029300     DISPLAY "SEGMENTS ARCHIVED:  " WS-SEGMENTS-ARCHIVED.
029400     DISPLAY "SEGMENTS RETAINED:  " WS-SEGMENTS-RETAINED.
029410     DISPLAY "HISTORY ADDED:      " WS-HIST-ADDED.
029420     DISPLAY "HISTORY REIMAGED:   " WS-HIST-REIMAGED.
029430     DISPLAY "HISTORY ARCHIVED:   " WS-HIST-ARCHIVED.
029500     IF WS-CROSS-FOOT NOT = WS-RECORDS-READ
029600         DISPLAY "*** AUDARCH - ARCHIVED + RETAINED DOES NOT "
029700             "EQUAL RECORDS READ - DO NOT REPLACE AUDITFILE"
030900     CLOSE AUDITFILE.
031000     CLOSE AUDITNEW.
031100     CLOSE AUDARCH.
031110     IF WS-HIST-FILE-OPEN
031130         CLOSE AUDHIST
031150     END-IF.
031200 8000-EXIT.
031300     EXIT.
