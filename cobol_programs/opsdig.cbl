001750*     (BRKMASTK, which stands even on a night the roll never
001800*     ran), with the stale items named - the same per-account
001900*     stale ages and being-worked suppression the aging
001910*     report applies, and ages worked out afresh in business
001920*     days off the business-day calendar (BUSCAL), so a night
001930*     the roll never ran still shows true ages;
002100*   - the balancing cross-foot re-run against the checkpoint,
002200*     failures named.
002300*
003803*                    are a backed-out run's work.  The open-
003804*                    rejects listing never showed them, since
003806*                    reversed is not open.
003815*   10/15/2026  DRO  Break ages in the breaks section are now
003824*                    business days from the break's first date
003833*                    through the business date, off the business-
003842*                    day calendar (BUSCAL) for the break's entity
003851*                    - the same count the aging report makes -
003860*                    instead of the master's cycle count, and
003869*                    the stale test and bands read in business
003878*                    days.
003879*   10/15/2026  DRO  The cross-foot counts only first-time GL
003880*                    postings on GLEXTRACT against the material
003881*                    breaks - queued resubmissions the comparison
003882*                    merges in (record type RS) are not breaks of
003883*                    tonight's run.
003884*   10/15/2026  DRO  Nor are the write-offs (record type WO)
003885*                    the write-off step adds after balancing.
003888*   10/15/2026  DRO  Result line read at its new 160-byte
003891*                    length.
003892*   10/15/2026  DRO  Break ages come off the shared business-day
003893*                    age routine (BUSAGE).  A missing or
003894*                    unreadable BUSCAL, or calendar days beyond
003895*                    the table, now warns, comes back RC 4 and is
003896*                    noted under the breaks section.
003897*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. opsdig.
004100
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-GLEXT-STATUS.
008800
008810     SELECT BUSCAL ASSIGN TO "BUSCAL"
008820         ORGANIZATION IS SEQUENTIAL
008830         FILE STATUS IS WS-BUSCAL-STATUS.
008840
008900     SELECT DIGEST ASSIGN TO "DIGEST"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-DIGEST-STATUS.
012600
012700 FD  RESLTFILE
012800     LABEL RECORDS ARE STANDARD.
012810 01  DIG-RESLT-RECORD            PIC X(160).
013000
013100 FD  AUDITFILE
013200     LABEL RECORDS ARE STANDARD.
013600     LABEL RECORDS ARE STANDARD.
013700 COPY GLEXTRAC.
013800
013810 FD  BUSCAL
013820     LABEL RECORDS ARE STANDARD.
013830 COPY BUSCAL.
013840
013900 FD  DIGEST
014000     LABEL RECORDS ARE STANDARD.
014100 01  DIGEST-LINE                 PIC X(80).
015600     05  WS-RESLT-STATUS             PIC X(02).
015700     05  WS-AUDIT-STATUS             PIC X(02).
015800     05  WS-GLEXT-STATUS             PIC X(02).
015810     05  WS-BUSCAL-STATUS            PIC X(02).
015900     05  WS-DIGEST-STATUS            PIC X(02).
016000
016100 01  WS-SWITCHES.
017300         88  WS-DISP-FOUND               VALUE "Y".
017400     05  WS-WORKED-SWITCH            PIC X(01) VALUE "N".
017500         88  WS-BEING-WORKED             VALUE "Y".
017510     05  WS-CAL-EOF-SWITCH           PIC X(01) VALUE "N".
017520         88  WS-END-OF-CALENDAR          VALUE "Y".
017530     05  WS-CAL-OWN-DAY-SWITCH       PIC X(01) VALUE "N".
017540         88  WS-CAL-OWN-DAY-FOUND        VALUE "Y".
017600
017700 01  WS-DATE-TIME-FIELDS.
017800     05  WS-CURR-DATE                PIC 9(08).
024000         10  WS-DISP-CODE            PIC X(09).
024100         10  WS-DISP-DATE            PIC 9(08).
024200         10  WS-DISP-TIME            PIC 9(08).
024203
024206*    The business-day calendar, tabled the same way the aging
024209*    report tables it, so the digest ages breaks the same way.
024212 01  WS-CALENDAR-TABLE.
024215     05  WS-CAL-MAX                  PIC 9(04) COMP VALUE 1000.
024218     05  WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
024221     05  WS-CAL-SUB                  PIC 9(04) COMP VALUE ZERO.
024224     05  WS-CAL-OWN-SUB              PIC 9(04) COMP VALUE ZERO.
024225     05  WS-CAL-OVERFLOW             PIC 9(04) COMP VALUE ZERO.
024227     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
024230         10  WS-CAL-ENTITY           PIC X(03).
024233         10  WS-CAL-DATE             PIC 9(08).
024236         10  WS-CAL-DAY-TYPE         PIC X(01).
024239         10  WS-CAL-WEEKDAY          PIC 9(01).
024242
024245 01  WS-CALENDAR-FIELDS.
024248     05  WS-CAL-FROM-DATE            PIC 9(08).
024251     05  WS-CAL-TEST-ENTITY          PIC X(03).
024254     05  WS-CAL-FROM-INTEGER         PIC 9(08) COMP.
024257     05  WS-CAL-TO-INTEGER           PIC 9(08) COMP.
024260     05  WS-CAL-INTEGER              PIC 9(08) COMP.
024263     05  WS-CAL-SPAN                 PIC 9(08) COMP.
024266     05  WS-CAL-WEEKS                PIC 9(08) COMP.
024269     05  WS-CAL-ODD-DAYS             PIC 9(04) COMP.
024272     05  WS-CAL-WEEKDAY-NOW          PIC 9(04) COMP.
024275     05  WS-CAL-DAY-COUNT            PIC S9(07) COMP.
024278     05  WS-BREAK-AGE                PIC 9(03).
024281     05  WS-CAL-NOTE                 PIC X(60) VALUE SPACES.
024300
024400 01  WS-WORK-FIELDS.
024500     05  WS-LOOKUP-KEY.
028500         PERFORM 1300-READ-STALE-PARM THRU 1300-EXIT
028600         PERFORM 1400-LOAD-TOLERANCE-RULES THRU 1400-EXIT
028700         PERFORM 1500-LOAD-DISPOSITIONS THRU 1500-EXIT
028710         PERFORM 1600-LOAD-CALENDAR THRU 1600-EXIT
028800         MOVE SPACES TO DIGEST-LINE
028900         STRING "MORNING OPERATIONS DIGEST - BUSINESS DATE "
029000             WS-BUSINESS-DATE
045500 1540-EXIT.
045600     EXIT.
045700
045701*    The business-day calendar - optional; without it ages skip
045702*    weekends but count every holiday, which is warned and noted
045703*    under the breaks section.
045704 1600-LOAD-CALENDAR.
045705     OPEN INPUT BUSCAL.
045706     IF WS-BUSCAL-STATUS = "35"
045707         DISPLAY "*** OPSDIG - BUSCAL NOT FOUND - AGES SKIP "
045708             "WEEKENDS ONLY"
045709         MOVE "AGES SKIP WEEKENDS ONLY - BUSCAL NOT FOUND"
045710             TO WS-CAL-NOTE
045711         IF WS-RETURN-CODE < 4
045712             MOVE 4 TO WS-RETURN-CODE
045713         END-IF
045714     ELSE
045715         IF WS-BUSCAL-STATUS NOT = "00"
045716             DISPLAY "*** OPSDIG - BUSCAL NOT AVAILABLE - "
045717                 WS-BUSCAL-STATUS " - AGES SKIP WEEKENDS ONLY"
045718             MOVE "AGES SKIP WEEKENDS ONLY - BUSCAL NOT READABLE"
045719                 TO WS-CAL-NOTE
045720             IF WS-RETURN-CODE < 4
045721                 MOVE 4 TO WS-RETURN-CODE
045722             END-IF
045723         ELSE
045724             PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
045725             PERFORM 1620-TABLE-ONE-DAY THRU 1620-EXIT
045726                 UNTIL WS-END-OF-CALENDAR
045727             CLOSE BUSCAL
045728             IF WS-CAL-OVERFLOW > ZERO
045729                 DISPLAY "*** OPSDIG - " WS-CAL-OVERFLOW
045730                     " CALENDAR DAYS BEYOND TABLE - NOT KNOWN"
045731                 MOVE "CALENDAR BEYOND TABLE - AGES NOT EXACT"
045732                     TO WS-CAL-NOTE
045733                 IF WS-RETURN-CODE < 4
045734                     MOVE 4 TO WS-RETURN-CODE
045735                 END-IF
045736             END-IF
045737         END-IF
045738     END-IF.
045739 1600-EXIT.
045740     EXIT.
045741
045742 1610-READ-CALENDAR.
045743     READ BUSCAL
045744         AT END SET WS-END-OF-CALENDAR TO TRUE
045745     END-READ.
045746 1610-EXIT.
045747     EXIT.
045748
045749 1620-TABLE-ONE-DAY.
045750     IF (CAL-HOLIDAY OR CAL-BUSINESS-DAY)
045751         AND CAL-DATE NOT < 16010101
045752         IF WS-CAL-COUNT < WS-CAL-MAX
045753             ADD 1 TO WS-CAL-COUNT
045754             MOVE CAL-ENTITY TO WS-CAL-ENTITY (WS-CAL-COUNT)
045755             MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
045756             MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
045757             COMPUTE WS-CAL-INTEGER =
045758                 FUNCTION INTEGER-OF-DATE (CAL-DATE)
045759             DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
045760                 REMAINDER WS-CAL-WEEKDAY (WS-CAL-COUNT)
045761         ELSE
045762             ADD 1 TO WS-CAL-OVERFLOW
045763         END-IF
045764     END-IF.
045765     PERFORM 1610-READ-CALENDAR THRU 1610-EXIT.
045766 1620-EXIT.
045767     EXIT.
045768
045800*-----------------------------------------------------------------
045900* SECTION 1 - CYCLE STATUS AND STEP OUTCOMES
046000*-----------------------------------------------------------------
067500     EXIT.
067600
067700 6200-TALLY-ONE-BREAK.
067710     MOVE BRK-FIRST-DATE TO WS-CAL-FROM-DATE.
067712     MOVE BRK-ENTITY TO WS-CAL-TEST-ENTITY.
067714     PERFORM 9600-COMPUTE-BUSINESS-AGE THRU 9600-EXIT.
067716     MOVE WS-CAL-DAY-COUNT TO WS-BREAK-AGE.
067720     IF WS-BREAK-AGE = 1
067900         ADD 1 TO WS-BAND-1-COUNT
068000     ELSE
068010         IF WS-BREAK-AGE < 6
068200             ADD 1 TO WS-BAND-2-5-COUNT
068300         ELSE
068310             IF WS-BREAK-AGE < 11
068500                 ADD 1 TO WS-BAND-6-10-COUNT
068600             ELSE
068700                 ADD 1 TO WS-BAND-OVER-10-COUNT
069400         ADD 1 TO WS-NO-DISP-COUNT
069500     END-IF.
069600     IF WS-EFFECTIVE-STALE > ZERO
069610         AND WS-BREAK-AGE > WS-EFFECTIVE-STALE
069800         AND NOT WS-BEING-WORKED
069900         ADD 1 TO WS-STALE-COUNT
069910         MOVE WS-BREAK-AGE TO WS-EDIT-AGE
070100         MOVE BRK-VARIANCE TO WS-EDIT-VARIANCE
070200         MOVE SPACES TO DIGEST-LINE
070300         STRING "  *STALE* " BRK-ENTITY " " BRK-ACCT-KEY
075300 6500-PRINT-BREAK-BANDS.
075400     MOVE WS-BAND-1-COUNT TO WS-EDIT-COUNT.
075500     MOVE SPACES TO DIGEST-LINE.
075510     STRING "OPEN 1 BUSINESS DAY . . . . . . "
075700         WS-EDIT-COUNT DELIMITED BY SIZE INTO DIGEST-LINE.
075800     WRITE DIGEST-LINE.
075900     MOVE WS-BAND-2-5-COUNT TO WS-EDIT-COUNT.
076000     MOVE SPACES TO DIGEST-LINE.
076010     STRING "OPEN 2-5 BUSINESS DAYS  . . . . "
076200         WS-EDIT-COUNT DELIMITED BY SIZE INTO DIGEST-LINE.
076300     WRITE DIGEST-LINE.
076400     MOVE WS-BAND-6-10-COUNT TO WS-EDIT-COUNT.
076500     MOVE SPACES TO DIGEST-LINE.
076510     STRING "OPEN 6-10 BUSINESS DAYS . . . . "
076700         WS-EDIT-COUNT DELIMITED BY SIZE INTO DIGEST-LINE.
076800     WRITE DIGEST-LINE.
076900     MOVE WS-BAND-OVER-10-COUNT TO WS-EDIT-COUNT.
077000     MOVE SPACES TO DIGEST-LINE.
077010     STRING "OPEN OVER 10 BUSINESS DAYS  . . "
077200         WS-EDIT-COUNT DELIMITED BY SIZE INTO DIGEST-LINE.
077300     WRITE DIGEST-LINE.
077400     MOVE WS-STALE-COUNT TO WS-EDIT-COUNT.
078100     STRING "OPEN, NO DISPOSITION  . . . . . "
078200         WS-EDIT-COUNT DELIMITED BY SIZE INTO DIGEST-LINE.
078300     WRITE DIGEST-LINE.
078310     IF WS-CAL-NOTE NOT = SPACES
078320         MOVE WS-CAL-NOTE TO DIGEST-LINE
078330         WRITE DIGEST-LINE
078340     END-IF.
078400 6500-EXIT.
078500     EXIT.
078600
088500 7410-COUNT-GLEXT-RECORD.
088600     READ GLEXTRACT
088700         AT END SET WS-END-OF-FILE TO TRUE
088710         NOT AT END
088720             IF GL-FIRST-POSTING
088730                 ADD 1 TO WS-GLEXT-COUNT
088740             END-IF
088900     END-READ.
089000 7410-EXIT.
089100     EXIT.
094400     CLOSE DIGEST.
094500 8000-EXIT.
094600     EXIT.
094610
094620 COPY BUSAGE.
