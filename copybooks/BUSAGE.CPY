000100*****************************************************************
000200* BUSAGE.CPY
000300* Business-day age routine - procedure paragraphs copied into
000400* every program that ages a break or an item off the tabled
000500* business-day calendar (BUSCAL), so each counts its ages the
000600* same way: brkage.cbl (the roll), opsdig.cbl (the digest
000700* bands) and wrklst.cbl (the analyst worklists).  The program
000800* supplies WS-CALENDAR-TABLE and WS-CALENDAR-FIELDS laid out
000900* alike, WS-CAL-OWN-DAY-SWITCH with its 88 WS-CAL-OWN-DAY-
001000* FOUND, and WS-BUSINESS-DATE; it moves the first date to
001100* WS-CAL-FROM-DATE and the entity to WS-CAL-TEST-ENTITY, then
001200* PERFORMs 9600-COMPUTE-BUSINESS-AGE THRU 9600-EXIT and takes
001300* the age from WS-CAL-DAY-COUNT (1 through 999).
001400*
001500* MODIFICATION HISTORY
001600*   10/15/2026  DRO  Original member, replacing the copy of the
001700*                    routine each of the three programs kept.
001800*****************************************************************
001900
002000*    The age is the business days from WS-CAL-FROM-DATE through
002100*    the business date, both counted, on the entity's calendar:
002200*    whole weeks count five, the odd days left over count when
002300*    they fall Monday to Friday, then each calendar day in the
002400*    span corrects the count - a weekday holiday takes one off,
002500*    a worked weekend day puts one on.  A house day yields to
002600*    the entity's own entry for the same date.  A first date
002700*    after the business date, or not a date, ages from the
002800*    business date itself.
002900 9600-COMPUTE-BUSINESS-AGE.
003000     IF WS-CAL-FROM-DATE > WS-BUSINESS-DATE
003100         OR WS-CAL-FROM-DATE < 16010101
003200         MOVE WS-BUSINESS-DATE TO WS-CAL-FROM-DATE
003300     END-IF.
003400     COMPUTE WS-CAL-FROM-INTEGER =
003500         FUNCTION INTEGER-OF-DATE (WS-CAL-FROM-DATE).
003600     COMPUTE WS-CAL-TO-INTEGER =
003700         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
003800     COMPUTE WS-CAL-SPAN =
003900         WS-CAL-TO-INTEGER - WS-CAL-FROM-INTEGER + 1.
004000     DIVIDE WS-CAL-SPAN BY 7 GIVING WS-CAL-WEEKS
004100         REMAINDER WS-CAL-ODD-DAYS.
004200     COMPUTE WS-CAL-DAY-COUNT = WS-CAL-WEEKS * 5.
004300     COMPUTE WS-CAL-INTEGER =
004400         WS-CAL-TO-INTEGER - WS-CAL-ODD-DAYS + 1.
004500     PERFORM 9610-COUNT-ODD-DAY THRU 9610-EXIT
004600         UNTIL WS-CAL-INTEGER > WS-CAL-TO-INTEGER.
004700     PERFORM 9620-APPLY-CAL-DAY THRU 9620-EXIT
004800         VARYING WS-CAL-SUB FROM 1 BY 1
004900         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
005000     IF WS-CAL-DAY-COUNT < 1
005100         MOVE 1 TO WS-CAL-DAY-COUNT
005200     END-IF.
005300     IF WS-CAL-DAY-COUNT > 999
005400         MOVE 999 TO WS-CAL-DAY-COUNT
005500     END-IF.
005600 9600-EXIT.
005700     EXIT.
005800
005900*    Day 1 of the integer calendar (01/01/1601) was a Monday, so
006000*    the remainder by seven runs 1 Monday through 5 Friday,
006100*    6 Saturday, 0 Sunday.
006200 9610-COUNT-ODD-DAY.
006300     DIVIDE WS-CAL-INTEGER BY 7 GIVING WS-CAL-WEEKS
006400         REMAINDER WS-CAL-WEEKDAY-NOW.
006500     IF WS-CAL-WEEKDAY-NOW > 0 AND WS-CAL-WEEKDAY-NOW < 6
006600         ADD 1 TO WS-CAL-DAY-COUNT
006700     END-IF.
006800     ADD 1 TO WS-CAL-INTEGER.
006900 9610-EXIT.
007000     EXIT.
007100
007200 9620-APPLY-CAL-DAY.
007300     IF WS-CAL-DATE (WS-CAL-SUB) NOT < WS-CAL-FROM-DATE
007400         AND WS-CAL-DATE (WS-CAL-SUB) NOT > WS-BUSINESS-DATE
007500         MOVE "N" TO WS-CAL-OWN-DAY-SWITCH
007600         IF WS-CAL-ENTITY (WS-CAL-SUB) = SPACES
007700             AND WS-CAL-TEST-ENTITY NOT = SPACES
007800             PERFORM 9630-TEST-OWN-DAY THRU 9630-EXIT
007900                 VARYING WS-CAL-OWN-SUB FROM 1 BY 1
008000                 UNTIL WS-CAL-OWN-SUB > WS-CAL-COUNT
008100                    OR WS-CAL-OWN-DAY-FOUND
008200         END-IF
008300         IF (WS-CAL-ENTITY (WS-CAL-SUB) = WS-CAL-TEST-ENTITY
008400             OR WS-CAL-ENTITY (WS-CAL-SUB) = SPACES)
008500             AND NOT WS-CAL-OWN-DAY-FOUND
008600             IF WS-CAL-DAY-TYPE (WS-CAL-SUB) = "H"
008700                 AND WS-CAL-WEEKDAY (WS-CAL-SUB) > 0
008800                 AND WS-CAL-WEEKDAY (WS-CAL-SUB) < 6
008900                 SUBTRACT 1 FROM WS-CAL-DAY-COUNT
009000             END-IF
009100             IF WS-CAL-DAY-TYPE (WS-CAL-SUB) = "B"
009200                 AND (WS-CAL-WEEKDAY (WS-CAL-SUB) = 0
009300                   OR WS-CAL-WEEKDAY (WS-CAL-SUB) = 6)
009400                 ADD 1 TO WS-CAL-DAY-COUNT
009500             END-IF
009600         END-IF
009700     END-IF.
009800 9620-EXIT.
009900     EXIT.
010000
010100 9630-TEST-OWN-DAY.
010200     IF WS-CAL-ENTITY (WS-CAL-OWN-SUB) = WS-CAL-TEST-ENTITY
010300         AND WS-CAL-DATE (WS-CAL-OWN-SUB) =
010400             WS-CAL-DATE (WS-CAL-SUB)
010500         SET WS-CAL-OWN-DAY-FOUND TO TRUE
010600     END-IF.
010700 9630-EXIT.
010800     EXIT.
