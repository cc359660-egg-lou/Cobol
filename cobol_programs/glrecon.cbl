004484*                    complete (with its return code) on a clean
004487*                    end, and skipped outright when a resubmitted
004491*                    business day already proved it complete.
004497*   10/15/2026  DRO  The extract now also carries resubmissions
004503*                    (record type RS) - bounced adjustments
004509*                    corrected at the exception workbench
004515*                    (glfix) and merged in by the comparison
004521*                    after the night's first-time AJ records.
004527*                    The match key is now record type, then
004533*                    entity, then account, so a resubmission
004539*                    and a first-time adjustment for the same
004545*                    account are told apart; the acknowledgment
004551*                    feed echoes the type (blank taken as AJ).
004557*                    A resubmission that bounces again is
004563*                    raised as a resubmission exception, and
004569*                    the proof and counts show resubmissions
004575*                    separately.
004577*   10/15/2026  DRO  The extract now also carries small-balance
004579*                    write-offs (record type WO, code WOFF) from
004581*                    wrtoff.cbl, after the RS records.  A posted
004583*                    write-off's disposition is noted WRITE-OFF
004585*                    POSTED; one that bounces is raised as a
004587*                    write-off exception.  The proof detail and
004589*                    counts show write-offs separately.
004590*   10/15/2026  DRO  A POSTED disposition whose key is already on
004591*                    DISPFILE - an account posted twice in one
004592*                    run, as an adjustment and a resubmission or
004593*                    write-off - is written at the next free
004594*                    hundredth of a second instead of dropped.
004595*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. glrecon.
004800
011600 01  WS-DATE-TIME-FIELDS.
011700     05  WS-CURR-DATE                PIC 9(08).
011800     05  WS-CURR-TIME                PIC 9(08).
011810     05  WS-DSP-TIME                 PIC 9(08).
011820     05  WS-DSP-TIME-X REDEFINES WS-DSP-TIME.
011830         10  WS-DSP-HH               PIC 9(02).
011840         10  WS-DSP-MM               PIC 9(02).
011850         10  WS-DSP-SS               PIC 9(02).
011860         10  WS-DSP-CC               PIC 9(02).
011870     05  WS-DSP-RETRIES              PIC 9(04) COMP VALUE ZERO.
011900
012000 01  WS-COUNTERS.
012100     05  WS-EXTRACT-READ             PIC 9(07) COMP VALUE ZERO.
012500     05  WS-UNACKED-COUNT            PIC 9(07) COMP VALUE ZERO.
012600     05  WS-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
012700     05  WS-CROSS-FOOT               PIC 9(07) COMP VALUE ZERO.
012710     05  WS-RESUB-READ               PIC 9(07) COMP VALUE ZERO.
012720     05  WS-RESUB-POSTED             PIC 9(07) COMP VALUE ZERO.
012730     05  WS-RESUB-BOUNCED            PIC 9(07) COMP VALUE ZERO.
012740     05  WS-WOFF-READ                PIC 9(07) COMP VALUE ZERO.
012750     05  WS-WOFF-POSTED              PIC 9(07) COMP VALUE ZERO.
012760     05  WS-WOFF-BOUNCED             PIC 9(07) COMP VALUE ZERO.
012800
012900 01  WS-MATCH-FIELDS.
013000     05  WS-EXT-KEY.
013003         10  WS-EXT-REC-TYPE         PIC X(02).
013006             88  WS-EXT-RESUBMISSION     VALUE "RS".
013008             88  WS-EXT-WRITE-OFF        VALUE "WO".
013010         10  WS-EXT-ENTITY           PIC X(03).
013020         10  WS-EXT-ACCT-KEY         PIC X(10).
013030     05  WS-EXT-PREV-KEY             PIC X(15) VALUE LOW-VALUES.
013200     05  WS-ACK-KEY.
013205         10  WS-ACK-REC-TYPE         PIC X(02).
013210         10  WS-ACK-ENTITY           PIC X(03).
013220         10  WS-ACK-ACCT-KEY         PIC X(10).
013230     05  WS-ACK-PREV-KEY             PIC X(15) VALUE LOW-VALUES.
013400
013500 01  WS-REPORT-LINES.
013600     05  WS-EXCEPTION-DETAIL.
024600* Both files carry strictly ascending account keys - one
024700* extract record and at most one acknowledgment per account per
024800* hand-off.  An out-of-sequence key means the feeds cannot be
024810* trusted and the run is abandoned with RC 8.  The key leads
024820* with the record type: the first-time AJ records come first,
024830* then the RS resubmissions, each run in entity/account order.
025000*-----------------------------------------------------------------
025100 2000-MATCH-FEEDS.
025200     PERFORM 2300-MATCH-ONE-KEY THRU 2300-EXIT
026400             AT END MOVE HIGH-VALUES TO WS-EXT-KEY
026500             NOT AT END
026600                 ADD 1 TO WS-EXTRACT-READ
026604                 MOVE GL-RECORD-TYPE TO WS-EXT-REC-TYPE
026608                 IF GL-RESUBMISSION
026612                     ADD 1 TO WS-RESUB-READ
026616                 END-IF
026617                 IF GL-WRITE-OFF
026618                     ADD 1 TO WS-WOFF-READ
026619                 END-IF
026620                 MOVE GL-ENTITY TO WS-EXT-ENTITY
026640                 MOVE GL-ACCOUNT-KEY TO WS-EXT-ACCT-KEY
026700                 IF WS-EXT-KEY NOT > WS-EXT-PREV-KEY
027700
027800 2150-EXTRACT-SEQ-ERROR.
027900     DISPLAY "*** GLRECON - GLEXTRACT OUT OF SEQUENCE AT "
027910         GL-RECORD-TYPE " " GL-ENTITY "/" GL-ACCOUNT-KEY
027920         " - RUN ABANDONED".
028100     MOVE 8 TO WS-RETURN-CODE.
028200     SET WS-SEQ-ERROR TO TRUE.
028300 2150-EXIT.
029100             AT END MOVE HIGH-VALUES TO WS-ACK-KEY
029200             NOT AT END
029300                 ADD 1 TO WS-ACKS-READ
029303                 IF ACK-FIRST-POSTING
029306                     MOVE "AJ" TO WS-ACK-REC-TYPE
029309                 ELSE
029312                     MOVE ACK-RECORD-TYPE TO WS-ACK-REC-TYPE
029315                 END-IF
029320                 MOVE ACK-ENTITY TO WS-ACK-ENTITY
029340                 MOVE ACK-ACCT-KEY TO WS-ACK-ACCT-KEY
029400                 IF WS-ACK-KEY NOT > WS-ACK-PREV-KEY
030400
030500 2250-ACK-SEQ-ERROR.
030600     DISPLAY "*** GLRECON - GLACKIN OUT OF SEQUENCE AT "
030610         ACK-RECORD-TYPE " " ACK-ENTITY "/" ACK-ACCT-KEY
030620         " - RUN ABANDONED".
030800     MOVE 8 TO WS-RETURN-CODE.
030900     SET WS-SEQ-ERROR TO TRUE.
031000 2250-EXIT.
033100
033200 2400-UNACKED-EXTRACT.
033300     MOVE SPACES TO WS-EXCEPTION-DETAIL.
033310     IF WS-EXT-RESUBMISSION
033320         MOVE "RESUB NOT ACKED" TO WS-EXD-TYPE
033330     ELSE
033333         IF WS-EXT-WRITE-OFF
033336             MOVE "WOFF NOT ACKED" TO WS-EXD-TYPE
033339         ELSE
033342             MOVE "NOT ACKED" TO WS-EXD-TYPE
033345         END-IF
033350     END-IF.
033450     MOVE WS-EXT-ENTITY TO WS-EXD-ENTITY.
033500     MOVE WS-EXT-ACCT-KEY TO WS-EXD-ACCT-KEY.
033600     MOVE WS-EXCEPTION-DETAIL TO POSTPRF-LINE.
034100
034200 2500-UNKNOWN-ACK.
034300     MOVE SPACES TO WS-EXCEPTION-DETAIL.
034310     IF WS-ACK-REC-TYPE = "RS"
034320         MOVE "UNKNOWN RESUB" TO WS-EXD-TYPE
034330     ELSE
034333         IF WS-ACK-REC-TYPE = "WO"
034336             MOVE "UNKNOWN WOFF" TO WS-EXD-TYPE
034339         ELSE
034342             MOVE "UNKNOWN ACK" TO WS-EXD-TYPE
034345         END-IF
034350     END-IF.
034450     MOVE WS-ACK-ENTITY TO WS-EXD-ENTITY.
034500     MOVE WS-ACK-ACCT-KEY TO WS-EXD-ACCT-KEY.
034600     MOVE ACK-REASON TO WS-EXD-REASON.
036700     EXIT.
036800
036900*    The POSTED disposition the operator used to re-key in
036910*    audinq once the GL team confirmed the posting.  A posted
036920*    resubmission is stamped one hundredth of a second later so
036930*    it keeps its own disposition when the account's first-time
036940*    adjustment posted in the same hand-off.
036950*    A posted write-off is stamped two hundredths later for the
036960*    same reason.
037100 2700-RECORD-POSTED.
037200     INITIALIZE DSP-RECORD WITH FILLER.
037300     MOVE WS-CURR-DATE TO DSP-DATE.
037400     MOVE WS-CURR-TIME TO DSP-TIME.
037410     IF WS-EXT-RESUBMISSION
037430         MOVE "RESUBMISSION POSTED" TO DSP-NOTE
037440     END-IF.
037450     IF WS-EXT-WRITE-OFF
037470         MOVE "WRITE-OFF POSTED" TO DSP-NOTE
037480     END-IF.
037500     MOVE WS-OPERATOR-ID TO DSP-OPERATOR-ID.
037600     MOVE WS-EXT-ACCT-KEY TO DSP-ACCT-KEY.
037650     MOVE WS-EXT-ENTITY TO DSP-ENTITY.
037700     MOVE GL-RUN-DATE TO DSP-AUD-DATE.
037800     SET DSP-POSTED TO TRUE.
037900     WRITE DSP-RECORD.
037904     MOVE ZERO TO WS-DSP-RETRIES.
037908     PERFORM 2710-RETRY-POSTED-WRITE THRU 2710-EXIT
037912         UNTIL WS-DISP-STATUS NOT = "22"
037916            OR WS-DSP-RETRIES NOT < 99.
037920     IF WS-DISP-STATUS = "22"
037940         DISPLAY "*** GLRECON - DUPLICATE DISPOSITION KEY AT "
037960             DSP-ENTITY "/" DSP-ACCT-KEY " - NOT RECORDED"
038400         SET WS-SEQ-ERROR TO TRUE
038500     ELSE
038600         ADD 1 TO WS-POSTED-COUNT
038610         IF WS-EXT-RESUBMISSION
038620             ADD 1 TO WS-RESUB-POSTED
038630         END-IF
038640         IF WS-EXT-WRITE-OFF
038650             ADD 1 TO WS-WOFF-POSTED
038660         END-IF
038700     END-IF
038750     END-IF.
038800 2700-EXIT.
038900     EXIT.
038902
038904*    The account already has a disposition at this time - posted
038906*    twice tonight.  The time steps on a hundredth of a second,
038908*    carried through the seconds, minutes and hours, until the
038910*    key is free; the last hundredth of the day cannot be
038912*    stepped past.
038914 2710-RETRY-POSTED-WRITE.
038916     ADD 1 TO WS-DSP-RETRIES.
038918     MOVE DSP-TIME TO WS-DSP-TIME.
038920     IF WS-DSP-TIME NOT < 23595999
038922         MOVE 99 TO WS-DSP-RETRIES
038924     ELSE
038926         PERFORM 2720-STEP-DISP-TIME THRU 2720-EXIT
038928         MOVE WS-DSP-TIME TO DSP-TIME
038930         WRITE DSP-RECORD
038932     END-IF.
038934 2710-EXIT.
038936     EXIT.
038938
038940 2720-STEP-DISP-TIME.
038942     IF WS-DSP-CC < 99
038944         ADD 1 TO WS-DSP-CC
038946     ELSE
038948         MOVE ZERO TO WS-DSP-CC
038950         IF WS-DSP-SS < 59
038952             ADD 1 TO WS-DSP-SS
038954         ELSE
038956             MOVE ZERO TO WS-DSP-SS
038958             IF WS-DSP-MM < 59
038960                 ADD 1 TO WS-DSP-MM
038962             ELSE
038964                 MOVE ZERO TO WS-DSP-MM
038966                 ADD 1 TO WS-DSP-HH
038968             END-IF
038970         END-IF
038972     END-IF.
038974 2720-EXIT.
038976     EXIT.
039000
039100 2800-WRITE-EXCEPTION.
039200     INITIALIZE EXC-RECORD WITH FILLER.
039500     MOVE GL-VARIANCE-AMOUNT TO EXC-VARIANCE.
039600     MOVE GL-ADJUSTMENT-CODE TO EXC-ADJUSTMENT-CODE.
039700     MOVE ACK-REASON TO EXC-REASON.
039710     IF GL-POSTING-DATE IS NUMERIC
039720         AND GL-POSTING-DATE > ZERO
039730         MOVE GL-POSTING-DATE TO EXC-POSTING-DATE
039740     ELSE
039750         MOVE GL-RUN-DATE TO EXC-POSTING-DATE
039760     END-IF.
039770     IF WS-EXT-RESUBMISSION
039780         SET EXC-RESUBMISSION TO TRUE
039790     END-IF.
039792     IF WS-EXT-WRITE-OFF
039794         SET EXC-WRITE-OFF TO TRUE
039796     END-IF.
039800     SET EXC-OPEN TO TRUE.
039900     WRITE EXC-RECORD.
040000     IF WS-EXC-STATUS NOT = "00"
040500     ELSE
040600         ADD 1 TO WS-BOUNCED-COUNT
040700         MOVE SPACES TO WS-EXCEPTION-DETAIL
040710         IF WS-EXT-RESUBMISSION
040720             ADD 1 TO WS-RESUB-BOUNCED
040730             MOVE "RESUB BOUNCED" TO WS-EXD-TYPE
040740         ELSE
040742             IF WS-EXT-WRITE-OFF
040744                 ADD 1 TO WS-WOFF-BOUNCED
040746                 MOVE "WOFF BOUNCED" TO WS-EXD-TYPE
040748             ELSE
040750                 MOVE "BOUNCED" TO WS-EXD-TYPE
040752             END-IF
040760         END-IF
040850         MOVE WS-EXT-ENTITY TO WS-EXD-ENTITY
040900         MOVE WS-EXT-ACCT-KEY TO WS-EXD-ACCT-KEY
041000         MOVE ACK-REASON TO WS-EXD-REASON
044800     DISPLAY "BOUNCED:           " WS-BOUNCED-COUNT.
044900     DISPLAY "NOT ACKED:         " WS-UNACKED-COUNT.
045000     DISPLAY "UNKNOWN ACKS:      " WS-UNKNOWN-COUNT.
045010     DISPLAY "RESUBMISSIONS:     " WS-RESUB-READ.
045020     DISPLAY "  POSTED:          " WS-RESUB-POSTED.
045030     DISPLAY "  BOUNCED:         " WS-RESUB-BOUNCED.
045040     DISPLAY "WRITE-OFFS:        " WS-WOFF-READ.
045050     DISPLAY "  POSTED:          " WS-WOFF-POSTED.
045060     DISPLAY "  BOUNCED:         " WS-WOFF-BOUNCED.
045100     IF WS-OUT-OF-BALANCE-COUNT > ZERO
045200         MOVE "*** POSTING PROOF OUT OF BALANCE ***"
045300             TO POSTPRF-LINE
