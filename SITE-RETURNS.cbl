      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Per-site reject returns and the rolling site
      *          data-quality scorecard. FEED-MERGE writes
      *          SOURCE-MAP.DAT so every merged INPUT.DAT line can be
      *          traced to its site and its line number in that site's
      *          own feed; this program reads it back. LINE-STATUS.DAT,
      *          SOURCE-MAP.DAT and REJECT.DAT are walked in lockstep -
      *          all three carry one record per merged line (one per
      *          rejected line for REJECT.DAT), in the same order - and
      *          one return file per site, SITE-RETURN-<site>.DAT, is
      *          written carrying each of that site's rejects by the
      *          site's own line number, the bad value and the
      *          VALIDATE-TIME-PARA-S reason code and text, ready to go
      *          back to the site as it stands. Tonight's per-site
      *          counts are posted to SITE-SCORE-HISTORY.DAT under the
      *          run ID off OUTPUT.DAT's HDR line, and
      *          SITE-SCORECARD.DAT is printed from that history across
      *          every night still listed in ARCHIVE-CATALOG.DAT (plus
      *          tonight's, which ARCHIVER has not captured yet): lines
      *          received, rejects, reject rate and most frequent
      *          reason per site per night, with a site total - so a
      *          site is shown its error trend, not one bad night.
      *          History rows for nights retention has retired from
      *          the catalog are dropped as the history is rewritten,
      *          so the scorecard rolls with the archive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORDS-FILE ASSIGN TO 'OUTPUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT LINE-STATUS-FILE ASSIGN TO 'LINE-STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LST-FILE-STATUS.
           SELECT SOURCE-MAP-FILE ASSIGN TO 'SOURCE-MAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT SITE-RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHIVE-CATALOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT SITE-SCORE-HISTORY-FILE
               ASSIGN TO 'SITE-SCORE-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSH-FILE-STATUS.
           SELECT SITE-SCORECARD-FILE ASSIGN TO 'SITE-SCORECARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Only read here to lift the run ID off the HDR line, the same
      * way READ-RUN-ID-PARA-S in ARCHIVER.cbl stamps a generation -
      * so tonight's scorecard row carries the run ID the catalog
      * will file it under.
      ******************************************************************
       FD  WORDS-FILE.
       01  WORDS-RECORD             PIC X(80).

      ******************************************************************
      * One record per merged INPUT.DAT line - see LINE-STATUS-FILE in
      * TimeToWords-InputFile.cbl. "R" (and "C", a reject CORRECTION
      * has since fixed locally) advances REJECT-FILE in lockstep.
      ******************************************************************
       FD  LINE-STATUS-FILE.
       01  LINE-STATUS-RECORD       PIC X(01).
           88 LINE-WAS-ACCEPTED     VALUE "A".
           88 LINE-WAS-REJECTED     VALUE "R".
           88 LINE-WAS-CORRECTED    VALUE "C".
           88 LINE-WAS-CARRIED      VALUE "U".

      ******************************************************************
      * Same layout as the FD in FEED-MERGE.cbl, which writes it.
      ******************************************************************
       FD  SOURCE-MAP-FILE.
       01  SOURCE-MAP-RECORD.
           05 SM-SITE-CODE          PIC X(03).
           05 SM-SOURCE-LINE        PIC 9(09).

      ******************************************************************
      * The main run's reject file - original record echoed in the
      * first six bytes, then the reason code and text (see
      * WRITE-REJECT-PARA-S in TimeToWords-InputFile.cbl).
      ******************************************************************
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-VALUE             PIC X(06).
           05 FILLER                PIC X(01).
           05 REJ-REASON-CODE       PIC X(02).
           05 FILLER                PIC X(01).
           05 REJ-REASON-TEXT       PIC X(30).
           05 FILLER                PIC X(40).

      ******************************************************************
      * One site's return file - HDR, one line per reject by the
      * site's own line number, TRL with the site's counts. The name
      * is built per site, the same ASSIGN TO DYNAMIC treatment
      * FEED-MERGE.cbl gives the feed files coming in.
      ******************************************************************
       FD  SITE-RETURN-FILE.
       01  SITE-RETURN-RECORD       PIC X(100).

      ******************************************************************
      * Same layout as the FD in ARCHIVER.cbl, which maintains it.
      * Only the run IDs are needed here - they decide which nights
      * are still on the scorecard.
      ******************************************************************
       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
           05 AC-GENERATION         PIC 9(04).
           05 FILLER                PIC X(01).
           05 AC-RUN-ID             PIC X(14).
           05 FILLER                PIC X(01).
           05 AC-STAMP              PIC X(14).
           05 FILLER                PIC X(01).
           05 AC-RECORD-COUNT       PIC 9(09).

      ******************************************************************
      * One record per site per night, in posting order - lines
      * received, lines rejected, and the rejects split by reason
      * code 01-03 (VALIDATE-TIME-PARA-S's hour/minute/second codes).
      * Rewritten in full every run.
      ******************************************************************
       FD  SITE-SCORE-HISTORY-FILE.
       01  SITE-SCORE-HISTORY-RECORD.
           05 SSH-RUN-ID            PIC X(14).
           05 FILLER                PIC X(01).
           05 SSH-SITE-CODE         PIC X(03).
           05 FILLER                PIC X(01).
           05 SSH-RECEIVED          PIC 9(09).
           05 FILLER                PIC X(01).
           05 SSH-REJECTED          PIC 9(09).
           05 SSH-REASON-COUNT      OCCURS 3 TIMES.
              10 FILLER             PIC X(01).
              10 SSH-REASON-LINES   PIC 9(09).

       FD  SITE-SCORECARD-FILE.
       01  SITE-SCORECARD-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.
       01  WS-OUT-FILE-STATUS       PIC X(02).
       01  WS-LST-FILE-STATUS       PIC X(02).
       01  WS-SM-FILE-STATUS        PIC X(02).
       01  WS-REJ-FILE-STATUS       PIC X(02).
       01  WS-RET-FILE-STATUS       PIC X(02).
       01  WS-CAT-FILE-STATUS       PIC X(02).
       01  WS-SSH-FILE-STATUS       PIC X(02).
       01  WS-RETURN-NAME           PIC X(40).

      ******************************************************************
      * Tonight's run ID, off OUTPUT.DAT's HDR line.
      ******************************************************************
       01  WS-RUN-ID                PIC X(14).
       01  WS-HDR-FOUND-SW          PIC X VALUE 'N'.
           88 HDR-FOUND             VALUE 'Y'.
           88 HDR-NOT-FOUND         VALUE 'N'.
       01  WS-HDR-JUNK              PIC X(80).
       01  WS-HDR-REST              PIC X(80).
       01  WS-HDR-RUN-ID-STR        PIC X(20).

      ******************************************************************
      * Lockstep walk state. WS-WALK-SITE names the site a return-file
      * pass is writing for; the counting pass leaves it blank.
      ******************************************************************
       01  WS-WALK-SW               PIC X VALUE 'N'.
           88 WALK-DONE             VALUE 'Y'.
           88 WALK-NOT-DONE         VALUE 'N'.
       01  WS-WALK-SITE             PIC X(03).
       01  WS-LINE-NO               PIC 9(09) VALUE ZERO.
       01  WS-REASON-IDX            PIC 9(01).

      ******************************************************************
      * Tonight's sites, in the order their lines first appear on
      * SOURCE-MAP.DAT - which is FEED-LIST.DAT's merge order.
      ******************************************************************
       01  WS-SITE-MAX-ENTRIES      PIC 9(02) VALUE 20.
       01  WS-SITE-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES INDEXED BY WS-SITE-IDX.
               10 WS-SITE-CODE      PIC X(03).
               10 WS-SITE-RECEIVED  PIC 9(09).
               10 WS-SITE-REJECTED  PIC 9(09).
               10 WS-SITE-CORRECTED PIC 9(09).
               10 WS-SITE-REASON    PIC 9(09) OCCURS 3 TIMES.
       01  WS-SITE-MATCH-IDX        PIC 9(02) VALUE ZERO.
       01  WS-IDX                   PIC 9(04).
       01  WS-IDX2                  PIC 9(04).

      ******************************************************************
      * The run IDs still on ARCHIVE-CATALOG.DAT - same capacity as
      * the catalog table in ARCHIVER.cbl.
      ******************************************************************
       01  WS-CAT-MAX-ENTRIES       PIC 9(03) VALUE 100.
       01  WS-CAT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-CATALOG-TABLE.
           05 WS-CAT-RUN-ID         OCCURS 100 TIMES PIC X(14).
       01  WS-CAT-FOUND-SW          PIC X.
           88 RUN-ON-CATALOG        VALUE 'Y'.
           88 RUN-NOT-ON-CATALOG    VALUE 'N'.

      ******************************************************************
      * The scorecard history, held in posting order - 100 catalog
      * nights at up to 20 sites would be 2000 rows.
      ******************************************************************
       01  WS-HS-MAX-ENTRIES        PIC 9(04) VALUE 2000.
       01  WS-HS-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-HISTORY-TABLE.
           05 WS-HS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HS-IDX.
               10 WS-HS-RUN-ID      PIC X(14).
               10 WS-HS-SITE        PIC X(03).
               10 WS-HS-RECEIVED    PIC 9(09).
               10 WS-HS-REJECTED    PIC 9(09).
               10 WS-HS-REASON      PIC 9(09) OCCURS 3 TIMES.
       01  WS-HS-DROPPED-COUNT      PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Scorecard working fields. The distinct site list drives one
      * block per site; the totals accumulate across that site's
      * nights for the closing line.
      ******************************************************************
       01  WS-SC-SITE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-SC-SITE-TABLE.
           05 WS-SC-SITE            OCCURS 20 TIMES PIC X(03).
       01  WS-SC-SITE-IDX           PIC 9(02).
       01  WS-SC-FOUND-SW           PIC X.
           88 SC-SITE-ON-LIST       VALUE 'Y'.
           88 SC-SITE-NOT-ON-LIST   VALUE 'N'.
       01  WS-SC-NIGHTS             PIC 9(04).
       01  WS-SC-RECEIVED           PIC 9(09).
       01  WS-SC-REJECTED           PIC 9(09).
       01  WS-SC-REASON-TABLE.
           05 WS-SC-REASON          PIC 9(09) OCCURS 3 TIMES.

      ******************************************************************
      * Rate and most-frequent-reason for one scorecard line. Ties go
      * to the lower reason code; a night with no rejects reads NONE.
      ******************************************************************
       01  WS-CALC-RECEIVED         PIC 9(09).
       01  WS-CALC-REJECTED         PIC 9(09).
       01  WS-CALC-REASON-TABLE.
           05 WS-CALC-REASON        PIC 9(09) OCCURS 3 TIMES.
       01  WS-RATE                  PIC 9(03)V99.
       01  WS-RATE-EDIT             PIC ZZ9.99.
       01  WS-TOP-IDX               PIC 9(01).
       01  WS-TOP-CODE              PIC X(04).
       01  WS-TOP-TEXT              PIC X(30).

       01  WS-RETURN-COUNT          PIC 9(09).
       01  WS-TOTAL-RECEIVED        PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-REJECTED        PIC 9(09) VALUE ZERO.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-REPORT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ******************************************************************
      * Count every site's lines and rejects first, so a misaligned
      * file set is caught before any return file is written; then
      * write one return file per site, post tonight's counts to the
      * history and print the scorecard off it.
      ******************************************************************

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RUN-ID-PARA-S THRU READ-RUN-ID-PARA-E
           PERFORM LOAD-CATALOG-PARA-S THRU LOAD-CATALOG-PARA-E
           PERFORM LOAD-HISTORY-PARA-S THRU LOAD-HISTORY-PARA-E

           MOVE SPACES TO WS-WALK-SITE
           PERFORM OPEN-WALK-PARA-S THRU OPEN-WALK-PARA-E
           PERFORM UNTIL WALK-DONE
               PERFORM NEXT-LINE-PARA-S THRU NEXT-LINE-PARA-E
               IF WALK-NOT-DONE
                   PERFORM COUNT-ONE-LINE-PARA-S
                      THRU COUNT-ONE-LINE-PARA-E
               END-IF
           END-PERFORM
           PERFORM CLOSE-WALK-PARA-S THRU CLOSE-WALK-PARA-E

           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                     UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM WRITE-SITE-RETURN-PARA-S
                  THRU WRITE-SITE-RETURN-PARA-E
           END-PERFORM

           PERFORM POST-TONIGHT-PARA-S THRU POST-TONIGHT-PARA-E
           PERFORM WRITE-HISTORY-PARA-S THRU WRITE-HISTORY-PARA-E
           PERFORM WRITE-SCORECARD-PARA-S THRU WRITE-SCORECARD-PARA-E

           DISPLAY "SITE-RETURNS: RUN " WS-RUN-ID " SITES "
                   WS-SITE-COUNT " LINES " WS-TOTAL-RECEIVED
                   " REJECTS " WS-TOTAL-REJECTED
           STOP RUN.

      ******************************************************************
      * Scan OUTPUT.DAT for the HDR line and lift the run ID from
      * behind its label - READ-RUN-ID-PARA-S in ARCHIVER.cbl does the
      * same. No HDR means there is no conversion run to score.
      ******************************************************************
       READ-RUN-ID-PARA-S.

           OPEN INPUT WORDS-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: OUTPUT.DAT OPEN FAILED - FILE STATUS "
                       WS-OUT-FILE-STATUS " - NO RUN TO RETURN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE OR HDR-FOUND
               READ WORDS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WORDS-RECORD(1:4) = "HDR "
                           SET HDR-FOUND TO TRUE
                           UNSTRING WORDS-RECORD
                               DELIMITED BY "RUN-ID: "
                               INTO WS-HDR-JUNK WS-HDR-REST
                           UNSTRING WS-HDR-REST
                               DELIMITED BY "  "
                               INTO WS-HDR-RUN-ID-STR
                           MOVE WS-HDR-RUN-ID-STR(1:14) TO WS-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDS-FILE

           IF HDR-NOT-FOUND
               DISPLAY "FATAL: NO HDR RECORD ON OUTPUT.DAT - "
                       "CANNOT STAMP TONIGHT'S SCORECARD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RUN-ID-PARA-E. EXIT.

      ******************************************************************
      * Load the run IDs off ARCHIVE-CATALOG.DAT. A missing catalog
      * (nothing archived yet) leaves the scorecard with tonight only.
      ******************************************************************
       LOAD-CATALOG-PARA-S.

           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               GO TO LOAD-CATALOG-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < WS-CAT-MAX-ENTRIES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE AC-RUN-ID
                             TO WS-CAT-RUN-ID(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE.

       LOAD-CATALOG-PARA-E. EXIT.

      ******************************************************************
      * Load the history, keeping only rows for nights still on the
      * catalog. Rows already posted under tonight's run ID (a rerun)
      * are dropped too - POST-TONIGHT-PARA-S posts them afresh. A
      * missing history (file status 35) is the normal first run.
      ******************************************************************
       LOAD-HISTORY-PARA-S.

           OPEN INPUT SITE-SCORE-HISTORY-FILE
           IF WS-SSH-FILE-STATUS = "35"
               GO TO LOAD-HISTORY-PARA-E
           END-IF
           IF WS-SSH-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: SITE-SCORE-HISTORY.DAT OPEN FAILED - "
                       "FILE STATUS " WS-SSH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ SITE-SCORE-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-HISTORY-ROW-PARA-S
                          THRU LOAD-HISTORY-ROW-PARA-E
               END-READ
           END-PERFORM
           CLOSE SITE-SCORE-HISTORY-FILE.

       LOAD-HISTORY-PARA-E. EXIT.

       LOAD-HISTORY-ROW-PARA-S.

           IF SSH-RUN-ID = WS-RUN-ID
               GO TO LOAD-HISTORY-ROW-PARA-E
           END-IF

           SET RUN-NOT-ON-CATALOG TO TRUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CAT-COUNT
               IF WS-CAT-RUN-ID(WS-IDX) = SSH-RUN-ID
                   SET RUN-ON-CATALOG TO TRUE
                   MOVE WS-CAT-COUNT TO WS-IDX
               END-IF
           END-PERFORM
           IF RUN-NOT-ON-CATALOG
               ADD 1 TO WS-HS-DROPPED-COUNT
               GO TO LOAD-HISTORY-ROW-PARA-E
           END-IF

           IF WS-HS-COUNT >= WS-HS-MAX-ENTRIES
               DISPLAY "WARNING: SITE-SCORE-HISTORY.DAT HAS MORE THAN "
                       WS-HS-MAX-ENTRIES " ROWS - RUN " SSH-RUN-ID
                       " SITE " SSH-SITE-CODE " DROPPED"
               GO TO LOAD-HISTORY-ROW-PARA-E
           END-IF

           ADD 1 TO WS-HS-COUNT
           MOVE SSH-RUN-ID    TO WS-HS-RUN-ID(WS-HS-COUNT)
           MOVE SSH-SITE-CODE TO WS-HS-SITE(WS-HS-COUNT)
           MOVE SSH-RECEIVED  TO WS-HS-RECEIVED(WS-HS-COUNT)
           MOVE SSH-REJECTED  TO WS-HS-REJECTED(WS-HS-COUNT)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 3
               MOVE SSH-REASON-LINES(WS-REASON-IDX)
                 TO WS-HS-REASON(WS-HS-COUNT, WS-REASON-IDX)
           END-PERFORM.

       LOAD-HISTORY-ROW-PARA-E. EXIT.

      ******************************************************************
      * The lockstep walk, shared by the counting pass and each site's
      * return-file pass. All three files must run out together:
      * SOURCE-MAP.DAT longer or shorter than LINE-STATUS.DAT, or an
      * "R" with no REJECT.DAT line left, means the set is not one
      * night's output (a restored generation with tonight's map, or
      * a rerun feed) and every site line number would be wrong - so
      * that is fatal, not a warning.
      ******************************************************************
       OPEN-WALK-PARA-S.

           OPEN INPUT LINE-STATUS-FILE
           IF WS-LST-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: LINE-STATUS.DAT OPEN FAILED - "
                       "FILE STATUS " WS-LST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SOURCE-MAP-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: SOURCE-MAP.DAT OPEN FAILED - "
                       "FILE STATUS " WS-SM-FILE-STATUS
                       " - WAS INPUT.DAT BUILT BY FEED-MERGE?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: REJECT.DAT OPEN FAILED - "
                       "FILE STATUS " WS-REJ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WALK-NOT-DONE TO TRUE
           MOVE ZERO TO WS-LINE-NO.

       OPEN-WALK-PARA-E. EXIT.

       NEXT-LINE-PARA-S.

           READ LINE-STATUS-FILE
               AT END
                   SET WALK-DONE TO TRUE
           END-READ

           IF WALK-DONE
               READ SOURCE-MAP-FILE
                   AT END
                       GO TO NEXT-LINE-PARA-E
               END-READ
               DISPLAY "FATAL: SOURCE-MAP.DAT HAS MORE RECORDS THAN "
                       "LINE-STATUS.DAT (" WS-LINE-NO ") - FILES ARE "
                       "NOT FROM THE SAME RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-LINE-NO
           READ SOURCE-MAP-FILE
               AT END
                   DISPLAY "FATAL: SOURCE-MAP.DAT ENDS BEFORE "
                           "LINE-STATUS.DAT AT LINE " WS-LINE-NO
                           " - FILES ARE NOT FROM THE SAME RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF LINE-WAS-REJECTED OR LINE-WAS-CORRECTED
               READ REJECT-FILE
                   AT END
                       DISPLAY "FATAL: REJECT.DAT HAS NO LINE FOR "
                               "REJECTED LINE " WS-LINE-NO
                               " - FILES ARE NOT FROM THE SAME RUN"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF.

       NEXT-LINE-PARA-E. EXIT.

       CLOSE-WALK-PARA-S.

           CLOSE LINE-STATUS-FILE
           CLOSE SOURCE-MAP-FILE
           CLOSE REJECT-FILE.

       CLOSE-WALK-PARA-E. EXIT.

      ******************************************************************
      * Counting pass: find (or add) the line's site and tally it.
      * Every merged line counts as received; "R" and "C" lines count
      * as rejects under their reason code - a locally corrected line
      * was still sent bad, and is still the site's to fix at source.
      ******************************************************************
       COUNT-ONE-LINE-PARA-S.

           PERFORM FIND-SITE-PARA-S THRU FIND-SITE-PARA-E
           IF WS-SITE-MATCH-IDX = ZERO
               GO TO COUNT-ONE-LINE-PARA-E
           END-IF

           ADD 1 TO WS-SITE-RECEIVED(WS-SITE-MATCH-IDX)
           ADD 1 TO WS-TOTAL-RECEIVED

           IF LINE-WAS-REJECTED OR LINE-WAS-CORRECTED
               ADD 1 TO WS-SITE-REJECTED(WS-SITE-MATCH-IDX)
               ADD 1 TO WS-TOTAL-REJECTED
               IF LINE-WAS-CORRECTED
                   ADD 1 TO WS-SITE-CORRECTED(WS-SITE-MATCH-IDX)
               END-IF
               IF REJ-REASON-CODE = "01" OR "02" OR "03"
                   MOVE REJ-REASON-CODE(2:1) TO WS-REASON-IDX
                   ADD 1 TO WS-SITE-REASON(WS-SITE-MATCH-IDX,
                                           WS-REASON-IDX)
               ELSE
                   DISPLAY "WARNING: REJECT.DAT LINE FOR INPUT LINE "
                           WS-LINE-NO " CARRIES UNKNOWN REASON CODE "
                           REJ-REASON-CODE
               END-IF
           END-IF.

       COUNT-ONE-LINE-PARA-E. EXIT.

       FIND-SITE-PARA-S.

           MOVE ZERO TO WS-SITE-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SITE-COUNT
               IF WS-SITE-CODE(WS-IDX) = SM-SITE-CODE
                   MOVE WS-IDX TO WS-SITE-MATCH-IDX
                   MOVE WS-SITE-COUNT TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-SITE-MATCH-IDX NOT = ZERO
               GO TO FIND-SITE-PARA-E
           END-IF

           IF WS-SITE-COUNT >= WS-SITE-MAX-ENTRIES
               DISPLAY "FATAL: SOURCE-MAP.DAT CARRIES MORE THAN "
                       WS-SITE-MAX-ENTRIES " SITES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-SITE-COUNT
           MOVE WS-SITE-COUNT TO WS-SITE-MATCH-IDX
           MOVE SM-SITE-CODE TO WS-SITE-CODE(WS-SITE-COUNT)
           MOVE ZERO TO WS-SITE-RECEIVED(WS-SITE-COUNT)
           MOVE ZERO TO WS-SITE-REJECTED(WS-SITE-COUNT)
           MOVE ZERO TO WS-SITE-CORRECTED(WS-SITE-COUNT)
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 3
               MOVE ZERO TO WS-SITE-REASON(WS-SITE-COUNT,
                                           WS-REASON-IDX)
           END-PERFORM.

       FIND-SITE-PARA-E. EXIT.

      ******************************************************************
      * One site's return file: re-walk the three files and write a
      * line for every reject that came from this site. Written even
      * when the site sent nothing bad, so the site always gets a
      * return to file and a clean night is a TRL of zero rejects
      * rather than silence.
      ******************************************************************
       WRITE-SITE-RETURN-PARA-S.

           MOVE WS-SITE-CODE(WS-SITE-IDX) TO WS-WALK-SITE
           MOVE SPACES TO WS-RETURN-NAME
           STRING "SITE-RETURN-" DELIMITED BY SIZE
                  WS-WALK-SITE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-RETURN-NAME
           OPEN OUTPUT SITE-RETURN-FILE
           IF WS-RET-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: " WS-RETURN-NAME " OPEN FAILED - "
                       "FILE STATUS " WS-RET-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SITE-RETURN-RECORD
           STRING "HDR SITE RETURN  SITE: " DELIMITED BY SIZE
                  WS-WALK-SITE DELIMITED BY SIZE
                  "  RUN-DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  RUN-ID: " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  INTO SITE-RETURN-RECORD
           WRITE SITE-RETURN-RECORD

           MOVE ZERO TO WS-RETURN-COUNT
           PERFORM OPEN-WALK-PARA-S THRU OPEN-WALK-PARA-E
           PERFORM UNTIL WALK-DONE
               PERFORM NEXT-LINE-PARA-S THRU NEXT-LINE-PARA-E
               IF WALK-NOT-DONE
                   PERFORM RETURN-ONE-LINE-PARA-S
                      THRU RETURN-ONE-LINE-PARA-E
               END-IF
           END-PERFORM
           PERFORM CLOSE-WALK-PARA-S THRU CLOSE-WALK-PARA-E

           MOVE SPACES TO SITE-RETURN-RECORD
           STRING "TRL RECEIVED: " DELIMITED BY SIZE
                  WS-SITE-RECEIVED(WS-SITE-IDX) DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-RETURN-COUNT DELIMITED BY SIZE
                  "  CORRECTED LOCALLY: " DELIMITED BY SIZE
                  WS-SITE-CORRECTED(WS-SITE-IDX) DELIMITED BY SIZE
                  INTO SITE-RETURN-RECORD
           WRITE SITE-RETURN-RECORD
           CLOSE SITE-RETURN-FILE.

       WRITE-SITE-RETURN-PARA-E. EXIT.

      ******************************************************************
      * "LINE: nnnnnnnnn  VALUE: xxxxxx  REASON: cc text" - the line
      * number is the site's own (SM-SOURCE-LINE), not the merged
      * INPUT.DAT position, so the site can find it in what it sent.
      ******************************************************************
       RETURN-ONE-LINE-PARA-S.

           IF SM-SITE-CODE NOT = WS-WALK-SITE
               GO TO RETURN-ONE-LINE-PARA-E
           END-IF
           IF NOT LINE-WAS-REJECTED AND NOT LINE-WAS-CORRECTED
               GO TO RETURN-ONE-LINE-PARA-E
           END-IF

           ADD 1 TO WS-RETURN-COUNT
           MOVE SPACES TO SITE-RETURN-RECORD
           IF LINE-WAS-CORRECTED
               STRING "LINE: " DELIMITED BY SIZE
                      SM-SOURCE-LINE DELIMITED BY SIZE
                      "  VALUE: " DELIMITED BY SIZE
                      REJ-VALUE DELIMITED BY SIZE
                      "  REASON: " DELIMITED BY SIZE
                      REJ-REASON-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REJ-REASON-TEXT DELIMITED BY SIZE
                      " CORRECTED" DELIMITED BY SIZE
                      INTO SITE-RETURN-RECORD
           ELSE
               STRING "LINE: " DELIMITED BY SIZE
                      SM-SOURCE-LINE DELIMITED BY SIZE
                      "  VALUE: " DELIMITED BY SIZE
                      REJ-VALUE DELIMITED BY SIZE
                      "  REASON: " DELIMITED BY SIZE
                      REJ-REASON-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REJ-REASON-TEXT DELIMITED BY SIZE
                      INTO SITE-RETURN-RECORD
           END-IF
           WRITE SITE-RETURN-RECORD.

       RETURN-ONE-LINE-PARA-E. EXIT.

      ******************************************************************
      * Append tonight's per-site counts to the in-memory history, in
      * merge order, under tonight's run ID.
      ******************************************************************
       POST-TONIGHT-PARA-S.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SITE-COUNT
               IF WS-HS-COUNT < WS-HS-MAX-ENTRIES
                   ADD 1 TO WS-HS-COUNT
                   MOVE WS-RUN-ID TO WS-HS-RUN-ID(WS-HS-COUNT)
                   MOVE WS-SITE-CODE(WS-IDX)
                     TO WS-HS-SITE(WS-HS-COUNT)
                   MOVE WS-SITE-RECEIVED(WS-IDX)
                     TO WS-HS-RECEIVED(WS-HS-COUNT)
                   MOVE WS-SITE-REJECTED(WS-IDX)
                     TO WS-HS-REJECTED(WS-HS-COUNT)
                   PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                             UNTIL WS-REASON-IDX > 3
                       MOVE WS-SITE-REASON(WS-IDX, WS-REASON-IDX)
                         TO WS-HS-REASON(WS-HS-COUNT, WS-REASON-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: SITE-SCORE-HISTORY.DAT IS FULL - "
                           "SITE " WS-SITE-CODE(WS-IDX)
                           " NOT POSTED FOR RUN " WS-RUN-ID
               END-IF
           END-PERFORM.

       POST-TONIGHT-PARA-E. EXIT.

      ******************************************************************
      * Rewrite the history whole from the in-memory table - the same
      * open-output-write-close treatment WRITE-CATALOG-PARA-S in
      * ARCHIVER.cbl gives the catalog.
      ******************************************************************
       WRITE-HISTORY-PARA-S.

           OPEN OUTPUT SITE-SCORE-HISTORY-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-HS-COUNT
               MOVE SPACES TO SITE-SCORE-HISTORY-RECORD
               MOVE WS-HS-RUN-ID(WS-IDX)   TO SSH-RUN-ID
               MOVE WS-HS-SITE(WS-IDX)     TO SSH-SITE-CODE
               MOVE WS-HS-RECEIVED(WS-IDX) TO SSH-RECEIVED
               MOVE WS-HS-REJECTED(WS-IDX) TO SSH-REJECTED
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                         UNTIL WS-REASON-IDX > 3
                   MOVE WS-HS-REASON(WS-IDX, WS-REASON-IDX)
                     TO SSH-REASON-LINES(WS-REASON-IDX)
               END-PERFORM
               WRITE SITE-SCORE-HISTORY-RECORD
           END-PERFORM
           CLOSE SITE-SCORE-HISTORY-FILE.

       WRITE-HISTORY-PARA-E. EXIT.

      ******************************************************************
      * The scorecard: one block per site (in the order sites first
      * appear on the history), one line per night in posting order,
      * then the site's total across every night shown.
      ******************************************************************
       WRITE-SCORECARD-PARA-S.

           OPEN OUTPUT SITE-SCORECARD-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SITE DATA-QUALITY SCORECARD  RUN-DATE: "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  TONIGHT: " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  "  NIGHTS ON ARCHIVE-CATALOG.DAT: " DELIMITED BY SIZE
                  WS-CAT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           MOVE ZERO TO WS-SC-SITE-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-HS-COUNT
               PERFORM NOTE-SCORECARD-SITE-PARA-S
                  THRU NOTE-SCORECARD-SITE-PARA-E
           END-PERFORM

           PERFORM VARYING WS-SC-SITE-IDX FROM 1 BY 1
                     UNTIL WS-SC-SITE-IDX > WS-SC-SITE-COUNT
               PERFORM SCORE-ONE-SITE-PARA-S
                  THRU SCORE-ONE-SITE-PARA-E
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY  SITES: " DELIMITED BY SIZE
                  WS-SC-SITE-COUNT DELIMITED BY SIZE
                  "  HISTORY ROWS: " DELIMITED BY SIZE
                  WS-HS-COUNT DELIMITED BY SIZE
                  "  ROWS RETIRED WITH THE CATALOG: " DELIMITED BY SIZE
                  WS-HS-DROPPED-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           CLOSE SITE-SCORECARD-FILE.

       WRITE-SCORECARD-PARA-E. EXIT.

       NOTE-SCORECARD-SITE-PARA-S.

           SET SC-SITE-NOT-ON-LIST TO TRUE
           PERFORM VARYING WS-SC-SITE-IDX FROM 1 BY 1
                     UNTIL WS-SC-SITE-IDX > WS-SC-SITE-COUNT
               IF WS-SC-SITE(WS-SC-SITE-IDX) = WS-HS-SITE(WS-IDX)
                   SET SC-SITE-ON-LIST TO TRUE
                   MOVE WS-SC-SITE-COUNT TO WS-SC-SITE-IDX
               END-IF
           END-PERFORM

           IF SC-SITE-NOT-ON-LIST
               IF WS-SC-SITE-COUNT < 20
                   ADD 1 TO WS-SC-SITE-COUNT
                   MOVE WS-HS-SITE(WS-IDX)
                     TO WS-SC-SITE(WS-SC-SITE-COUNT)
               ELSE
                   DISPLAY "WARNING: MORE THAN 20 SITES ON "
                           "SITE-SCORE-HISTORY.DAT - SITE "
                           WS-HS-SITE(WS-IDX) " NOT SCORED"
               END-IF
           END-IF.

       NOTE-SCORECARD-SITE-PARA-E. EXIT.

       SCORE-ONE-SITE-PARA-S.

           MOVE ZERO TO WS-SC-NIGHTS WS-SC-RECEIVED WS-SC-REJECTED
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 3
               MOVE ZERO TO WS-SC-REASON(WS-REASON-IDX)
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SITE " DELIMITED BY SIZE
                  WS-SC-SITE(WS-SC-SITE-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > WS-HS-COUNT
               IF WS-HS-SITE(WS-IDX2) = WS-SC-SITE(WS-SC-SITE-IDX)
                   PERFORM SCORE-ONE-NIGHT-PARA-S
                      THRU SCORE-ONE-NIGHT-PARA-E
               END-IF
           END-PERFORM

           MOVE WS-SC-RECEIVED TO WS-CALC-RECEIVED
           MOVE WS-SC-REJECTED TO WS-CALC-REJECTED
           MOVE WS-SC-REASON-TABLE TO WS-CALC-REASON-TABLE
           PERFORM CALC-RATE-PARA-S THRU CALC-RATE-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL  NIGHTS: " DELIMITED BY SIZE
                  WS-SC-NIGHTS DELIMITED BY SIZE
                  "  RECEIVED: " DELIMITED BY SIZE
                  WS-SC-RECEIVED DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-SC-REJECTED DELIMITED BY SIZE
                  "  RATE: " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "%  TOP REASON: " DELIMITED BY SIZE
                  WS-TOP-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TOP-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       SCORE-ONE-SITE-PARA-E. EXIT.

       SCORE-ONE-NIGHT-PARA-S.

           ADD 1 TO WS-SC-NIGHTS
           ADD WS-HS-RECEIVED(WS-IDX2) TO WS-SC-RECEIVED
           ADD WS-HS-REJECTED(WS-IDX2) TO WS-SC-REJECTED
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 3
               ADD WS-HS-REASON(WS-IDX2, WS-REASON-IDX)
                 TO WS-SC-REASON(WS-REASON-IDX)
               MOVE WS-HS-REASON(WS-IDX2, WS-REASON-IDX)
                 TO WS-CALC-REASON(WS-REASON-IDX)
           END-PERFORM

           MOVE WS-HS-RECEIVED(WS-IDX2) TO WS-CALC-RECEIVED
           MOVE WS-HS-REJECTED(WS-IDX2) TO WS-CALC-REJECTED
           PERFORM CALC-RATE-PARA-S THRU CALC-RATE-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RUN " DELIMITED BY SIZE
                  WS-HS-RUN-ID(WS-IDX2) DELIMITED BY SIZE
                  "  RECEIVED: " DELIMITED BY SIZE
                  WS-HS-RECEIVED(WS-IDX2) DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-HS-REJECTED(WS-IDX2) DELIMITED BY SIZE
                  "  RATE: " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "%  TOP REASON: " DELIMITED BY SIZE
                  WS-TOP-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-TOP-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       SCORE-ONE-NIGHT-PARA-E. EXIT.

      ******************************************************************
      * Reject rate as a percentage of lines received, and the most
      * frequent reason code, for the counts in the WS-CALC- fields.
      * The reason texts are VALIDATE-TIME-PARA-S's own.
      ******************************************************************
       CALC-RATE-PARA-S.

           MOVE ZERO TO WS-RATE
           IF WS-CALC-RECEIVED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CALC-REJECTED * 100 / WS-CALC-RECEIVED
           END-IF
           MOVE WS-RATE TO WS-RATE-EDIT

           MOVE ZERO TO WS-TOP-IDX
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                     UNTIL WS-REASON-IDX > 3
               IF WS-CALC-REASON(WS-REASON-IDX) > ZERO
                   IF WS-TOP-IDX = ZERO
                       MOVE WS-REASON-IDX TO WS-TOP-IDX
                   ELSE
                       IF WS-CALC-REASON(WS-REASON-IDX)
                          > WS-CALC-REASON(WS-TOP-IDX)
                           MOVE WS-REASON-IDX TO WS-TOP-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE WS-TOP-IDX
               WHEN 1
                   MOVE "01" TO WS-TOP-CODE
                   MOVE "INVALID HOUR - MUST BE 00-23" TO WS-TOP-TEXT
               WHEN 2
                   MOVE "02" TO WS-TOP-CODE
                   MOVE "INVALID MINUTE - MUST BE 00-59"
                     TO WS-TOP-TEXT
               WHEN 3
                   MOVE "03" TO WS-TOP-CODE
                   MOVE "INVALID SECOND - MUST BE 00-59"
                     TO WS-TOP-TEXT
               WHEN OTHER
                   MOVE "NONE" TO WS-TOP-CODE
                   MOVE SPACES TO WS-TOP-TEXT
           END-EVALUATE.

       CALC-RATE-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO SITE-SCORECARD-RECORD
           WRITE SITE-SCORECARD-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       END PROGRAM SITE-RETURNS.
