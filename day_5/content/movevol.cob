000100* MOVEVOL.COB GnuCOBOL
000110* MONTH-END CRATE MOVEMENT VOLUME REPORT.  READS EVERY DATED MOVE
000120* JOURNAL ARCHIVE (MOVEJRNL5.YYYYMMDD.TXT) KEPT BY HOUSEKPR FOR
000130* THE REPORT MONTH AND TOTALS THE MOVES AND THE CRATES MOVED BY
000140* BUSINESS DATE, BY MOVE MODE, BY FROM-STACK, BY TO-STACK AND BY
000150* STACK PAIR.  A RECEIVE COMES FROM THE DOCK AND A SHIPMENT GOES
000160* OUT TO THE DOCK, SHOWN AS STACK "DOCK".  A STACK'S HANDLING IS
000170* THE CRATES TAKEN OFF IT PLUS THE CRATES PUT ON IT; THE REPORT
000180* GIVES EACH STACK'S SHARE OF ALL HANDLING, FLAGS THE BUSIEST
000190* STACK AND THE IDLE ONES (NO HANDLING, UP TO THE HIGHEST STACK
000191* THE MONTH TOUCHED) AND COMPARES THE MONTH WITH THE PRIOR
000192* MONTH'S SAVED SUMMARY.  THE MONTH'S TOTALS ARE SAVED ON
000193* MOVEVOL5.DAT BY MONTH; RERUNNING A MONTH REPLACES ITS SUMMARY.
000194* THE 'M' CARD GIVES THE REPORT MONTH AS YYYYMM; WITHOUT ONE THE
000195* MONTH BEFORE THE RUN DATE IS REPORTED.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. movevol.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/volcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT jrnarch ASSIGN TO
000000          DYNAMIC jrn-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS jrn-file-status
000000          .
000000     SELECT volfile ASSIGN TO
000000          "../output/movevol5.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS vol-month
000000          FILE STATUS IS vol-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/movevol5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 vol-card.
000000    05 vcd-rec-type            PIC X(01).
000000        88 vcd-month-card      VALUE 'M'.
000000        88 vcd-comment-card    VALUE '*' SPACE.
000000    05 vcd-sep-1               PIC X.
000000    05 vcd-month               PIC 9(06).
000000    05 vcd-month-x REDEFINES vcd-month
000000                               PIC X(06).
000000    05 FILLER                  PIC X(12).
000000 FD jrnarch.
000000 COPY jrnlrec.
000000 FD volfile.
000000 COPY volrec.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  max-stacks PIC S9(07) COMP-5 VALUE 16.
000000 01  card-file-status PIC X(02).
000000 01  jrn-file-status PIC X(02).
000000 01  jrn-file-path PIC X(40).
000000 01  vol-file-status PIC X(02).
000000 01  report-month.
000000     05 rpt-yyyy PIC 9(04).
000000     05 rpt-mm PIC 9(02).
000000 01  report-month-n REDEFINES report-month PIC 9(06).
000000 01  prior-month.
000000     05 pri-yyyy PIC 9(04).
000000     05 pri-mm PIC 9(02).
000000 01  prior-month-n REDEFINES prior-month PIC 9(06).
000000 01  scan-date.
000000     05 scan-yyyy PIC 9(04).
000000     05 scan-mm PIC 9(02).
000000     05 scan-dd PIC 9(02).
000000 01  month-days-data PIC X(24)
000000     VALUE "312831303130313130313031".
000000 01  month-days-table REDEFINES month-days-data.
000000     05 month-days PIC 9(02) OCCURS 12 TIMES.
000000 01  leap-quot PIC S9(07) COMP-5.
000000 01  leap-rem PIC S9(07) COMP-5.
000000 01  leap-switch PIC X(01).
000000     88 leap-year VALUE 'Y'.
000000 01  day-limit PIC S9(07) COMP-5.
000000 01  day-index PIC S9(07) COMP-5.
000000 01  day-table.
000000     05 day-entry OCCURS 31 TIMES.
000000        10 dte-date PIC 9(08).
000000        10 dte-archive PIC X(01).
000000        10 dte-moves PIC S9(07) COMP-5.
000000        10 dte-crates PIC S9(07) COMP-5.
000000        10 dte-one-moves PIC S9(07) COMP-5.
000000        10 dte-bulk-moves PIC S9(07) COMP-5.
000000* THE STACK TABLES ARE SUBSCRIPTED BY STACK NUMBER PLUS ONE SO
000000* ENTRY 1 HOLDS THE DOCK (STACK ZERO ON THE JOURNAL).
000000 01  from-table.
000000     05 frm-entry OCCURS 17 TIMES.
000000        10 frm-moves PIC S9(07) COMP-5.
000000        10 frm-crates PIC S9(07) COMP-5.
000000 01  to-table.
000000     05 dst-entry OCCURS 17 TIMES.
000000        10 dst-moves PIC S9(07) COMP-5.
000000        10 dst-crates PIC S9(07) COMP-5.
000000 01  pair-table.
000000     05 pair-from OCCURS 17 TIMES.
000000        10 pair-to OCCURS 17 TIMES.
000000           15 par-moves PIC S9(07) COMP-5.
000000           15 par-crates PIC S9(07) COMP-5.
000000 01  handled-table.
000000     05 hnd-crates PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  prior-handled-table.
000000     05 pri-handled PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  month-counts.
000000     05 mth-moves PIC S9(07) COMP-5.
000000     05 mth-crates PIC S9(07) COMP-5.
000000     05 mth-one-moves PIC S9(07) COMP-5.
000000     05 mth-one-crates PIC S9(07) COMP-5.
000000     05 mth-bulk-moves PIC S9(07) COMP-5.
000000     05 mth-bulk-crates PIC S9(07) COMP-5.
000000     05 mth-other-moves PIC S9(07) COMP-5.
000000     05 mth-other-crates PIC S9(07) COMP-5.
000000     05 mth-stack-moves PIC S9(07) COMP-5.
000000     05 mth-receives PIC S9(07) COMP-5.
000000     05 mth-ships PIC S9(07) COMP-5.
000000 01  prior-counts.
000000     05 pri-moves PIC S9(07) COMP-5.
000000     05 pri-crates PIC S9(07) COMP-5.
000000     05 pri-one-crates PIC S9(07) COMP-5.
000000     05 pri-bulk-crates PIC S9(07) COMP-5.
000000     05 pri-high-stack PIC S9(07) COMP-5.
000000 01  prior-found-switch PIC X(01) VALUE 'N'.
000000     88 prior-found VALUE 'Y'.
000000 01  summary-found-switch PIC X(01).
000000     88 summary-on-file VALUE 'Y'.
000000 01  archive-count PIC S9(07) COMP-5 VALUE 0.
000000 01  skipped-count PIC S9(07) COMP-5 VALUE 0.
000000 01  from-index PIC S9(07) COMP-5.
000000 01  to-index PIC S9(07) COMP-5.
000000 01  stack-no PIC S9(07) COMP-5.
000000 01  high-stack PIC S9(07) COMP-5 VALUE 0.
000000 01  compare-high PIC S9(07) COMP-5.
000000 01  total-handled PIC S9(09) COMP-5 VALUE 0.
000000 01  busiest-handled PIC S9(07) COMP-5 VALUE 0.
000000 01  busiest-stack PIC S9(07) COMP-5 VALUE 0.
000000 01  idle-count PIC S9(07) COMP-5 VALUE 0.
000000 01  share-pct PIC 9(03)V9(02).
000000 01  section-title PIC X(40).
000000 01  change-label PIC X(20).
000000 01  change-prior PIC S9(07) COMP-5.
000000 01  change-this PIC S9(07) COMP-5.
000000 01  change-amount PIC S9(08) COMP-5.
000000 01  change-pct PIC S9(04)V9(01).
000000 01  change-pct-text PIC X(08).
000000 01  stack-text PIC X(07).
000000 01  to-stack-text PIC X(07).
000000 01  flag-text PIC X(08).
000000 01  summary-action PIC X(08).
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  current-time.
000000     05 curr-hh PIC 9(02).
000000     05 curr-mi PIC 9(02).
000000     05 curr-ss PIC 9(02).
000000     05 FILLER PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  month-display PIC X(07).
000000 01  prior-display PIC X(07).
000000 01  ed-stack-no PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-count-2 PIC ZZZZZZ9.
000000 01  ed-count-3 PIC ZZZZZZ9.
000000 01  ed-count-4 PIC ZZZZZZ9.
000000 01  ed-change PIC -------9.
000000 01  ed-pct PIC ZZ9.99.
000000 01  ed-change-pct PIC ----9.9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     ACCEPT current-time FROM TIME
000000     PERFORM READ-MONTH-CARD
000000     PERFORM SET-MONTH-LIMITS
000000     INITIALIZE day-table from-table to-table pair-table
000000                handled-table month-counts
000000     PERFORM VARYING day-index FROM 1 BY 1
000000             UNTIL day-index > day-limit
000000         PERFORM LOAD-ONE-ARCHIVE
000000     END-PERFORM
000000     PERFORM TALLY-STACK-HANDLING
000000     PERFORM FIND-PRIOR-SUMMARY
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     IF archive-count = 0 THEN
000000         MOVE " NO JOURNAL ARCHIVES ON FILE FOR THE MONTH"
000000              TO rpt-line
000000         WRITE rpt-line
000000         MOVE " MONTH SUMMARY NOT SAVED" TO rpt-line
000000         WRITE rpt-line
000000         CLOSE RPTFILE
000000         MOVE 4 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM WRITE-DATE-SECTION
000000     PERFORM WRITE-MODE-SECTION
000000     PERFORM WRITE-FROM-SECTION
000000     PERFORM WRITE-TO-SECTION
000000     PERFORM WRITE-PAIR-SECTION
000000     PERFORM WRITE-HANDLING-SECTION
000000     PERFORM SAVE-MONTH-SUMMARY
000000     PERFORM WRITE-CHANGE-SECTION
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE RPTFILE
000000     IF skipped-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     READ-MONTH-CARD.
000000     MOVE 0 TO report-month-n
000000     OPEN INPUT CARDFILE
000000     IF card-file-status = '00' THEN
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF vcd-month-card THEN
000000         IF vcd-month IS NOT NUMERIC OR
000000            vcd-month(5:2) < "01" OR
000000            vcd-month(5:2) > "12" THEN
000000             DISPLAY "BAD REPORT MONTH ON VOLUME CARD - "
000000                     vcd-month-x
000000             CLOSE CARDFILE
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         MOVE vcd-month TO report-month-n
000000     ELSE
000000     IF NOT vcd-comment-card THEN
000000         DISPLAY "BAD VOLUME CARD TYPE - " vcd-rec-type
000000         CLOSE CARDFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     END-IF
000000     END-PERFORM
000000     CLOSE CARDFILE
000000     END-IF
000000     IF report-month-n = 0 THEN
000000         MOVE curr-yyyy TO rpt-yyyy
000000         MOVE curr-mm TO rpt-mm
000000         IF rpt-mm > 1 THEN
000000             SUBTRACT 1 FROM rpt-mm
000000         ELSE
000000             MOVE 12 TO rpt-mm
000000             SUBTRACT 1 FROM rpt-yyyy
000000         END-IF
000000     END-IF
000000     MOVE rpt-yyyy TO pri-yyyy
000000     MOVE rpt-mm TO pri-mm
000000     IF pri-mm > 1 THEN
000000         SUBTRACT 1 FROM pri-mm
000000     ELSE
000000         MOVE 12 TO pri-mm
000000         SUBTRACT 1 FROM pri-yyyy
000000     END-IF
000000     EXIT PARAGRAPH.
000000     SET-MONTH-LIMITS.
000000     MOVE month-days(rpt-mm) TO day-limit
000000     IF rpt-mm = 2 THEN
000000         MOVE 'N' TO leap-switch
000000         DIVIDE rpt-yyyy BY 4 GIVING leap-quot
000000             REMAINDER leap-rem
000000         IF leap-rem = 0 THEN
000000             MOVE 'Y' TO leap-switch
000000         END-IF
000000         DIVIDE rpt-yyyy BY 100 GIVING leap-quot
000000             REMAINDER leap-rem
000000         IF leap-rem = 0 THEN
000000             MOVE 'N' TO leap-switch
000000         END-IF
000000         DIVIDE rpt-yyyy BY 400 GIVING leap-quot
000000             REMAINDER leap-rem
000000         IF leap-rem = 0 THEN
000000             MOVE 'Y' TO leap-switch
000000         END-IF
000000         IF leap-year THEN
000000             ADD 1 TO day-limit
000000         END-IF
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LOAD-ONE-ARCHIVE.
000000     MOVE rpt-yyyy TO scan-yyyy
000000     MOVE rpt-mm TO scan-mm
000000     MOVE day-index TO scan-dd
000000     MOVE scan-date TO dte-date(day-index)
000000     MOVE 'N' TO dte-archive(day-index)
000000     MOVE SPACES TO jrn-file-path
000000     STRING "../output/movejrnl5." scan-date ".txt"
000000          DELIMITED BY SIZE INTO jrn-file-path
000000     OPEN INPUT JRNARCH
000000     IF jrn-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO archive-count
000000     MOVE 'Y' TO dte-archive(day-index)
000000     PERFORM UNTIL EXIT
000000     READ JRNARCH AT END
000000         EXIT PERFORM
000000     END-READ
000000     PERFORM TALLY-JOURNAL-RECORD
000000     END-PERFORM
000000     CLOSE JRNARCH
000000     EXIT PARAGRAPH.
000000     TALLY-JOURNAL-RECORD.
000000     IF jrn-qty IS NOT NUMERIC OR
000000        jrn-from-stack IS NOT NUMERIC OR
000000        jrn-to-stack IS NOT NUMERIC THEN
000000         ADD 1 TO skipped-count
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF jrn-from-stack > max-stacks OR
000000        jrn-to-stack > max-stacks OR
000000        (jrn-from-stack = 0 AND jrn-to-stack = 0) THEN
000000         ADD 1 TO skipped-count
000000         EXIT PARAGRAPH
000000     END-IF
000000     COMPUTE from-index = jrn-from-stack + 1
000000     COMPUTE to-index = jrn-to-stack + 1
000000     ADD 1 TO dte-moves(day-index)
000000     ADD jrn-qty TO dte-crates(day-index)
000000     ADD 1 TO mth-moves
000000     ADD jrn-qty TO mth-crates
000000     EVALUATE TRUE
000000         WHEN jrn-one-at-a-time
000000             ADD 1 TO dte-one-moves(day-index)
000000             ADD 1 TO mth-one-moves
000000             ADD jrn-qty TO mth-one-crates
000000         WHEN jrn-bulk
000000             ADD 1 TO dte-bulk-moves(day-index)
000000             ADD 1 TO mth-bulk-moves
000000             ADD jrn-qty TO mth-bulk-crates
000000         WHEN OTHER
000000             ADD 1 TO mth-other-moves
000000             ADD jrn-qty TO mth-other-crates
000000     END-EVALUATE
000000     EVALUATE TRUE
000000         WHEN jrn-from-stack = 0
000000             ADD 1 TO mth-receives
000000         WHEN jrn-to-stack = 0
000000             ADD 1 TO mth-ships
000000         WHEN OTHER
000000             ADD 1 TO mth-stack-moves
000000     END-EVALUATE
000000     ADD 1 TO frm-moves(from-index)
000000     ADD jrn-qty TO frm-crates(from-index)
000000     ADD 1 TO dst-moves(to-index)
000000     ADD jrn-qty TO dst-crates(to-index)
000000     ADD 1 TO par-moves(from-index, to-index)
000000     ADD jrn-qty TO par-crates(from-index, to-index)
000000     IF jrn-from-stack > high-stack THEN
000000         MOVE jrn-from-stack TO high-stack
000000     END-IF
000000     IF jrn-to-stack > high-stack THEN
000000         MOVE jrn-to-stack TO high-stack
000000     END-IF
000000     EXIT PARAGRAPH.
000000     TALLY-STACK-HANDLING.
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > max-stacks
000000         COMPUTE hnd-crates(stack-no) =
000000             frm-crates(stack-no + 1) + dst-crates(stack-no + 1)
000000         ADD hnd-crates(stack-no) TO total-handled
000000         IF hnd-crates(stack-no) > busiest-handled THEN
000000             MOVE hnd-crates(stack-no) TO busiest-handled
000000             MOVE stack-no TO busiest-stack
000000         END-IF
000000         IF stack-no <= high-stack AND
000000            hnd-crates(stack-no) = 0 THEN
000000             ADD 1 TO idle-count
000000         END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     FIND-PRIOR-SUMMARY.
000000     INITIALIZE prior-counts prior-handled-table
000000     OPEN INPUT VOLFILE
000000     IF vol-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE prior-month-n TO vol-month
000000     MOVE 'Y' TO prior-found-switch
000000     READ VOLFILE
000000         INVALID KEY
000000             MOVE 'N' TO prior-found-switch
000000     END-READ
000000     IF prior-found THEN
000000         MOVE vol-moves TO pri-moves
000000         MOVE vol-crates TO pri-crates
000000         MOVE vol-one-crates TO pri-one-crates
000000         MOVE vol-bulk-crates TO pri-bulk-crates
000000         MOVE vol-high-stack TO pri-high-stack
000000         PERFORM VARYING stack-no FROM 1 BY 1
000000                 UNTIL stack-no > max-stacks
000000             MOVE vol-stk-handled(stack-no)
000000                  TO pri-handled(stack-no)
000000         END-PERFORM
000000     END-IF
000000     CLOSE VOLFILE
000000     EXIT PARAGRAPH.
000000     SAVE-MONTH-SUMMARY.
000000     OPEN I-O VOLFILE
000000     IF vol-file-status = '35' THEN
000000         OPEN OUTPUT VOLFILE
000000         CLOSE VOLFILE
000000         OPEN I-O VOLFILE
000000     END-IF
000000     IF vol-file-status NOT = '00' THEN
000000         DISPLAY "VOLUME SUMMARY FILE OPEN FAILED - STATUS "
000000                 vol-file-status
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE report-month-n TO vol-month
000000     MOVE 'Y' TO summary-found-switch
000000     READ VOLFILE
000000         INVALID KEY
000000             MOVE 'N' TO summary-found-switch
000000     END-READ
000000     MOVE SPACES TO vol-record
000000     MOVE report-month-n TO vol-month
000000     MOVE archive-count TO vol-archive-days
000000     MOVE mth-moves TO vol-moves
000000     MOVE mth-crates TO vol-crates
000000     MOVE mth-one-moves TO vol-one-moves
000000     MOVE mth-one-crates TO vol-one-crates
000000     MOVE mth-bulk-moves TO vol-bulk-moves
000000     MOVE mth-bulk-crates TO vol-bulk-crates
000000     MOVE high-stack TO vol-high-stack
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > max-stacks
000000         MOVE hnd-crates(stack-no) TO vol-stk-handled(stack-no)
000000     END-PERFORM
000000     MOVE current-date TO vol-timestamp(1:8)
000000     MOVE current-time(1:6) TO vol-timestamp(9:6)
000000     IF summary-on-file THEN
000000         REWRITE vol-record
000000         MOVE "REPLACED" TO summary-action
000000     ELSE
000000         WRITE vol-record
000000         MOVE "SAVED" TO summary-action
000000     END-IF
000000     IF vol-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "VOLUME SUMMARY WRITE FAILED - STATUS "
000000                 vol-file-status
000000         CLOSE VOLFILE
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     CLOSE VOLFILE
000000     EXIT PARAGRAPH.
000000     SET-STACK-TEXT.
000000     IF stack-no = 0 THEN
000000         MOVE "   DOCK" TO stack-text
000000     ELSE
000000         MOVE stack-no TO ed-stack-no
000000         MOVE ed-stack-no TO stack-text
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-SECTION-TITLE.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE section-title TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     STRING rpt-yyyy "-" rpt-mm
000000          DELIMITED BY SIZE INTO month-display
000000     STRING pri-yyyy "-" pri-mm
000000          DELIMITED BY SIZE INTO prior-display
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATE MOVEMENT VOLUME REPORT  MONTH: " month-display
000000            "  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-DATE-SECTION.
000000     MOVE "BY BUSINESS DATE" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE "  DATE       MOVES   CRATES  ONE-AT-A-TIME     BULK"
000000          TO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING day-index FROM 1 BY 1
000000             UNTIL day-index > day-limit
000000         MOVE SPACES TO rpt-line
000000         IF dte-archive(day-index) = 'Y' THEN
000000             MOVE dte-moves(day-index) TO ed-count
000000             MOVE dte-crates(day-index) TO ed-count-2
000000             MOVE dte-one-moves(day-index) TO ed-count-3
000000             MOVE dte-bulk-moves(day-index) TO ed-count-4
000000             STRING "  " dte-date(day-index) " " ed-count
000000                    "  " ed-count-2 "        " ed-count-3
000000                    "  " ed-count-4
000000                  DELIMITED BY SIZE INTO rpt-line
000000         ELSE
000000             STRING "  " dte-date(day-index) "  NO ARCHIVE"
000000                  DELIMITED BY SIZE INTO rpt-line
000000         END-IF
000000         WRITE rpt-line
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-MODE-SECTION.
000000     MOVE "BY MOVE MODE" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE "  MODE                  MOVES   CRATES" TO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-one-moves TO ed-count
000000     MOVE mth-one-crates TO ed-count-2
000000     MOVE SPACES TO rpt-line
000000     STRING "  ONE-AT-A-TIME       " ed-count "  " ed-count-2
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-bulk-moves TO ed-count
000000     MOVE mth-bulk-crates TO ed-count-2
000000     MOVE SPACES TO rpt-line
000000     STRING "  BULK                " ed-count "  " ed-count-2
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     IF mth-other-moves > 0 THEN
000000         MOVE mth-other-moves TO ed-count
000000         MOVE mth-other-crates TO ed-count-2
000000         MOVE SPACES TO rpt-line
000000         STRING "  MODE NOT RECORDED   " ed-count "  " ed-count-2
000000              DELIMITED BY SIZE INTO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-FROM-SECTION.
000000     MOVE "BY FROM-STACK" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE "     FROM    MOVES   CRATES" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING from-index FROM 1 BY 1
000000             UNTIL from-index > max-stacks + 1
000000         IF frm-moves(from-index) > 0 THEN
000000             COMPUTE stack-no = from-index - 1
000000             PERFORM SET-STACK-TEXT
000000             MOVE frm-moves(from-index) TO ed-count
000000             MOVE frm-crates(from-index) TO ed-count-2
000000             MOVE SPACES TO rpt-line
000000             STRING "  " stack-text "  " ed-count "  " ed-count-2
000000                  DELIMITED BY SIZE INTO rpt-line
000000             WRITE rpt-line
000000         END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-TO-SECTION.
000000     MOVE "BY TO-STACK" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE "       TO    MOVES   CRATES" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING to-index FROM 1 BY 1
000000             UNTIL to-index > max-stacks + 1
000000         IF dst-moves(to-index) > 0 THEN
000000             COMPUTE stack-no = to-index - 1
000000             PERFORM SET-STACK-TEXT
000000             MOVE dst-moves(to-index) TO ed-count
000000             MOVE dst-crates(to-index) TO ed-count-2
000000             MOVE SPACES TO rpt-line
000000             STRING "  " stack-text "  " ed-count "  " ed-count-2
000000                  DELIMITED BY SIZE INTO rpt-line
000000             WRITE rpt-line
000000         END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-PAIR-SECTION.
000000     MOVE "BY STACK PAIR" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE "     FROM         TO    MOVES   CRATES" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING from-index FROM 1 BY 1
000000             UNTIL from-index > max-stacks + 1
000000         PERFORM VARYING to-index FROM 1 BY 1
000000                 UNTIL to-index > max-stacks + 1
000000             IF par-moves(from-index, to-index) > 0 THEN
000000                 PERFORM WRITE-ONE-PAIR-LINE
000000             END-IF
000000         END-PERFORM
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-ONE-PAIR-LINE.
000000     COMPUTE stack-no = to-index - 1
000000     PERFORM SET-STACK-TEXT
000000     MOVE stack-text TO to-stack-text
000000     COMPUTE stack-no = from-index - 1
000000     PERFORM SET-STACK-TEXT
000000     MOVE par-moves(from-index, to-index) TO ed-count
000000     MOVE par-crates(from-index, to-index) TO ed-count-2
000000     MOVE SPACES TO rpt-line
000000     STRING "  " stack-text " -> " to-stack-text
000000            "  " ed-count "  " ed-count-2
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-HANDLING-SECTION.
000000     MOVE "STACK HANDLING" TO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     MOVE SPACES TO rpt-line
000000     STRING "    STACK CRATES OFF  CRATES ON"
000000            "  HANDLED   SHARE"
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > high-stack
000000         PERFORM WRITE-ONE-HANDLING-LINE
000000     END-PERFORM
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     IF busiest-stack = 0 THEN
000000         MOVE "BUSIEST STACK             : NONE" TO rpt-line
000000     ELSE
000000         MOVE busiest-stack TO ed-stack-no
000000         MOVE busiest-handled TO ed-count
000000         STRING "BUSIEST STACK             :" ed-stack-no
000000                "  CRATES HANDLED" ed-count
000000              DELIMITED BY SIZE INTO rpt-line
000000     END-IF
000000     WRITE rpt-line
000000     MOVE idle-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "IDLE STACKS               :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-ONE-HANDLING-LINE.
000000     MOVE 0 TO share-pct
000000     IF total-handled > 0 THEN
000000         COMPUTE share-pct ROUNDED =
000000             (hnd-crates(stack-no) / total-handled) * 100
000000     END-IF
000000     MOVE SPACES TO flag-text
000000     IF hnd-crates(stack-no) = 0 THEN
000000         MOVE "IDLE" TO flag-text
000000     END-IF
000000     IF busiest-handled > 0 AND
000000        hnd-crates(stack-no) = busiest-handled THEN
000000         MOVE "BUSIEST" TO flag-text
000000     END-IF
000000     MOVE stack-no TO ed-stack-no
000000     MOVE frm-crates(stack-no + 1) TO ed-count
000000     MOVE dst-crates(stack-no + 1) TO ed-count-2
000000     MOVE hnd-crates(stack-no) TO ed-count-3
000000     MOVE share-pct TO ed-pct
000000     MOVE SPACES TO rpt-line
000000     STRING "  " ed-stack-no "    " ed-count "    " ed-count-2
000000            "  " ed-count-3 "  " ed-pct "%  " flag-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-CHANGE-SECTION.
000000     MOVE SPACES TO section-title
000000     STRING "CHANGE AGAINST " prior-display
000000          DELIMITED BY SIZE INTO section-title
000000     PERFORM WRITE-SECTION-TITLE
000000     IF NOT prior-found THEN
000000         MOVE SPACES TO rpt-line
000000         STRING " NO SUMMARY SAVED FOR " prior-display
000000              DELIMITED BY SIZE INTO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE SPACES TO rpt-line
000000     STRING "                          PRIOR     THIS   CHANGE"
000000            "   CHANGE%"
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE "MOVES" TO change-label
000000     MOVE pri-moves TO change-prior
000000     MOVE mth-moves TO change-this
000000     PERFORM WRITE-CHANGE-LINE
000000     MOVE "CRATES MOVED" TO change-label
000000     MOVE pri-crates TO change-prior
000000     MOVE mth-crates TO change-this
000000     PERFORM WRITE-CHANGE-LINE
000000     MOVE "ONE-AT-A-TIME CRATES" TO change-label
000000     MOVE pri-one-crates TO change-prior
000000     MOVE mth-one-crates TO change-this
000000     PERFORM WRITE-CHANGE-LINE
000000     MOVE "BULK CRATES" TO change-label
000000     MOVE pri-bulk-crates TO change-prior
000000     MOVE mth-bulk-crates TO change-this
000000     PERFORM WRITE-CHANGE-LINE
000000     MOVE high-stack TO compare-high
000000     IF pri-high-stack > compare-high THEN
000000         MOVE pri-high-stack TO compare-high
000000     END-IF
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > compare-high
000000         MOVE stack-no TO ed-stack-no
000000         MOVE SPACES TO change-label
000000         STRING "STACK" ed-stack-no " HANDLED"
000000              DELIMITED BY SIZE INTO change-label
000000         MOVE pri-handled(stack-no) TO change-prior
000000         MOVE hnd-crates(stack-no) TO change-this
000000         PERFORM WRITE-CHANGE-LINE
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-CHANGE-LINE.
000000     COMPUTE change-amount = change-this - change-prior
000000     EVALUATE TRUE
000000         WHEN change-prior = 0 AND change-this = 0
000000             MOVE "       -" TO change-pct-text
000000         WHEN change-prior = 0
000000             MOVE "     NEW" TO change-pct-text
000000         WHEN OTHER
000000             COMPUTE change-pct ROUNDED =
000000                 (change-amount / change-prior) * 100
000000                 ON SIZE ERROR
000000                     MOVE 9999.9 TO change-pct
000000             END-COMPUTE
000000             MOVE change-pct TO ed-change-pct
000000             MOVE SPACES TO change-pct-text
000000             STRING ed-change-pct "%"
000000                  DELIMITED BY SIZE INTO change-pct-text
000000     END-EVALUATE
000000     MOVE change-prior TO ed-count
000000     MOVE change-this TO ed-count-2
000000     MOVE change-amount TO ed-change
000000     MOVE SPACES TO rpt-line
000000     STRING "  " change-label "  " ed-count "  " ed-count-2
000000            " " ed-change "  " change-pct-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE archive-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "JOURNAL ARCHIVES READ     :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     COMPUTE stack-no = day-limit - archive-count
000000     MOVE stack-no TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "DAYS WITH NO ARCHIVE      :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-moves TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "MOVES IN MONTH            :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-stack-moves TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "  STACK TO STACK          :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-receives TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "  RECEIVED FROM DOCK      :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-ships TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "  SHIPPED TO DOCK         :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mth-crates TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATES MOVED IN MONTH     :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE skipped-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "JOURNAL RECORDS SKIPPED   :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     STRING "MONTH SUMMARY             : " summary-action
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM movevol.
