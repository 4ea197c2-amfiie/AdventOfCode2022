000100* MOVEINTK.COB GnuCOBOL
000110* SHIFT MOVE-FILE INTAKE AND MERGE AHEAD OF DAY5.  THE INTAKE
000120* CARD FILE NAMES THE CRATE DIAGRAM FILE ON A 'D' CARD AND ONE
000130* MOVE FILE PER SHIFT ON 'S' CARDS, IN SHIFT ORDER.  EACH SHIFT
000140* FILE STARTS WITH AN 'H' HEADER GIVING THE SHIFT ID, THE COUNT
000150* OF MOVE RECORDS THAT FOLLOW AND THE BUSINESS DATE; EACH MOVE
000160* RECORD IS THE SHIFT'S TICKET NUMBER FOLLOWED BY THE MOVE LINE
000170* IN DAY5 INPUT FORMAT.  A SHIFT FILE IS IN BALANCE WHEN ITS
000180* RECORD COUNT MATCHES THE HEADER AND ITS SHIFT ID AND BUSINESS
000190* DATE MATCH THE CARD AND RUNCARD5.  A RECORD SUBMITTED TWICE
000191* (SAME SHIFT, TICKET AND LINE) IS DROPPED.  WHEN EVERY SHIFT
000192* IS IN BALANCE THE DIAGRAM AND THE MOVES, IN SHIFT ORDER, ARE
000193* WRITTEN TO THE DAY5 INPUT FILE NAMED ON THE RUNCARD5 'F' CARD;
000194* OTHERWISE NOTHING IS WRITTEN AND THE STEP ENDS RC 8 SO DAY5
000195* IS HELD.  THE INTAKE CONTROL REPORT GIVES THE TOTAL LINES
000196* WRITTEN, WHICH DAY5 LINES READ ON THE AUDIT LOG SHOULD EQUAL.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. moveintk.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT intkcard ASSIGN TO
000700          "../input/intkcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS intk-file-status
000800          .
000000     SELECT cardfile ASSIGN TO
000000          "../input/runcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000000          .
000000     SELECT diagfile ASSIGN TO
000000          DYNAMIC diagram-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS diag-file-status
000000          .
000000     SELECT shiftfile ASSIGN TO
000000          DYNAMIC shift-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS shift-file-status
000000          .
000000     SELECT mergefile ASSIGN TO
000000          DYNAMIC merge-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS merge-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/intake5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD intkcard.
000000 01 intake-card.
000000    05 ikc-rec-type            PIC X(01).
000000        88 ikc-diagram-card    VALUE 'D'.
000000        88 ikc-shift-card      VALUE 'S'.
000000        88 ikc-comment-card    VALUE '*' SPACE.
000000    05 ikc-sep-1               PIC X.
000000    05 ikc-shift-id            PIC X(04).
000000    05 ikc-sep-2               PIC X.
000000    05 ikc-file-name           PIC X(20).
000000 FD cardfile.
000000 COPY runcard.
000000 FD diagfile.
000000 01 diag-line PIC X(64).
000000 FD shiftfile.
000000 01 shift-record.
000000    05 shr-rec-type            PIC X(01).
000000        88 shr-header          VALUE 'H'.
000000    05 FILLER                  PIC X(70).
000000 01 shift-header.
000000    05 shh-rec-type            PIC X(01).
000000    05 shh-sep-1               PIC X.
000000    05 shh-shift-id            PIC X(04).
000000    05 shh-sep-2               PIC X.
000000    05 shh-move-count          PIC 9(07).
000000    05 shh-sep-3               PIC X.
000000    05 shh-business-date       PIC 9(08).
000000    05 FILLER                  PIC X(48).
000000 01 shift-move.
000000    05 shm-ticket              PIC 9(06).
000000    05 shm-sep-1               PIC X.
000000    05 shm-move-text           PIC X(64).
000000 FD mergefile.
000000 01 merge-line PIC X(64).
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  intk-file-status PIC X(02).
000000 01  card-file-status PIC X(02).
000000 01  diag-file-status PIC X(02).
000000 01  shift-file-status PIC X(02).
000000 01  merge-file-status PIC X(02).
000000 01  diagram-file-path PIC X(32).
000000 01  shift-file-path PIC X(32).
000000 01  merge-file-path PIC X(32).
000000 01  diagram-file-name PIC X(20) VALUE SPACES.
000000 01  merge-file-name PIC X(20) VALUE SPACES.
000000 01  business-date PIC 9(08) VALUE 0.
000000 01  max-shifts PIC S9(07) COMP-5 VALUE 8.
000000 01  shift-table.
000000     05 sft-entry OCCURS 8 TIMES.
000000        10 sft-shift-id PIC X(04).
000000        10 sft-file-name PIC X(20).
000000        10 sft-header-count PIC 9(07).
000000        10 sft-records-read PIC S9(07) COMP-5.
000000        10 sft-dup-count PIC S9(07) COMP-5.
000000        10 sft-status PIC X(20).
000000 01  shift-count PIC S9(07) COMP-5 VALUE 0.
000000 01  shift-index PIC S9(07) COMP-5.
000000 01  max-moves PIC S9(07) COMP-5 VALUE 2000.
000000 01  move-table.
000000     05 mvt-entry OCCURS 2000 TIMES.
000000        10 mvt-shift-id PIC X(04).
000000        10 mvt-ticket PIC 9(06).
000000        10 mvt-move-text PIC X(64).
000000 01  move-count PIC S9(07) COMP-5 VALUE 0.
000000 01  move-index PIC S9(07) COMP-5.
000000 01  dup-switch PIC X(01).
000000     88 duplicate-record VALUE 'Y'.
000000 01  shift-ok-switch PIC X(01).
000000     88 shift-ok VALUE 'Y'.
000000 01  balance-switch PIC X(01) VALUE 'Y'.
000000     88 all-shifts-balanced VALUE 'Y'.
000000 01  diagram-lines PIC S9(07) COMP-5 VALUE 0.
000000 01  diagram-blank-switch PIC X(01) VALUE 'N'.
000000     88 diagram-ends-blank VALUE 'Y'.
000000 01  lines-written PIC S9(07) COMP-5 VALUE 0.
000000 01  total-records PIC S9(07) COMP-5 VALUE 0.
000000 01  total-dups PIC S9(07) COMP-5 VALUE 0.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-header PIC ZZZZZZ9.
000000 01  ed-read PIC ZZZZZZ9.
000000 01  ed-dups PIC ZZZZ9.
000700 PROCEDURE DIVISION.
000000     PERFORM READ-RUN-CARDS
000000     PERFORM READ-INTAKE-CARDS
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     PERFORM VARYING shift-index FROM 1 BY 1
000000             UNTIL shift-index > shift-count
000000         PERFORM LOAD-ONE-SHIFT
000000     END-PERFORM
000000     IF ALL-SHIFTS-BALANCED THEN
000000         PERFORM WRITE-MERGED-INPUT
000000     END-IF
000000     PERFORM WRITE-SHIFT-LINES
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE RPTFILE
000000     IF NOT ALL-SHIFTS-BALANCED THEN
000000         DISPLAY "SHIFT INTAKE OUT OF BALANCE - "
000000                 "DAY5 INPUT NOT WRITTEN"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF total-dups > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     READ-RUN-CARDS.
000000     OPEN INPUT CARDFILE
000000     IF card-file-status NOT = '00' THEN
000000         DISPLAY "RUN CARD FILE MISSING - STATUS "
000000                 card-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF card-control-card AND
000000        card-business-date IS NUMERIC THEN
000000         MOVE card-business-date TO business-date
000000     END-IF
000000     IF card-file-card THEN
000000         MOVE card-input-file TO merge-file-name
000000     END-IF
000000     END-PERFORM
000000     CLOSE CARDFILE
000000     IF business-date = 0 THEN
000000         DISPLAY "RUN CARD FILE HAS NO USABLE CONTROL CARD"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF merge-file-name = SPACES THEN
000000         DISPLAY "RUN CARD FILE HAS NO INPUT FILE CARD"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE SPACES TO merge-file-path
000000     STRING "../input/" DELIMITED BY SIZE
000000            merge-file-name DELIMITED BY SPACE
000000          INTO merge-file-path
000000     EXIT PARAGRAPH.
000000     READ-INTAKE-CARDS.
000000     OPEN INPUT INTKCARD
000000     IF intk-file-status NOT = '00' THEN
000000         DISPLAY "INTAKE CARD FILE MISSING - STATUS "
000000                 intk-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ INTKCARD AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF ikc-comment-card THEN
000000         CONTINUE
000000     ELSE
000000     IF ikc-diagram-card THEN
000000         MOVE ikc-file-name TO diagram-file-name
000000     ELSE
000000     IF ikc-shift-card THEN
000000         IF shift-count >= max-shifts THEN
000000             DISPLAY "TOO MANY SHIFT CARDS"
000000             CLOSE INTKCARD
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         IF ikc-shift-id = SPACES OR ikc-file-name = SPACES THEN
000000             DISPLAY "BAD SHIFT CARD - " intake-card
000000             CLOSE INTKCARD
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         ADD 1 TO shift-count
000000         MOVE ikc-shift-id TO sft-shift-id(shift-count)
000000         MOVE ikc-file-name TO sft-file-name(shift-count)
000000         MOVE 0 TO sft-header-count(shift-count)
000000         MOVE 0 TO sft-records-read(shift-count)
000000         MOVE 0 TO sft-dup-count(shift-count)
000000         MOVE SPACES TO sft-status(shift-count)
000000     ELSE
000000         DISPLAY "BAD INTAKE CARD TYPE - " ikc-rec-type
000000         CLOSE INTKCARD
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-PERFORM
000000     CLOSE INTKCARD
000000     IF diagram-file-name = SPACES THEN
000000         DISPLAY "NO CRATE DIAGRAM CARD"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF shift-count = 0 THEN
000000         DISPLAY "NO SHIFT CARDS"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LOAD-ONE-SHIFT.
000000     MOVE 'Y' TO shift-ok-switch
000000     MOVE SPACES TO shift-file-path
000000     STRING "../input/" DELIMITED BY SIZE
000000            sft-file-name(shift-index) DELIMITED BY SPACE
000000          INTO shift-file-path
000000     OPEN INPUT SHIFTFILE
000000     IF shift-file-status NOT = '00' THEN
000000         MOVE "FILE NOT FOUND" TO sft-status(shift-index)
000000         MOVE 'N' TO balance-switch
000000         EXIT PARAGRAPH
000000     END-IF
000000     READ SHIFTFILE AT END
000000         MOVE "EMPTY FILE" TO sft-status(shift-index)
000000         MOVE 'N' TO balance-switch
000000         CLOSE SHIFTFILE
000000         EXIT PARAGRAPH
000000     END-READ
000000     IF NOT shr-header OR shh-move-count IS NOT NUMERIC OR
000000        shh-business-date IS NOT NUMERIC THEN
000000         MOVE "BAD HEADER RECORD" TO sft-status(shift-index)
000000         MOVE 'N' TO balance-switch
000000         CLOSE SHIFTFILE
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE shh-move-count TO sft-header-count(shift-index)
000000     IF shh-shift-id NOT = sft-shift-id(shift-index) THEN
000000         MOVE "SHIFT ID MISMATCH" TO sft-status(shift-index)
000000         MOVE 'N' TO shift-ok-switch
000000     END-IF
000000     IF shh-business-date NOT = business-date THEN
000000         MOVE "WRONG BUSINESS DATE" TO sft-status(shift-index)
000000         MOVE 'N' TO shift-ok-switch
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ SHIFTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF shift-record NOT = SPACES THEN
000000         ADD 1 TO sft-records-read(shift-index)
000000         ADD 1 TO total-records
000000         PERFORM TAKE-SHIFT-MOVE
000000     END-IF
000000     END-PERFORM
000000     CLOSE SHIFTFILE
000000     IF SHIFT-OK AND
000000        sft-records-read(shift-index) NOT =
000000        sft-header-count(shift-index) THEN
000000         MOVE "COUNT OUT OF BALANCE" TO sft-status(shift-index)
000000         MOVE 'N' TO shift-ok-switch
000000     END-IF
000000     IF SHIFT-OK THEN
000000         MOVE "IN BALANCE" TO sft-status(shift-index)
000000     ELSE
000000         MOVE 'N' TO balance-switch
000000     END-IF
000000     EXIT PARAGRAPH.
000000     TAKE-SHIFT-MOVE.
000000     IF shm-ticket IS NOT NUMERIC OR
000000        shm-move-text = SPACES THEN
000000         IF SHIFT-OK THEN
000000             MOVE "BAD MOVE RECORD" TO sft-status(shift-index)
000000             MOVE 'N' TO shift-ok-switch
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO dup-switch
000000     PERFORM VARYING move-index FROM 1 BY 1
000000             UNTIL move-index > move-count OR DUPLICATE-RECORD
000000     IF mvt-shift-id(move-index) = sft-shift-id(shift-index) AND
000000        mvt-ticket(move-index) = shm-ticket AND
000000        mvt-move-text(move-index) = shm-move-text THEN
000000         MOVE 'Y' TO dup-switch
000000     END-IF
000000     END-PERFORM
000000     IF DUPLICATE-RECORD THEN
000000         ADD 1 TO sft-dup-count(shift-index)
000000         ADD 1 TO total-dups
000000         MOVE SPACES TO rpt-line
000000         STRING "DUPLICATE DROPPED  SHIFT "
000000                sft-shift-id(shift-index)
000000                "  TICKET " shm-ticket "  " shm-move-text
000000              DELIMITED BY SIZE INTO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF move-count >= max-moves THEN
000000         IF SHIFT-OK THEN
000000             MOVE "TOO MANY MOVES" TO sft-status(shift-index)
000000             MOVE 'N' TO shift-ok-switch
000000         END-IF
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO move-count
000000     MOVE sft-shift-id(shift-index) TO mvt-shift-id(move-count)
000000     MOVE shm-ticket TO mvt-ticket(move-count)
000000     MOVE shm-move-text TO mvt-move-text(move-count)
000000     EXIT PARAGRAPH.
000000     WRITE-MERGED-INPUT.
000000     MOVE SPACES TO diagram-file-path
000000     STRING "../input/" DELIMITED BY SIZE
000000            diagram-file-name DELIMITED BY SPACE
000000          INTO diagram-file-path
000000     OPEN INPUT DIAGFILE
000000     IF diag-file-status NOT = '00' THEN
000000         DISPLAY "CRATE DIAGRAM FILE NOT AVAILABLE - "
000000                 diagram-file-name
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     OPEN OUTPUT MERGEFILE
000000     IF merge-file-status NOT = '00' THEN
000000         DISPLAY "DAY5 INPUT FILE OPEN FAILED - STATUS "
000000                 merge-file-status
000000         CLOSE DIAGFILE
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ DIAGFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     MOVE 'N' TO diagram-blank-switch
000000     IF diag-line = SPACES THEN
000000         MOVE 'Y' TO diagram-blank-switch
000000     END-IF
000000     MOVE diag-line TO merge-line
000000     PERFORM WRITE-MERGE-LINE
000000     ADD 1 TO diagram-lines
000000     END-PERFORM
000000     CLOSE DIAGFILE
000000     IF NOT DIAGRAM-ENDS-BLANK THEN
000000         MOVE SPACES TO merge-line
000000         PERFORM WRITE-MERGE-LINE
000000         ADD 1 TO diagram-lines
000000     END-IF
000000     PERFORM VARYING move-index FROM 1 BY 1
000000             UNTIL move-index > move-count
000000         MOVE mvt-move-text(move-index) TO merge-line
000000         PERFORM WRITE-MERGE-LINE
000000     END-PERFORM
000000     CLOSE MERGEFILE
000000     EXIT PARAGRAPH.
000000     WRITE-MERGE-LINE.
000000     WRITE merge-line
000000     IF merge-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "DAY5 INPUT FILE WRITE FAILED - STATUS "
000000                 merge-file-status
000000         CLOSE MERGEFILE
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     ADD 1 TO lines-written
000000     EXIT PARAGRAPH.
000000     WRITE-SHIFT-LINES.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     STRING "ID    FILE                " " HEADER" "    READ"
000000            "  DUPS" "  STATUS"
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING shift-index FROM 1 BY 1
000000             UNTIL shift-index > shift-count
000000     MOVE sft-header-count(shift-index) TO ed-header
000000     MOVE sft-records-read(shift-index) TO ed-read
000000     MOVE sft-dup-count(shift-index) TO ed-dups
000000     MOVE SPACES TO rpt-line
000000     STRING sft-shift-id(shift-index) "  "
000000            sft-file-name(shift-index)
000000            ed-header " " ed-read " " ed-dups "  "
000000            sft-status(shift-index)
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO rpt-line
000000     STRING "SHIFT MOVE INTAKE  RUN DATE: " date-display
000000            "  BUSINESS DATE: " business-date
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     STRING "DIAGRAM FILE: " diagram-file-name
000000            "  DAY5 INPUT FILE: " merge-file-name
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE shift-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "SHIFT FILES                  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE total-records TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "MOVE RECORDS READ            : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE total-dups TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "DUPLICATES DROPPED           : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     IF NOT ALL-SHIFTS-BALANCED THEN
000000         MOVE "SHIFTS OUT OF BALANCE - DAY5 INPUT NOT WRITTEN"
000000              TO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE move-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "MOVES MERGED                 : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE diagram-lines TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "DIAGRAM LINES WRITTEN        : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE lines-written TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "TOTAL LINES WRITTEN          : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     STRING "DAY5 RECORDS READ MUST EQUAL : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM moveintk.
