000100* CRATEMNT.COB GnuCOBOL
000110* CRATE MASTER MAINTENANCE.  THE CRATE CARD FILE CARRIES ONE
000120* TRANSACTION PER CARD: 'A' ADDS A CRATE LETTER (OR REINSTATES
000130* A RETIRED ONE), 'C' CHANGES THE WEIGHT, OWNER OR HAZARD CLASS
000140* OF AN ACTIVE CRATE (A BLANK FIELD IS LEFT AS IT WAS), AND 'R'
000150* RETIRES A CRATE SO IT NO LONGER CARRIES WEIGHT.  EVERY CARD IS
000160* LISTED ON THE MAINTENANCE REPORT AS APPLIED OR REJECTED.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. cratemnt.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/cratecard.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT cratemast ASSIGN TO
000000          "../output/cratemast.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS crm-key
000000          FILE STATUS IS crm-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/cratemnt5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 crate-card.
000000    05 ccd-action              PIC X(01).
000000        88 ccd-add-card        VALUE 'A'.
000000        88 ccd-change-card     VALUE 'C'.
000000        88 ccd-retire-card     VALUE 'R'.
000000        88 ccd-comment-card    VALUE '*' SPACE.
000000    05 ccd-sep-1               PIC X.
000000    05 ccd-crate               PIC X(01).
000000    05 ccd-sep-2               PIC X.
000000    05 ccd-weight              PIC 9(07).
000000    05 ccd-weight-x REDEFINES ccd-weight
000000                               PIC X(07).
000000    05 ccd-sep-3               PIC X.
000000    05 ccd-owner               PIC X(20).
000000    05 ccd-sep-4               PIC X.
000000    05 ccd-hazard-class        PIC X(04).
000000 FD cratemast.
000000 COPY cratemst.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  card-file-status PIC X(02).
000000 01  crm-file-status PIC X(02).
000000 01  crate-found-switch PIC X(01).
000000     88 crate-on-file VALUE 'Y'.
000000 01  card-ok-switch PIC X(01).
000000     88 card-ok VALUE 'Y'.
000000 01  reject-text PIC X(24).
000000 01  action-text PIC X(07).
000000 01  cards-read PIC S9(07) COMP-5 VALUE 0.
000000 01  added-count PIC S9(07) COMP-5 VALUE 0.
000000 01  changed-count PIC S9(07) COMP-5 VALUE 0.
000000 01  retired-count PIC S9(07) COMP-5 VALUE 0.
000000 01  rejected-count PIC S9(07) COMP-5 VALUE 0.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-weight PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     OPEN INPUT CARDFILE
000000     IF card-file-status NOT = '00' THEN
000000         DISPLAY "CRATE CARD FILE MISSING - STATUS "
000000                 card-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM OPEN-CRATE-MASTER
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT ccd-comment-card THEN
000000         ADD 1 TO cards-read
000000         PERFORM PROCESS-ONE-CARD
000000     END-IF
000000     END-PERFORM
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE CARDFILE
000000     CLOSE CRATEMAST
000000     CLOSE RPTFILE
000000     IF rejected-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     OPEN-CRATE-MASTER.
000000     OPEN I-O CRATEMAST
000000     IF crm-file-status = '35' THEN
000000         OPEN OUTPUT CRATEMAST
000000         CLOSE CRATEMAST
000000         OPEN I-O CRATEMAST
000000     END-IF
000000     IF crm-file-status NOT = '00' THEN
000000         DISPLAY "CRATE MASTER OPEN FAILED - STATUS "
000000                 crm-file-status
000000         CLOSE CARDFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     EXIT PARAGRAPH.
000000     PROCESS-ONE-CARD.
000000     MOVE 'Y' TO card-ok-switch
000000     MOVE SPACES TO reject-text
000000     EVALUATE TRUE
000000         WHEN ccd-add-card
000000             MOVE "ADD" TO action-text
000000         WHEN ccd-change-card
000000             MOVE "CHANGE" TO action-text
000000         WHEN ccd-retire-card
000000             MOVE "RETIRE" TO action-text
000000         WHEN OTHER
000000             MOVE ccd-action TO action-text
000000             MOVE 'N' TO card-ok-switch
000000             MOVE "BAD ACTION CODE" TO reject-text
000000     END-EVALUATE
000000     IF CARD-OK AND ccd-crate = SPACE THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "NO CRATE LETTER" TO reject-text
000000     END-IF
000000     IF CARD-OK THEN
000000         PERFORM READ-CRATE-ENTRY
000000         IF ccd-add-card THEN
000000             PERFORM ADD-CRATE-ENTRY
000000         END-IF
000000         IF ccd-change-card THEN
000000             PERFORM CHANGE-CRATE-ENTRY
000000         END-IF
000000         IF ccd-retire-card THEN
000000             PERFORM RETIRE-CRATE-ENTRY
000000         END-IF
000000     END-IF
000000     IF CARD-OK THEN
000000         PERFORM WRITE-APPLIED-LINE
000000     ELSE
000000         ADD 1 TO rejected-count
000000         PERFORM WRITE-REJECTED-LINE
000000     END-IF
000000     EXIT PARAGRAPH.
000000     READ-CRATE-ENTRY.
000000     MOVE ccd-crate TO crm-key
000000     MOVE 'Y' TO crate-found-switch
000000     READ CRATEMAST
000000         INVALID KEY
000000             MOVE 'N' TO crate-found-switch
000000     END-READ
000000     EXIT PARAGRAPH.
000000     ADD-CRATE-ENTRY.
000000     IF CRATE-ON-FILE AND crm-active THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "CRATE ALREADY ON FILE" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF ccd-weight IS NOT NUMERIC THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "BAD WEIGHT" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE ccd-crate TO crm-key
000000     MOVE SPACE TO crm-sep-1
000000     MOVE 'A' TO crm-status
000000     MOVE SPACE TO crm-sep-2
000000     MOVE ccd-weight TO crm-weight
000000     MOVE SPACE TO crm-sep-3
000000     MOVE ccd-owner TO crm-owner
000000     MOVE SPACE TO crm-sep-4
000000     MOVE ccd-hazard-class TO crm-hazard-class
000000     MOVE SPACE TO crm-sep-5
000000     MOVE current-date TO crm-maint-date
000000     IF CRATE-ON-FILE THEN
000000         REWRITE crm-record
000000     ELSE
000000         WRITE crm-record
000000     END-IF
000000     IF crm-file-status(1:1) NOT = '0' THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "MASTER WRITE FAILED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO added-count
000000     EXIT PARAGRAPH.
000000     CHANGE-CRATE-ENTRY.
000000     IF NOT CRATE-ON-FILE THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "CRATE NOT ON FILE" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF crm-retired THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "CRATE IS RETIRED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF ccd-weight-x NOT = SPACES AND
000000        ccd-weight IS NOT NUMERIC THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "BAD WEIGHT" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF ccd-weight-x NOT = SPACES THEN
000000         MOVE ccd-weight TO crm-weight
000000     END-IF
000000     IF ccd-owner NOT = SPACES THEN
000000         MOVE ccd-owner TO crm-owner
000000     END-IF
000000     IF ccd-hazard-class NOT = SPACES THEN
000000         MOVE ccd-hazard-class TO crm-hazard-class
000000     END-IF
000000     MOVE current-date TO crm-maint-date
000000     REWRITE crm-record
000000     IF crm-file-status(1:1) NOT = '0' THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "MASTER WRITE FAILED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO changed-count
000000     EXIT PARAGRAPH.
000000     RETIRE-CRATE-ENTRY.
000000     IF NOT CRATE-ON-FILE THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "CRATE NOT ON FILE" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF crm-retired THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "CRATE ALREADY RETIRED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'R' TO crm-status
000000     MOVE current-date TO crm-maint-date
000000     REWRITE crm-record
000000     IF crm-file-status(1:1) NOT = '0' THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "MASTER WRITE FAILED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO retired-count
000000     EXIT PARAGRAPH.
000000     WRITE-APPLIED-LINE.
000000     MOVE crm-weight TO ed-weight
000000     MOVE SPACES TO rpt-line
000000     STRING action-text " " crm-key
000000            "  APPLIED   STATUS " crm-status
000000            "  WEIGHT" ed-weight
000000            "  OWNER " crm-owner
000000            "  HAZARD " crm-hazard-class
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REJECTED-LINE.
000000     MOVE SPACES TO rpt-line
000000     STRING action-text " " ccd-crate
000000            "  REJECTED  " reject-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATE MASTER MAINTENANCE  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE cards-read TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CARDS READ      : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE added-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATES ADDED    : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE changed-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATES CHANGED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE retired-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CRATES RETIRED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE rejected-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CARDS REJECTED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM cratemnt.
