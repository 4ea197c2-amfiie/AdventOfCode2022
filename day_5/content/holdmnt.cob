000100* HOLDMNT.COB GnuCOBOL
000110* STACK HOLD MAINTENANCE.  THE HOLD CARD FILE CARRIES ONE
000120* TRANSACTION PER CARD: 'P' PLACES A HOLD ON A STACK WITH THE
000130* REASON FOR IT, AND 'R' RELEASES THE HOLD.  EACH CARD NAMES
000140* THE OPERATOR AND THE DATE THE HOLD WAS PLACED OR RELEASED (A
000150* BLANK DATE MEANS TODAY).  PLACING A HOLD ON A STACK WHOSE LAST
000160* HOLD WAS RELEASED STARTS A NEW HOLD WITH NO MOVES BLOCKED.
000170* EVERY CARD IS LISTED ON THE MAINTENANCE REPORT AS APPLIED OR
000180* REJECTED.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. holdmnt.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/holdcard.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT holdfile ASSIGN TO
000000          "../output/stackhold.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS hld-stack-no
000000          FILE STATUS IS hld-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/holdmnt5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 hold-card.
000000    05 hcd-action              PIC X(01).
000000        88 hcd-place-card      VALUE 'P'.
000000        88 hcd-release-card    VALUE 'R'.
000000        88 hcd-comment-card    VALUE '*' SPACE.
000000    05 hcd-sep-1               PIC X.
000000    05 hcd-stack-no            PIC 9(07).
000000    05 hcd-sep-2               PIC X.
000000    05 hcd-date                PIC 9(08).
000000    05 hcd-date-x REDEFINES hcd-date
000000                               PIC X(08).
000000    05 hcd-sep-3               PIC X.
000000    05 hcd-operator            PIC X(08).
000000    05 hcd-sep-4               PIC X.
000000    05 hcd-reason              PIC X(20).
000000 FD holdfile.
000000 COPY holdrec.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  max-stacks PIC S9(07) COMP-5 VALUE 16.
000000 01  card-file-status PIC X(02).
000000 01  hld-file-status PIC X(02).
000000 01  hold-found-switch PIC X(01).
000000     88 hold-on-file VALUE 'Y'.
000000 01  card-ok-switch PIC X(01).
000000     88 card-ok VALUE 'Y'.
000000 01  reject-text PIC X(24).
000000 01  action-text PIC X(07).
000000 01  effective-date PIC 9(08).
000000 01  cards-read PIC S9(07) COMP-5 VALUE 0.
000000 01  placed-count PIC S9(07) COMP-5 VALUE 0.
000000 01  released-count PIC S9(07) COMP-5 VALUE 0.
000000 01  rejected-count PIC S9(07) COMP-5 VALUE 0.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-stack-no PIC ZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     OPEN INPUT CARDFILE
000000     IF card-file-status NOT = '00' THEN
000000         DISPLAY "HOLD CARD FILE MISSING - STATUS "
000000                 card-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM OPEN-HOLD-FILE
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT hcd-comment-card THEN
000000         ADD 1 TO cards-read
000000         PERFORM PROCESS-ONE-CARD
000000     END-IF
000000     END-PERFORM
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE CARDFILE
000000     CLOSE HOLDFILE
000000     CLOSE RPTFILE
000000     IF rejected-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     OPEN-HOLD-FILE.
000000     OPEN I-O HOLDFILE
000000     IF hld-file-status = '35' THEN
000000         OPEN OUTPUT HOLDFILE
000000         CLOSE HOLDFILE
000000         OPEN I-O HOLDFILE
000000     END-IF
000000     IF hld-file-status NOT = '00' THEN
000000         DISPLAY "STACK HOLD FILE OPEN FAILED - STATUS "
000000                 hld-file-status
000000         CLOSE CARDFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     EXIT PARAGRAPH.
000000     PROCESS-ONE-CARD.
000000     MOVE 'Y' TO card-ok-switch
000000     MOVE SPACES TO reject-text
000000     EVALUATE TRUE
000000         WHEN hcd-place-card
000000             MOVE "PLACE" TO action-text
000000         WHEN hcd-release-card
000000             MOVE "RELEASE" TO action-text
000000         WHEN OTHER
000000             MOVE hcd-action TO action-text
000000             MOVE 'N' TO card-ok-switch
000000             MOVE "BAD ACTION CODE" TO reject-text
000000     END-EVALUATE
000000     IF CARD-OK AND
000000        (hcd-stack-no IS NOT NUMERIC OR
000000         hcd-stack-no < 1 OR hcd-stack-no > max-stacks) THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "BAD STACK NUMBER" TO reject-text
000000     END-IF
000000     IF CARD-OK THEN
000000         PERFORM EFFECTIVE-DATE-GET
000000     END-IF
000000     IF CARD-OK AND hcd-operator = SPACES THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "NO OPERATOR ID" TO reject-text
000000     END-IF
000000     IF CARD-OK THEN
000000         PERFORM READ-HOLD-ENTRY
000000         IF hcd-place-card THEN
000000             PERFORM PLACE-STACK-HOLD
000000         END-IF
000000         IF hcd-release-card THEN
000000             PERFORM RELEASE-STACK-HOLD
000000         END-IF
000000     END-IF
000000     IF CARD-OK THEN
000000         PERFORM WRITE-APPLIED-LINE
000000     ELSE
000000         ADD 1 TO rejected-count
000000         PERFORM WRITE-REJECTED-LINE
000000     END-IF
000000     EXIT PARAGRAPH.
000000     EFFECTIVE-DATE-GET.
000000     IF hcd-date-x = SPACES THEN
000000         MOVE current-date TO effective-date
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF hcd-date IS NOT NUMERIC THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "BAD DATE" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF hcd-date(5:2) < "01" OR hcd-date(5:2) > "12" OR
000000        hcd-date(7:2) < "01" OR hcd-date(7:2) > "31" OR
000000        hcd-date > current-date THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "BAD DATE" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE hcd-date TO effective-date
000000     EXIT PARAGRAPH.
000000     READ-HOLD-ENTRY.
000000     MOVE hcd-stack-no TO hld-stack-no
000000     MOVE 'Y' TO hold-found-switch
000000     READ HOLDFILE
000000         INVALID KEY
000000             MOVE 'N' TO hold-found-switch
000000     END-READ
000000     EXIT PARAGRAPH.
000000     PLACE-STACK-HOLD.
000000     IF HOLD-ON-FILE AND hld-on-hold THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "STACK ALREADY ON HOLD" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF hcd-reason = SPACES THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "NO HOLD REASON" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE hcd-stack-no TO hld-stack-no
000000     MOVE SPACE TO hld-sep-1
000000     MOVE 'H' TO hld-status
000000     MOVE SPACE TO hld-sep-2
000000     MOVE hcd-reason TO hld-reason
000000     MOVE SPACE TO hld-sep-3
000000     MOVE hcd-operator TO hld-placed-by
000000     MOVE SPACE TO hld-sep-4
000000     MOVE effective-date TO hld-placed-on
000000     MOVE SPACE TO hld-sep-5
000000     MOVE SPACES TO hld-released-by
000000     MOVE SPACE TO hld-sep-6
000000     MOVE 0 TO hld-released-on
000000     MOVE SPACE TO hld-sep-7
000000     MOVE 0 TO hld-moves-blocked
000000     IF HOLD-ON-FILE THEN
000000         REWRITE hld-record
000000     ELSE
000000         WRITE hld-record
000000     END-IF
000000     IF hld-file-status(1:1) NOT = '0' THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "HOLD WRITE FAILED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO placed-count
000000     EXIT PARAGRAPH.
000000     RELEASE-STACK-HOLD.
000000     IF NOT HOLD-ON-FILE THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "STACK NOT ON HOLD" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF hld-released THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "HOLD ALREADY RELEASED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF effective-date < hld-placed-on THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "RELEASE BEFORE PLACED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'R' TO hld-status
000000     MOVE hcd-operator TO hld-released-by
000000     MOVE effective-date TO hld-released-on
000000     REWRITE hld-record
000000     IF hld-file-status(1:1) NOT = '0' THEN
000000         MOVE 'N' TO card-ok-switch
000000         MOVE "HOLD WRITE FAILED" TO reject-text
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO released-count
000000     EXIT PARAGRAPH.
000000     WRITE-APPLIED-LINE.
000000     MOVE hld-stack-no TO ed-stack-no
000000     MOVE SPACES TO rpt-line
000000     STRING action-text " STACK" ed-stack-no
000000            "  APPLIED   STATUS " hld-status
000000            "  REASON " hld-reason
000000            "  BY " hcd-operator
000000            "  ON " effective-date
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REJECTED-LINE.
000000     MOVE SPACES TO rpt-line
000000     STRING action-text " STACK " hcd-stack-no
000000            "  REJECTED  " reject-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO rpt-line
000000     STRING "STACK HOLD MAINTENANCE  RUN DATE: " date-display
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
000000     MOVE placed-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "HOLDS PLACED    : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE released-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "HOLDS RELEASED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE rejected-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "CARDS REJECTED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM holdmnt.
