000100* HOLDRPT.COB GnuCOBOL
000110* DAILY HELD-STACKS REPORT.  LISTS EVERY STACK ON THE STACK HOLD
000120* FILE WITH THE HOLD REASON, WHO PLACED IT AND WHEN, HOW MANY
000130* DAYS IT HAS BEEN OPEN AND HOW MANY DAY5 MOVES IT HAS BLOCKED.
000140* HOLDS STILL IN FORCE ARE LISTED FIRST; RELEASED HOLDS FOLLOW
000150* WITH THE DAYS THEY WERE OPEN UP TO THE RELEASE DATE, UNTIL THE
000160* STACK IS HELD AGAIN.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. holdrpt.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT holdfile ASSIGN TO
000700          "../output/stackhold.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS hld-stack-no
000000          FILE STATUS IS hld-file-status
000800          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/holdrpt5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD holdfile.
000000 COPY holdrec.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  hld-file-status PIC X(02).
000000 01  list-status-switch PIC X(01).
000000     88 listing-held VALUE 'H'.
000000     88 listing-released VALUE 'R'.
000000 01  held-count PIC S9(07) COMP-5 VALUE 0.
000000 01  released-count PIC S9(07) COMP-5 VALUE 0.
000000 01  held-blocked PIC S9(07) COMP-5 VALUE 0.
000000 01  released-blocked PIC S9(07) COMP-5 VALUE 0.
000000 01  listed-count PIC S9(07) COMP-5.
000000 01  days-open PIC S9(07) COMP-5.
000000 01  from-serial PIC S9(09) COMP-5.
000000 01  month-table-data PIC X(36)
000000     VALUE "000031059090120151181212243273304334".
000000 01  month-table REDEFINES month-table-data.
000000     05 month-cum-days PIC 9(03) OCCURS 12 TIMES.
000000 01  serial-date.
000000     05 sd-yyyy PIC 9(04).
000000     05 sd-mm PIC 9(02).
000000     05 sd-dd PIC 9(02).
000000 01  leap-quot PIC S9(07) COMP-5.
000000 01  leap-rem PIC S9(07) COMP-5.
000000 01  leap-year-base PIC S9(07) COMP-5.
000000 01  leap-days PIC S9(09) COMP-5.
000000 01  leap-switch PIC X(01).
000000     88 leap-year VALUE 'Y'.
000000 01  day-serial PIC S9(09) COMP-5.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  placed-display PIC X(10).
000000 01  ed-stack-no PIC ZZ9.
000000 01  ed-days PIC ZZZZ9.
000000 01  ed-blocked PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     OPEN INPUT HOLDFILE
000000     IF hld-file-status = '35' THEN
000000         MOVE "NO STACK HOLD FILE ON HAND - NO STACKS ON HOLD"
000000              TO rpt-line
000000         WRITE rpt-line
000000         CLOSE RPTFILE
000000         STOP RUN
000000     END-IF
000000     IF hld-file-status NOT = '00' THEN
000000         DISPLAY "STACK HOLD FILE OPEN FAILED - STATUS "
000000                 hld-file-status
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     CLOSE HOLDFILE
000000     MOVE 'H' TO list-status-switch
000000     MOVE "STACKS ON HOLD:" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM LIST-HOLD-RECORDS
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE 'R' TO list-status-switch
000000     MOVE "RELEASED HOLDS:" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM LIST-HOLD-RECORDS
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE RPTFILE
000900     STOP RUN.
000000     LIST-HOLD-RECORDS.
000000     MOVE 0 TO listed-count
000000     OPEN INPUT HOLDFILE
000000     PERFORM UNTIL EXIT
000000     READ HOLDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF hld-status = list-status-switch THEN
000000         ADD 1 TO listed-count
000000         PERFORM WRITE-HOLD-LINE
000000     END-IF
000000     END-PERFORM
000000     CLOSE HOLDFILE
000000     IF listed-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-HOLD-LINE.
000000     MOVE hld-placed-on TO serial-date
000000     PERFORM DATE-TO-DAY-SERIAL
000000     MOVE day-serial TO from-serial
000000     IF hld-on-hold THEN
000000         MOVE current-date TO serial-date
000000         ADD 1 TO held-count
000000         ADD hld-moves-blocked TO held-blocked
000000     ELSE
000000         MOVE hld-released-on TO serial-date
000000         ADD 1 TO released-count
000000         ADD hld-moves-blocked TO released-blocked
000000     END-IF
000000     PERFORM DATE-TO-DAY-SERIAL
000000     COMPUTE days-open = day-serial - from-serial
000000     IF days-open < 0 THEN
000000         MOVE 0 TO days-open
000000     END-IF
000000     MOVE hld-stack-no TO ed-stack-no
000000     MOVE days-open TO ed-days
000000     MOVE hld-moves-blocked TO ed-blocked
000000     MOVE SPACES TO placed-display
000000     STRING hld-placed-on(1:4) "-" hld-placed-on(5:2) "-"
000000            hld-placed-on(7:2)
000000          DELIMITED BY SIZE INTO placed-display
000000     MOVE SPACES TO rpt-line
000000     STRING " STACK" ed-stack-no "  " hld-reason
000000            "  BY " hld-placed-by
000000            "  ON " placed-display
000000            "  DAYS OPEN" ed-days
000000            "  MOVES BLOCKED" ed-blocked
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     DATE-TO-DAY-SERIAL.
000000     IF serial-date IS NOT NUMERIC OR
000000        sd-mm < 1 OR sd-mm > 12 THEN
000000         MOVE 0 TO day-serial
000000         EXIT PARAGRAPH
000000     END-IF
000000     COMPUTE leap-year-base = sd-yyyy - 1
000000     DIVIDE leap-year-base BY 4 GIVING leap-quot
000000     MOVE leap-quot TO leap-days
000000     DIVIDE leap-year-base BY 100 GIVING leap-quot
000000     SUBTRACT leap-quot FROM leap-days
000000     DIVIDE leap-year-base BY 400 GIVING leap-quot
000000     ADD leap-quot TO leap-days
000000     MOVE 'N' TO leap-switch
000000     DIVIDE sd-yyyy BY 4 GIVING leap-quot REMAINDER leap-rem
000000     IF leap-rem = 0 THEN
000000         MOVE 'Y' TO leap-switch
000000     END-IF
000000     DIVIDE sd-yyyy BY 100 GIVING leap-quot REMAINDER leap-rem
000000     IF leap-rem = 0 THEN
000000         MOVE 'N' TO leap-switch
000000     END-IF
000000     DIVIDE sd-yyyy BY 400 GIVING leap-quot REMAINDER leap-rem
000000     IF leap-rem = 0 THEN
000000         MOVE 'Y' TO leap-switch
000000     END-IF
000000     COMPUTE day-serial = sd-yyyy * 365 + leap-days
000000         + month-cum-days(sd-mm) + sd-dd
000000     IF leap-year AND sd-mm > 2 THEN
000000         ADD 1 TO day-serial
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO rpt-line
000000     STRING "HELD STACKS REPORT  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE held-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "STACKS ON HOLD             : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE held-blocked TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "MOVES BLOCKED BY OPEN HOLDS: " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE released-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "RELEASED HOLDS ON FILE     : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE released-blocked TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "MOVES BLOCKED BY RELEASED  : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM holdrpt.
