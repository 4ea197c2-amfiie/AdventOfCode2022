000100* PRIVRPT.COB GnuCOBOL
000110* PRIVILEGED ACTION REPORT FOR THE MONTHLY CONTROLS REVIEW.
000120* READS THE AUDIT LOG AND LISTS EVERY ENTRY CARRYING A PRIVILEGED
000130* ACTION FLAG (OVERRIDE, BACKOUT, TRIAL OR REJECT REPAIR), GROUPED
000140* BY OPERATOR IN OPERATOR ID ORDER AND IN DATE ORDER WITHIN EACH
000150* OPERATOR.  A RUN IS LISTED ONCE, FROM ITS START ENTRY (OR ITS
000160* TRIAL ENTRY, A TRIAL HAVING NO START ENTRY); A CARD REFUSED FOR
000170* WANT OF AUTHORITY IS LISTED WITH THE REASON; EACH REJECT REPAIR
000180* IS LISTED WITH THE REJECT LINE IT RESUBMITTED.  AN OPTIONAL
000190* 'M' CARD GIVING YYYYMM LIMITS THE REPORT TO THAT MONTH.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. privrpt.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/privcard.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT auditlog ASSIGN TO
000000          "../output/auditlog.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS audit-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/privrpt.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 priv-card.
000000    05 prv-rec-type            PIC X(01).
000000        88 prv-month-card      VALUE 'M'.
000000        88 prv-comment-card    VALUE '*' SPACE.
000000    05 prv-sep-1               PIC X.
000000    05 prv-month               PIC 9(06).
000000    05 prv-month-x REDEFINES prv-month
000000                               PIC X(06).
000000    05 FILLER                  PIC X(12).
000000 FD auditlog.
000000 COPY auditrec.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  max-entries PIC S9(07) COMP-5 VALUE 9999.
000000 01  max-operators PIC S9(07) COMP-5 VALUE 200.
000000 01  card-file-status PIC X(02).
000000 01  audit-file-status PIC X(02).
000000 01  report-month PIC 9(06) VALUE 0.
000000 01  entry-month PIC 9(06).
000000 01  entry-table.
000000     05 ent-record PIC X(76) OCCURS 9999 TIMES.
000000 01  entry-count PIC S9(07) COMP-5 VALUE 0.
000000 01  entry-index PIC S9(07) COMP-5.
000000 01  operator-table.
000000     05 opt-entry OCCURS 200 TIMES.
000000        10 opt-operator-id PIC X(08).
000000 01  operator-count PIC S9(07) COMP-5 VALUE 0.
000000 01  operator-index PIC S9(07) COMP-5.
000000 01  operator-scan PIC S9(07) COMP-5.
000000 01  list-operator-id PIC X(08).
000000 01  action-text.
000000     05 act-override PIC X(09).
000000     05 act-backout PIC X(09).
000000     05 act-trial PIC X(09).
000000     05 act-repair PIC X(09).
000000 01  outcome-text PIC X(09).
000000 01  detail-text PIC X(20).
000000 01  operator-text PIC X(08).
000000 01  opr-counts.
000000     05 opc-override PIC S9(07) COMP-5.
000000     05 opc-backout PIC S9(07) COMP-5.
000000     05 opc-trial PIC S9(07) COMP-5.
000000     05 opc-repair PIC S9(07) COMP-5.
000000     05 opc-refused PIC S9(07) COMP-5.
000000 01  total-counts.
000000     05 tot-override PIC S9(07) COMP-5 VALUE 0.
000000     05 tot-backout PIC S9(07) COMP-5 VALUE 0.
000000     05 tot-trial PIC S9(07) COMP-5 VALUE 0.
000000     05 tot-repair PIC S9(07) COMP-5 VALUE 0.
000000     05 tot-refused PIC S9(07) COMP-5 VALUE 0.
000000 01  skipped-count PIC S9(07) COMP-5 VALUE 0.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  period-display PIC X(10).
000000 01  entry-date-display PIC X(10).
000000 01  entry-time-display PIC X(08).
000000 01  ed-line-no PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-override PIC ZZZZ9.
000000 01  ed-backout PIC ZZZZ9.
000000 01  ed-trial PIC ZZZZ9.
000000 01  ed-repair PIC ZZZZ9.
000000 01  ed-refused PIC ZZZZ9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     PERFORM READ-PERIOD-CARD
000000     OPEN INPUT AUDITLOG
000000     IF audit-file-status NOT = '00' THEN
000000         DISPLAY "AUDIT LOG OPEN FAILED - STATUS "
000000                 audit-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ AUDITLOG AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF audit-actions NOT = SPACES AND
000000        NOT audit-run-footer THEN
000000         PERFORM SELECT-AUDIT-ENTRY
000000     END-IF
000000     END-PERFORM
000000     CLOSE AUDITLOG
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     PERFORM VARYING operator-index FROM 1 BY 1
000000             UNTIL operator-index > operator-count
000000         PERFORM LIST-ONE-OPERATOR
000000     END-PERFORM
000000     IF operator-count = 0 THEN
000000         MOVE " NO PRIVILEGED ACTIONS IN PERIOD" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE RPTFILE
000000     IF skipped-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     READ-PERIOD-CARD.
000000     OPEN INPUT CARDFILE
000000     IF card-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF prv-month-card THEN
000000         IF prv-month IS NOT NUMERIC OR
000000            prv-month(5:2) < "01" OR
000000            prv-month(5:2) > "12" THEN
000000             DISPLAY "BAD REPORT MONTH ON PERIOD CARD - "
000000                     prv-month-x
000000             CLOSE CARDFILE
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         MOVE prv-month TO report-month
000000     ELSE
000000     IF NOT prv-comment-card THEN
000000         DISPLAY "BAD PERIOD CARD TYPE - " prv-rec-type
000000         CLOSE CARDFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     END-IF
000000     END-PERFORM
000000     CLOSE CARDFILE
000000     EXIT PARAGRAPH.
000000     SELECT-AUDIT-ENTRY.
000000     IF report-month NOT = 0 THEN
000000         MOVE audit-timestamp(1:6) TO entry-month
000000         IF entry-month NOT = report-month THEN
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF
000000     IF entry-count >= max-entries THEN
000000         ADD 1 TO skipped-count
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE audit-operator-id TO list-operator-id
000000     PERFORM ADD-OPERATOR-TO-LIST
000000     IF operator-scan = 0 THEN
000000         ADD 1 TO skipped-count
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO entry-count
000000     MOVE audit-record TO ent-record(entry-count)
000000     EXIT PARAGRAPH.
000000     ADD-OPERATOR-TO-LIST.
000000* THE OPERATOR LIST IS KEPT IN OPERATOR ID ORDER AS IT IS BUILT.
000000* OPERATOR-SCAN COMES BACK ZERO WHEN THE LIST IS FULL.
000000     PERFORM VARYING operator-scan FROM 1 BY 1
000000             UNTIL operator-scan > operator-count
000000         IF opt-operator-id(operator-scan) = list-operator-id THEN
000000             EXIT PARAGRAPH
000000         END-IF
000000         IF opt-operator-id(operator-scan) > list-operator-id THEN
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM
000000     IF operator-count >= max-operators THEN
000000         MOVE 0 TO operator-scan
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM VARYING operator-index FROM operator-count BY -1
000000             UNTIL operator-index < operator-scan
000000         MOVE opt-operator-id(operator-index)
000000              TO opt-operator-id(operator-index + 1)
000000     END-PERFORM
000000     MOVE list-operator-id TO opt-operator-id(operator-scan)
000000     ADD 1 TO operator-count
000000     EXIT PARAGRAPH.
000000     LIST-ONE-OPERATOR.
000000     MOVE opt-operator-id(operator-index) TO list-operator-id
000000     MOVE list-operator-id TO operator-text
000000     IF operator-text = SPACES THEN
000000         MOVE "*NONE*" TO operator-text
000000     END-IF
000000     INITIALIZE opr-counts
000000     MOVE SPACES TO rpt-line
000000     STRING "OPERATOR " operator-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING entry-index FROM 1 BY 1
000000             UNTIL entry-index > entry-count
000000         MOVE ent-record(entry-index) TO audit-record
000000         IF audit-operator-id = list-operator-id THEN
000000             PERFORM WRITE-ACTION-LINE
000000         END-IF
000000     END-PERFORM
000000     MOVE opc-override TO ed-override
000000     MOVE opc-backout TO ed-backout
000000     MOVE opc-trial TO ed-trial
000000     MOVE opc-repair TO ed-repair
000000     MOVE opc-refused TO ed-refused
000000     MOVE SPACES TO rpt-line
000000     STRING "  OPERATOR TOTALS  OVERRIDE" ed-override
000000            "  BACKOUT" ed-backout "  TRIAL" ed-trial
000000            "  REPAIR" ed-repair "  REFUSED" ed-refused
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     ADD opc-override TO tot-override
000000     ADD opc-backout TO tot-backout
000000     ADD opc-trial TO tot-trial
000000     ADD opc-repair TO tot-repair
000000     ADD opc-refused TO tot-refused
000000     EXIT PARAGRAPH.
000000     WRITE-ACTION-LINE.
000000     MOVE SPACES TO action-text
000000     IF audit-override THEN
000000         MOVE "OVERRIDE" TO act-override
000000     END-IF
000000     IF audit-backout THEN
000000         MOVE "BACKOUT" TO act-backout
000000     END-IF
000000     IF audit-trial THEN
000000         MOVE "TRIAL" TO act-trial
000000     END-IF
000000     IF audit-repair THEN
000000         MOVE "REPAIR" TO act-repair
000000     END-IF
000000     MOVE SPACES TO detail-text
000000     EVALUATE TRUE
000000         WHEN audit-card-error
000000             MOVE "REFUSED" TO outcome-text
000000             MOVE audit-input-file TO detail-text
000000             ADD 1 TO opc-refused
000000         WHEN audit-reject-repair
000000             MOVE "RESUBMIT" TO outcome-text
000000             MOVE audit-records-read TO ed-line-no
000000             IF audit-input-file = "resubmit4.txt" THEN
000000                 STRING "DAY4 LINE" ed-line-no
000000                      DELIMITED BY SIZE INTO detail-text
000000             ELSE
000000                 STRING "DAY5 LINE" ed-line-no
000000                      DELIMITED BY SIZE INTO detail-text
000000             END-IF
000000         WHEN audit-trial-run
000000             MOVE "TRIAL RUN" TO outcome-text
000000             MOVE audit-input-file TO detail-text
000000         WHEN OTHER
000000             MOVE "RUN" TO outcome-text
000000             MOVE audit-input-file TO detail-text
000000     END-EVALUATE
000000     IF NOT audit-card-error THEN
000000         IF audit-override THEN
000000             ADD 1 TO opc-override
000000         END-IF
000000         IF audit-backout THEN
000000             ADD 1 TO opc-backout
000000         END-IF
000000         IF audit-trial THEN
000000             ADD 1 TO opc-trial
000000         END-IF
000000         IF audit-repair THEN
000000             ADD 1 TO opc-repair
000000         END-IF
000000     END-IF
000000     MOVE SPACES TO entry-date-display
000000     STRING audit-ts-yyyy "-" audit-ts-mm "-" audit-ts-dd
000000          DELIMITED BY SIZE INTO entry-date-display
000000     MOVE SPACES TO entry-time-display
000000     STRING audit-ts-hh ":" audit-ts-mi ":" audit-ts-ss
000000          DELIMITED BY SIZE INTO entry-time-display
000000     MOVE SPACES TO rpt-line
000000     STRING "  " entry-date-display " " entry-time-display
000000            "  " audit-job-name "  " action-text
000000            outcome-text " " detail-text
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     IF report-month = 0 THEN
000000         MOVE "ALL DATES" TO period-display
000000     ELSE
000000         MOVE SPACES TO period-display
000000         STRING report-month(1:4) "-" report-month(5:2)
000000              DELIMITED BY SIZE INTO period-display
000000     END-IF
000000     MOVE SPACES TO rpt-line
000000     STRING "PRIVILEGED ACTION REPORT  PERIOD: " period-display
000000            "  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     STRING "  DATE       TIME      JOB       ACTIONS"
000000            "                             OUTCOME   DETAIL"
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE operator-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "OPERATORS LISTED        :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE tot-override TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "OVERRIDES TAKEN         :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE tot-backout TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "BACKOUTS RUN            :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE tot-trial TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "TRIAL RUNS              :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE tot-repair TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "REJECT REPAIRS          :" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE tot-refused TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "PRIVILEGED CARDS REFUSED:" ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     IF skipped-count > 0 THEN
000000         MOVE skipped-count TO ed-count
000000         MOVE SPACES TO rpt-line
000000         STRING "ENTRIES NOT LISTED - TABLE FULL: " ed-count
000000              DELIMITED BY SIZE INTO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000  END PROGRAM privrpt.
