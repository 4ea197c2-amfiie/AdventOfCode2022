000100* EODSIGN.COB GnuCOBOL
000110* END-OF-DAY OPERATIONS SIGN-OFF.  READS THE NIGHT'S CONTROL
000120* REPORTS AND THE RUN-STATE FILE AND GIVES ONE PASS, WARN OR FAIL
000130* LINE PER AREA AND AN OVERALL VERDICT FOR THE BUSINESS DATE:
000140*   DAY4 BALANCE    BALANCE4.TXT  - FAIL UNLESS IN BALANCE
000150*   DAY5 BALANCE    BALANCE5.TXT  - FAIL UNLESS IN BALANCE
000160*   SCHEDULE        SCHEDRPT.TXT  - FAIL ON A FAILED STEP, WARN ON
000170*                                   A HELD STEP
000180*   REJECTS         REJSTAT.TXT   - WARN ON OPEN REJECTS OR
000190*                                   REFUSED FIX CARDS
000191*   STACK CAPACITY  STACKCAP5.TXT - WARN ON A STACK OVER THE
000192*                                   THRESHOLD RUN
000193*   HOUSEKEEPING    HKMANIFEST.TXT- FAIL WHEN INCOMPLETE, WARN
000194*                                   WHEN NOT FOR THE DATE
000195*   RUN STATE       RUNSTATE.TXT  - FAIL UNLESS DAY4JOB AND
000196*                                   DAY5JOB COMPLETED THE DATE
000197* A MISSING BALANCE, SCHEDULE OR RUN STATE IS A FAIL; A MISSING
000198* REJECT, CAPACITY OR HOUSEKEEPING REPORT IS A WARN.
000199* THE SIGN CARD NAMES THE BUSINESS DATE ('D'; DEFAULT IS THE DAY5
000199* RUN CARD DATE) AND MAY CARRY ONE SIGN-OFF: 'S' OPERATOR SIGNS
000199* THE DAY OFF CLEAN, ONLY ON A PASS VERDICT; 'X' OPERATOR NOTE
000199* SIGNS IT OFF WITH THE NOTED EXCEPTIONS.  THE OPERATOR MUST HOLD
000199* SIGN-OFF AUTHORITY ON THE OPERATOR REGISTRY.  THE SIGN-OFF IS
000199* KEPT ON SIGNOFF.DAT BY BUSINESS DATE; SIGNING A DATE AGAIN
000199* REPLACES THE EARLIER SIGN-OFF.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. eodsign.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/signcard.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT runcard ASSIGN TO
000000          "../input/runcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS run-card-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          DYNAMIC report-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS rpt-file-status
000000          .
000000     SELECT statefile ASSIGN TO
000000          "../output/runstate.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS state-file-status
000000          .
000000     SELECT oprfile ASSIGN TO
000000          "../input/opreg.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS opr-file-status
000000          .
000000     SELECT signfile ASSIGN TO
000000          "../output/signoff.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS sgn-busn-date
000000          FILE STATUS IS sgn-file-status
000000          .
000000     SELECT eodfile ASSIGN TO
000000          "../output/eodsign.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 sign-card.
000000    05 sgc-type                PIC X(01).
000000       88 sgc-date-card        VALUE 'D'.
000000       88 sgc-clean-card       VALUE 'S'.
000000       88 sgc-except-card      VALUE 'X'.
000000       88 sgc-comment-card     VALUE '*' SPACE.
000000    05 sgc-sep-1               PIC X.
000000    05 sgc-detail              PIC X(58).
000000    05 sgc-date-detail REDEFINES sgc-detail.
000000       10 sgc-busn-date        PIC 9(08).
000000       10 FILLER               PIC X(50).
000000    05 sgc-sign-detail REDEFINES sgc-detail.
000000       10 sgc-operator-id      PIC X(08).
000000       10 sgc-sep-2            PIC X.
000000       10 sgc-note             PIC X(40).
000000       10 FILLER               PIC X(09).
000000 FD runcard.
000000 COPY runcard.
000000 FD rptfile.
000000 01 rpt-in-line PIC X(100).
000000 FD statefile.
000000 COPY runstrec.
000000 FD oprfile.
000000 COPY oprrec.
000000 FD signfile.
000000 COPY signrec.
000000 FD eodfile.
000000 01 eod-line PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 01  card-file-status PIC X(02).
000000 01  run-card-status PIC X(02).
000000 01  rpt-file-status PIC X(02).
000000 01  state-file-status PIC X(02).
000000 01  opr-file-status PIC X(02).
000000 01  sgn-file-status PIC X(02).
000000 01  report-file-path PIC X(32).
000000 01  business-date PIC 9(08) VALUE 0.
000000 01  sign-type PIC X(01) VALUE SPACE.
000000     88 sign-card-none VALUE SPACE.
000000     88 sign-card-clean VALUE 'S'.
000000     88 sign-card-except VALUE 'X'.
000000 01  sign-operator PIC X(08) VALUE SPACES.
000000 01  sign-note PIC X(40) VALUE SPACES.
000000 01  sign-refuse-reason PIC X(28) VALUE SPACES.
000000 01  sign-found-switch PIC X(01) VALUE 'N'.
000000     88 sign-on-file VALUE 'Y'.
000000 01  sign-recorded-switch PIC X(01) VALUE 'N'.
000000     88 sign-recorded VALUE 'Y'.
000000 01  prior-sign-operator PIC X(08) VALUE SPACES.
000000 01  operator-found-switch PIC X(01).
000000     88 operator-registered VALUE 'Y'.
000000 01  operator-signoff PIC X(01).
000000     88 operator-may-signoff VALUE 'Y'.
000000 01  max-areas PIC S9(07) COMP-5 VALUE 10.
000000 01  area-table.
000000     05 area-entry OCCURS 10 TIMES.
000000        10 ara-name PIC X(20).
000000        10 ara-result PIC X(04).
000000        10 ara-detail PIC X(48).
000000 01  area-count PIC S9(07) COMP-5 VALUE 0.
000000 01  area-index PIC S9(07) COMP-5.
000000 01  area-name PIC X(20).
000000 01  area-result PIC X(04).
000000 01  area-detail PIC X(48).
000000 01  pass-count PIC S9(07) COMP-5 VALUE 0.
000000 01  warn-count PIC S9(07) COMP-5 VALUE 0.
000000 01  fail-count PIC S9(07) COMP-5 VALUE 0.
000000 01  overall-verdict PIC X(04).
000000 01  verdict-found-switch PIC X(01).
000000     88 verdict-found VALUE 'Y'.
000000 01  totals-found-switch PIC X(01).
000000     88 totals-found VALUE 'Y'.
000000 01  warn-list-switch PIC X(01).
000000     88 in-warn-list VALUE 'Y'.
000000 01  no-data-switch PIC X(01).
000000     88 no-data-found VALUE 'Y'.
000000 01  parse-num PIC X(07).
000000 01  parse-value PIC 9(07).
000000 01  steps-failed PIC S9(07) COMP-5.
000000 01  steps-held PIC S9(07) COMP-5.
000000 01  rejects-open PIC S9(07) COMP-5.
000000 01  cards-refused PIC S9(07) COMP-5.
000000 01  stacks-over PIC S9(07) COMP-5.
000000 01  manifest-date PIC X(08).
000000 01  state-job-name PIC X(08).
000000 01  state-found-switch PIC X(01).
000000     88 state-found VALUE 'Y'.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  current-time.
000000     05 curr-hh PIC 9(02).
000000     05 curr-mi PIC 9(02).
000000     05 curr-ss PIC 9(02).
000000     05 FILLER PIC 9(02).
000000 01  busn-display PIC X(10).
000000 01  date-display PIC X(10).
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-count-2 PIC ZZZZZZ9.
000000 01  ed-pass PIC Z9.
000000 01  ed-warn PIC Z9.
000000 01  ed-fail PIC Z9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     ACCEPT current-time FROM TIME
000000     PERFORM READ-SIGN-CARDS
000000     IF business-date = 0 THEN
000000         PERFORM TAKE-RUN-CARD-DATE
000000     END-IF
000000     PERFORM CHECK-DAY4-BALANCE
000000     PERFORM CHECK-DAY5-BALANCE
000000     PERFORM CHECK-SCHEDULE
000000     PERFORM CHECK-REJECTS
000000     PERFORM CHECK-STACK-CAPACITY
000000     PERFORM CHECK-HOUSEKEEPING
000000     MOVE "DAY4JOB" TO state-job-name
000000     PERFORM CHECK-RUN-STATE
000000     MOVE "DAY5JOB" TO state-job-name
000000     PERFORM CHECK-RUN-STATE
000000     IF fail-count > 0 THEN
000000         MOVE "FAIL" TO overall-verdict
000000     ELSE
000000     IF warn-count > 0 THEN
000000         MOVE "WARN" TO overall-verdict
000000     ELSE
000000         MOVE "PASS" TO overall-verdict
000000     END-IF
000000     END-IF
000000     IF sign-card-none THEN
000000         PERFORM FIND-SIGN-OFF
000000     ELSE
000000         PERFORM RECORD-SIGN-OFF
000000     END-IF
000000     OPEN OUTPUT EODFILE
000000     PERFORM WRITE-EOD-REPORT
000000     CLOSE EODFILE
000000     IF sign-refuse-reason NOT = SPACES OR
000000        overall-verdict NOT = "PASS" THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     READ-SIGN-CARDS.
000000     OPEN INPUT CARDFILE
000000     IF card-file-status = '35' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF card-file-status NOT = '00' THEN
000000         DISPLAY "SIGN CARD FILE OPEN FAILED - STATUS "
000000                 card-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF sgc-comment-card THEN
000000         CONTINUE
000000     ELSE
000000     IF sgc-date-card THEN
000000         IF sgc-busn-date IS NOT NUMERIC OR
000000            sgc-busn-date = 0 THEN
000000             DISPLAY "BAD BUSINESS DATE ON SIGN CARD"
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         MOVE sgc-busn-date TO business-date
000000     ELSE
000000     IF sgc-clean-card OR sgc-except-card THEN
000000         IF NOT sign-card-none THEN
000000             DISPLAY "MORE THAN ONE SIGN-OFF CARD"
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         MOVE sgc-type TO sign-type
000000         MOVE sgc-operator-id TO sign-operator
000000         MOVE sgc-note TO sign-note
000000     ELSE
000000         DISPLAY "BAD SIGN CARD TYPE - " sgc-type
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-PERFORM
000000     CLOSE CARDFILE
000000     EXIT PARAGRAPH.
000000     TAKE-RUN-CARD-DATE.
000000     OPEN INPUT RUNCARD
000000     IF run-card-status = '00' THEN
000000         PERFORM UNTIL EXIT
000000         READ RUNCARD AT END
000000             EXIT PERFORM
000000         END-READ
000000         IF card-control-card AND business-date = 0 AND
000000            card-business-date IS NUMERIC THEN
000000             MOVE card-business-date TO business-date
000000         END-IF
000000         END-PERFORM
000000         CLOSE RUNCARD
000000     END-IF
000000     IF business-date = 0 THEN
000000         DISPLAY "NO BUSINESS DATE FOR SIGN-OFF"
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     EXIT PARAGRAPH.
000000     ADD-AREA-RESULT.
000000     IF area-count >= max-areas THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO area-count
000000     MOVE area-name TO ara-name(area-count)
000000     MOVE area-result TO ara-result(area-count)
000000     MOVE area-detail TO ara-detail(area-count)
000000     IF area-result = "FAIL" THEN
000000         ADD 1 TO fail-count
000000     ELSE
000000     IF area-result = "WARN" THEN
000000         ADD 1 TO warn-count
000000     ELSE
000000         ADD 1 TO pass-count
000000     END-IF
000000     END-IF
000000     EXIT PARAGRAPH.
000000     OPEN-AREA-REPORT.
000000     MOVE SPACES TO area-detail
000000     OPEN INPUT RPTFILE
000000     IF rpt-file-status NOT = '00' THEN
000000         MOVE "REPORT NOT PRODUCED" TO area-detail
000000     END-IF
000000     EXIT PARAGRAPH.
000000     CHECK-DAY4-BALANCE.
000000     MOVE "DAY4 BALANCE" TO area-name
000000     MOVE "../output/balance4.txt" TO report-file-path
000000     PERFORM CHECK-BALANCE-REPORT
000000     EXIT PARAGRAPH.
000000     CHECK-DAY5-BALANCE.
000000     MOVE "DAY5 BALANCE" TO area-name
000000     MOVE "../output/balance5.txt" TO report-file-path
000000     PERFORM CHECK-BALANCE-REPORT
000000     EXIT PARAGRAPH.
000000     CHECK-BALANCE-REPORT.
000000     PERFORM OPEN-AREA-REPORT
000000     IF area-detail NOT = SPACES THEN
000000         MOVE "FAIL" TO area-result
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO verdict-found-switch
000000     PERFORM UNTIL EXIT
000000     READ RPTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF rpt-in-line(1:10) = "IN BALANCE" THEN
000000         MOVE 'Y' TO verdict-found-switch
000000         MOVE "PASS" TO area-result
000000         MOVE "IN BALANCE" TO area-detail
000000     END-IF
000000     IF rpt-in-line(1:14) = "OUT OF BALANCE" THEN
000000         MOVE 'Y' TO verdict-found-switch
000000         MOVE "FAIL" TO area-result
000000         MOVE rpt-in-line TO area-detail
000000     END-IF
000000     END-PERFORM
000000     CLOSE RPTFILE
000000     IF NOT verdict-found THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "NO BALANCE VERDICT ON REPORT" TO area-detail
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     CHECK-SCHEDULE.
000000     MOVE "SCHEDULE" TO area-name
000000     MOVE "../output/schedrpt.txt" TO report-file-path
000000     PERFORM OPEN-AREA-REPORT
000000     IF area-detail NOT = SPACES THEN
000000         MOVE "FAIL" TO area-result
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO totals-found-switch
000000     MOVE 0 TO steps-failed
000000     MOVE 0 TO steps-held
000000     PERFORM UNTIL EXIT
000000     READ RPTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF rpt-in-line(1:15) = "STEPS FAILED : " THEN
000000         MOVE rpt-in-line(16:7) TO parse-num
000000         PERFORM PARSE-REPORT-NUMBER
000000         MOVE parse-value TO steps-failed
000000         MOVE 'Y' TO totals-found-switch
000000     END-IF
000000     IF rpt-in-line(1:15) = "STEPS HELD   : " THEN
000000         MOVE rpt-in-line(16:7) TO parse-num
000000         PERFORM PARSE-REPORT-NUMBER
000000         MOVE parse-value TO steps-held
000000     END-IF
000000     END-PERFORM
000000     CLOSE RPTFILE
000000     IF NOT totals-found THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "SCHEDULE REPORT INCOMPLETE" TO area-detail
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF steps-failed > 0 THEN
000000         MOVE "FAIL" TO area-result
000000     ELSE
000000     IF steps-held > 0 THEN
000000         MOVE "WARN" TO area-result
000000     ELSE
000000         MOVE "PASS" TO area-result
000000     END-IF
000000     END-IF
000000     IF steps-failed = 0 AND steps-held = 0 THEN
000000         MOVE "ALL STEPS RAN CLEAN" TO area-detail
000000     ELSE
000000         MOVE steps-failed TO ed-count
000000         MOVE steps-held TO ed-count-2
000000         STRING "STEPS FAILED" ed-count "  HELD" ed-count-2
000000              DELIMITED BY SIZE INTO area-detail
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     CHECK-REJECTS.
000000     MOVE "REJECTS" TO area-name
000000     MOVE "../output/rejstat.txt" TO report-file-path
000000     PERFORM OPEN-AREA-REPORT
000000     IF area-detail NOT = SPACES THEN
000000         MOVE "WARN" TO area-result
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO totals-found-switch
000000     MOVE 0 TO rejects-open
000000     MOVE 0 TO cards-refused
000000     PERFORM UNTIL EXIT
000000     READ RPTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF rpt-in-line(1:23) = "DAY4 REJECTS STILL OPEN" OR
000000        rpt-in-line(1:23) = "DAY5 REJECTS STILL OPEN" THEN
000000         MOVE rpt-in-line(28:7) TO parse-num
000000         PERFORM PARSE-REPORT-NUMBER
000000         ADD parse-value TO rejects-open
000000         MOVE 'Y' TO totals-found-switch
000000     END-IF
000000     IF rpt-in-line(1:17) = "FIX CARDS REFUSED" THEN
000000         MOVE rpt-in-line(28:7) TO parse-num
000000         PERFORM PARSE-REPORT-NUMBER
000000         ADD parse-value TO cards-refused
000000     END-IF
000000     END-PERFORM
000000     CLOSE RPTFILE
000000     IF NOT totals-found THEN
000000         MOVE "WARN" TO area-result
000000         MOVE "REJECT STATUS INCOMPLETE" TO area-detail
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF rejects-open = 0 AND cards-refused = 0 THEN
000000         MOVE "PASS" TO area-result
000000         MOVE "NO REJECTS OPEN" TO area-detail
000000     ELSE
000000         MOVE "WARN" TO area-result
000000         MOVE rejects-open TO ed-count
000000         MOVE cards-refused TO ed-count-2
000000         STRING "STILL OPEN" ed-count "  FIX CARDS REFUSED"
000000                ed-count-2
000000              DELIMITED BY SIZE INTO area-detail
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     CHECK-STACK-CAPACITY.
000000     MOVE "STACK CAPACITY" TO area-name
000000     MOVE "../output/stackcap5.txt" TO report-file-path
000000     PERFORM OPEN-AREA-REPORT
000000     IF area-detail NOT = SPACES THEN
000000         MOVE "WARN" TO area-result
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO totals-found-switch
000000     MOVE 'N' TO warn-list-switch
000000     MOVE 'N' TO no-data-switch
000000     MOVE 0 TO stacks-over
000000     PERFORM UNTIL EXIT
000000     READ RPTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF rpt-in-line(1:23) = "NO GENERATIONS ON FILE " THEN
000000         MOVE 'Y' TO no-data-switch
000000     END-IF
000000     IF in-warn-list AND rpt-in-line(1:6) = " STACK" THEN
000000         ADD 1 TO stacks-over
000000     END-IF
000000     IF rpt-in-line(1:33) = "STACKS AT OR ABOVE THRESHOLD FOR "
000000         THEN
000000         MOVE 'Y' TO warn-list-switch
000000         MOVE 'Y' TO totals-found-switch
000000     END-IF
000000     END-PERFORM
000000     CLOSE RPTFILE
000000     IF no-data-found THEN
000000         MOVE "WARN" TO area-result
000000         MOVE "NO STACK GENERATIONS IN SPAN" TO area-detail
000000     ELSE
000000     IF NOT totals-found THEN
000000         MOVE "WARN" TO area-result
000000         MOVE "CAPACITY REPORT INCOMPLETE" TO area-detail
000000     ELSE
000000     IF stacks-over > 0 THEN
000000         MOVE "WARN" TO area-result
000000         MOVE stacks-over TO ed-count
000000         STRING "STACKS OVER THRESHOLD" ed-count
000000              DELIMITED BY SIZE INTO area-detail
000000     ELSE
000000         MOVE "PASS" TO area-result
000000         MOVE "NO STACK OVER THRESHOLD" TO area-detail
000000     END-IF
000000     END-IF
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     CHECK-HOUSEKEEPING.
000000     MOVE "HOUSEKEEPING" TO area-name
000000     MOVE "../output/hkmanifest.txt" TO report-file-path
000000     PERFORM OPEN-AREA-REPORT
000000     IF area-detail NOT = SPACES THEN
000000         MOVE "WARN" TO area-result
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'N' TO totals-found-switch
000000     MOVE 'N' TO no-data-switch
000000     MOVE SPACES TO manifest-date
000000     PERFORM UNTIL EXIT
000000     READ RPTFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF rpt-in-line(1:29) = "HOUSEKEEPING MANIFEST  AS OF " THEN
000000         MOVE rpt-in-line(30:8) TO manifest-date
000000     END-IF
000000     IF rpt-in-line(1:27) = "NO MOVE JOURNAL TO SNAPSHOT" THEN
000000         MOVE 'Y' TO no-data-switch
000000     END-IF
000000     IF rpt-in-line(1:27) = "AUDIT ENTRIES ARCHIVED    :" THEN
000000         MOVE 'Y' TO totals-found-switch
000000     END-IF
000000     END-PERFORM
000000     CLOSE RPTFILE
000000     IF NOT totals-found THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "MANIFEST INCOMPLETE" TO area-detail
000000     ELSE
000000     IF manifest-date NOT = business-date THEN
000000         MOVE "WARN" TO area-result
000000         STRING "MANIFEST AS OF " manifest-date
000000              DELIMITED BY SIZE INTO area-detail
000000     ELSE
000000     IF no-data-found THEN
000000         MOVE "WARN" TO area-result
000000         MOVE "NO MOVE JOURNAL SNAPSHOT TAKEN" TO area-detail
000000     ELSE
000000         MOVE "PASS" TO area-result
000000         MOVE "MANIFEST COMPLETE FOR DATE" TO area-detail
000000     END-IF
000000     END-IF
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     CHECK-RUN-STATE.
000000     MOVE SPACES TO area-name
000000     STRING "RUN STATE " state-job-name
000000          DELIMITED BY SIZE INTO area-name
000000     MOVE SPACES TO area-detail
000000     MOVE 'N' TO state-found-switch
000000     OPEN INPUT STATEFILE
000000     IF state-file-status = '00' THEN
000000         PERFORM UNTIL EXIT
000000         READ STATEFILE AT END
000000             EXIT PERFORM
000000         END-READ
000000         IF rst-job-name = state-job-name THEN
000000             MOVE 'Y' TO state-found-switch
000000             EXIT PERFORM
000000         END-IF
000000         END-PERFORM
000000         CLOSE STATEFILE
000000     END-IF
000000     IF NOT state-found THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "NO RUN STATE FOR JOB" TO area-detail
000000         PERFORM ADD-AREA-RESULT
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF rst-last-date IS NOT NUMERIC THEN
000000         MOVE 0 TO rst-last-date
000000     END-IF
000000     IF rst-in-flight THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "RUN STILL IN FLIGHT" TO area-detail
000000     ELSE
000000     IF rst-abended THEN
000000         MOVE "FAIL" TO area-result
000000         MOVE "LAST RUN ABENDED" TO area-detail
000000     ELSE
000000     IF rst-last-date < business-date THEN
000000         MOVE "FAIL" TO area-result
000000         STRING "DATE NOT RUN - LAST COMPLETED " rst-last-date
000000              DELIMITED BY SIZE INTO area-detail
000000     ELSE
000000     IF rst-last-date > business-date THEN
000000         MOVE "WARN" TO area-result
000000         STRING "LATER DATE ALREADY RUN " rst-last-date
000000              DELIMITED BY SIZE INTO area-detail
000000     ELSE
000000         MOVE "PASS" TO area-result
000000         STRING "COMPLETED " rst-last-date
000000              DELIMITED BY SIZE INTO area-detail
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     PERFORM ADD-AREA-RESULT
000000     EXIT PARAGRAPH.
000000     PARSE-REPORT-NUMBER.
000000     INSPECT parse-num REPLACING LEADING SPACE BY ZERO
000000     IF parse-num IS NOT NUMERIC THEN
000000         MOVE ZEROS TO parse-num
000000     END-IF
000000     MOVE parse-num TO parse-value
000000     EXIT PARAGRAPH.
000000     FIND-SIGN-OFF.
000000     OPEN INPUT SIGNFILE
000000     IF sgn-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE business-date TO sgn-busn-date
000000     MOVE 'Y' TO sign-found-switch
000000     READ SIGNFILE
000000         INVALID KEY
000000             MOVE 'N' TO sign-found-switch
000000     END-READ
000000     CLOSE SIGNFILE
000000     EXIT PARAGRAPH.
000000     RECORD-SIGN-OFF.
000000     IF sign-operator = SPACES THEN
000000         MOVE "NO OPERATOR ID" TO sign-refuse-reason
000000     ELSE
000000         PERFORM FIND-SIGN-OPERATOR
000000     END-IF
000000     IF sign-refuse-reason = SPACES AND
000000        NOT operator-registered THEN
000000         MOVE "UNKNOWN OPERATOR" TO sign-refuse-reason
000000     END-IF
000000     IF sign-refuse-reason = SPACES AND
000000        NOT operator-may-signoff THEN
000000         MOVE "SIGN-OFF NOT ALLOWED" TO sign-refuse-reason
000000     END-IF
000000     IF sign-refuse-reason = SPACES AND sign-card-clean AND
000000        overall-verdict NOT = "PASS" THEN
000000         MOVE "DAY NOT CLEAN - NOTE NEEDED" TO sign-refuse-reason
000000     END-IF
000000     IF sign-refuse-reason = SPACES AND sign-card-except AND
000000        sign-note = SPACES THEN
000000         MOVE "NO EXCEPTION NOTE" TO sign-refuse-reason
000000     END-IF
000000     IF sign-refuse-reason NOT = SPACES THEN
000000         PERFORM FIND-SIGN-OFF
000000         EXIT PARAGRAPH
000000     END-IF
000000     OPEN I-O SIGNFILE
000000     IF sgn-file-status = '35' THEN
000000         OPEN OUTPUT SIGNFILE
000000         CLOSE SIGNFILE
000000         OPEN I-O SIGNFILE
000000     END-IF
000000     IF sgn-file-status NOT = '00' THEN
000000         DISPLAY "SIGN-OFF FILE OPEN FAILED - STATUS "
000000                 sgn-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE business-date TO sgn-busn-date
000000     MOVE 'Y' TO sign-found-switch
000000     READ SIGNFILE
000000         INVALID KEY
000000             MOVE 'N' TO sign-found-switch
000000     END-READ
000000     IF sign-on-file THEN
000000         MOVE sgn-operator-id TO prior-sign-operator
000000     END-IF
000000     MOVE SPACES TO sgn-record
000000     MOVE business-date TO sgn-busn-date
000000     MOVE sign-type TO sgn-status
000000     MOVE overall-verdict TO sgn-verdict
000000     MOVE pass-count TO sgn-pass-count
000000     MOVE warn-count TO sgn-warn-count
000000     MOVE fail-count TO sgn-fail-count
000000     MOVE sign-operator TO sgn-operator-id
000000     MOVE current-date TO sgn-timestamp(1:8)
000000     MOVE current-time(1:6) TO sgn-timestamp(9:6)
000000     MOVE sign-note TO sgn-note
000000     IF sign-on-file THEN
000000         REWRITE sgn-record
000000     ELSE
000000         WRITE sgn-record
000000     END-IF
000000     IF sgn-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "SIGN-OFF FILE WRITE FAILED - STATUS "
000000                 sgn-file-status
000000         MOVE 8 TO RETURN-CODE
000000         CLOSE SIGNFILE
000000         STOP RUN
000000     END-IF
000000     CLOSE SIGNFILE
000000     MOVE 'Y' TO sign-recorded-switch
000000     EXIT PARAGRAPH.
000000     FIND-SIGN-OPERATOR.
000000     MOVE 'N' TO operator-found-switch
000000     MOVE SPACE TO operator-signoff
000000     OPEN INPUT OPRFILE
000000     IF opr-file-status NOT = '00' THEN
000000         MOVE "NO OPERATOR REGISTRY" TO sign-refuse-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ OPRFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF opr-operator-id = sign-operator THEN
000000         MOVE 'Y' TO operator-found-switch
000000         MOVE opr-may-signoff TO operator-signoff
000000         EXIT PERFORM
000000     END-IF
000000     END-PERFORM
000000     CLOSE OPRFILE
000000     EXIT PARAGRAPH.
000000     WRITE-EOD-REPORT.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO busn-display
000000     STRING business-date(1:4) "-" business-date(5:2) "-"
000000            business-date(7:2)
000000          DELIMITED BY SIZE INTO busn-display
000000     MOVE SPACES TO eod-line
000000     STRING "END-OF-DAY SIGN-OFF  BUSINESS DATE: " busn-display
000000            "  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO eod-line
000000     WRITE eod-line
000000     MOVE SPACES TO eod-line
000000     WRITE eod-line
000000     MOVE "AREA                 RESULT  DETAIL" TO eod-line
000000     WRITE eod-line
000000     PERFORM VARYING area-index FROM 1 BY 1
000000             UNTIL area-index > area-count
000000     MOVE SPACES TO eod-line
000000     STRING ara-name(area-index) " "
000000            ara-result(area-index) "    "
000000            ara-detail(area-index)
000000          DELIMITED BY SIZE INTO eod-line
000000     WRITE eod-line
000000     END-PERFORM
000000     MOVE SPACES TO eod-line
000000     WRITE eod-line
000000     MOVE pass-count TO ed-pass
000000     MOVE warn-count TO ed-warn
000000     MOVE fail-count TO ed-fail
000000     MOVE SPACES TO eod-line
000000     STRING "OVERALL VERDICT      " overall-verdict
000000            "    PASS " ed-pass "  WARN " ed-warn
000000            "  FAIL " ed-fail
000000          DELIMITED BY SIZE INTO eod-line
000000     WRITE eod-line
000000     MOVE SPACES TO eod-line
000000     WRITE eod-line
000000     IF sign-refuse-reason NOT = SPACES THEN
000000         MOVE SPACES TO eod-line
000000         STRING "SIGN-OFF REFUSED - " sign-refuse-reason
000000                "  OPERATOR " sign-operator
000000              DELIMITED BY SIZE INTO eod-line
000000         WRITE eod-line
000000     END-IF
000000     MOVE SPACES TO eod-line
000000     IF sign-recorded OR sign-on-file THEN
000000         IF sgn-signed-clean THEN
000000             STRING "SIGNED OFF CLEAN BY " sgn-operator-id
000000                    "  AT " sgn-timestamp
000000                    "  VERDICT " sgn-verdict
000000                  DELIMITED BY SIZE INTO eod-line
000000         ELSE
000000             STRING "SIGNED OFF WITH EXCEPTIONS BY "
000000                    sgn-operator-id
000000                    "  AT " sgn-timestamp
000000                    "  VERDICT " sgn-verdict
000000                  DELIMITED BY SIZE INTO eod-line
000000         END-IF
000000     ELSE
000000         MOVE "NOT SIGNED OFF" TO eod-line
000000     END-IF
000000     WRITE eod-line
000000     IF (sign-recorded OR sign-on-file) AND
000000        sgn-note NOT = SPACES THEN
000000         MOVE SPACES TO eod-line
000000         STRING "  NOTE: " sgn-note
000000              DELIMITED BY SIZE INTO eod-line
000000         WRITE eod-line
000000     END-IF
000000     IF sign-recorded AND prior-sign-operator NOT = SPACES THEN
000000         MOVE SPACES TO eod-line
000000         STRING "  REPLACES EARLIER SIGN-OFF BY "
000000                prior-sign-operator
000000              DELIMITED BY SIZE INTO eod-line
000000         WRITE eod-line
000000     END-IF
000000     DISPLAY "END-OF-DAY VERDICT " overall-verdict
000000     EXIT PARAGRAPH.
000000  END PROGRAM eodsign.
