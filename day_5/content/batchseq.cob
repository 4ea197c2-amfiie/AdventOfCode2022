000170* A PREDECESSOR FAILED OR WAS HELD, ALL ITS DEPENDENTS ARE
000180* HELD.  A STEP-BY-STEP SCHEDULE REPORT SHOWS WHAT RAN, WHEN,
000190* AND WHY ANYTHING WAS HELD OR FAILED.
000191* AN OPTIONAL GATE AFTER THE COMMAND HOLDS A STEP ON A BUSINESS
000192* CONDITION: 'WMSA' HOLDS IT UNLESS THE WMS FEED FOR THE LAST
000193* BUSINESS DATE BEFORE THE ONE ON THE DAY5 RUN CARD HAS BEEN
000194* ACKNOWLEDGED IN FULL ON THE WMS FEED STATUS FILE.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. batchseq.
000300 ENVIRONMENT DIVISION.
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS audit-file-status
000000          .
000000     SELECT runcard ASSIGN TO
000000          "../input/runcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS run-card-status
000000          .
000000     SELECT statfile ASSIGN TO
000000          "../output/wmsstat.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS wst-busn-date
000000          FILE STATUS IS wst-file-status
000000          .
000000     SELECT schedrpt ASSIGN TO
000000          "../output/schedrpt.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000    05 sch-max-rc              PIC 9(03).
000000    05 sch-sep-4               PIC X.
000000    05 sch-command             PIC X(40).
000000    05 sch-sep-5               PIC X.
000000    05 sch-gate                PIC X(04).
000000        88 sch-no-gate         VALUE SPACES.
000000        88 sch-wms-ack-gate    VALUE 'WMSA'.
000000 FD auditlog.
000000 COPY auditrec.
000000 FD runcard.
000000 COPY runcard.
000000 FD statfile.
000000 COPY wmsstrec.
000000 FD schedrpt.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  max-steps PIC S9(07) COMP-5 VALUE 32.
000000 01  card-file-status PIC X(02).
000000 01  audit-file-status PIC X(02).
000000 01  run-card-status PIC X(02).
000000 01  wst-file-status PIC X(02).
000000 01  gate-busn-date PIC 9(08).
000000 01  prior-status PIC X(01).
000000 01  prior-date PIC 9(08).
000000 01  step-table.
000000     05 step-entry OCCURS 32 TIMES.
000000        10 stp-step-no PIC 9(03).
000000        10 stp-job-name PIC X(08).
000000        10 stp-max-rc PIC 9(03).
000000        10 stp-command PIC X(40).
000000        10 stp-gate PIC X(04).
000000           88 stp-wms-ack-gate VALUE 'WMSA'.
000000        10 stp-status PIC X(01).
000000           88 stp-pending VALUE 'P'.
000000           88 stp-ran-ok VALUE 'R'.
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF NOT sch-no-gate AND NOT sch-wms-ack-gate THEN
000000         DISPLAY "BAD SCHEDULE GATE - " sch-gate
000000         CLOSE CARDFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF step-count >= max-steps THEN
000000         DISPLAY "TOO MANY SCHEDULE STEPS"
000000         CLOSE CARDFILE
000000     MOVE sch-job-name TO stp-job-name(step-count)
000000     MOVE sch-max-rc TO stp-max-rc(step-count)
000000     MOVE sch-command TO stp-command(step-count)
000000     MOVE sch-gate TO stp-gate(step-count)
000000     MOVE 'P' TO stp-status(step-count)
000000     MOVE 0 TO stp-rc(step-count)
000000     MOVE SPACES TO stp-start-ts(step-count)
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF
000000     IF stp-wms-ack-gate(step-index) THEN
000000         PERFORM CHECK-WMS-ACK-GATE
000000         IF stp-held(step-index) THEN
000000             ADD 1 TO held-count
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF
000000     MOVE stp-job-name(step-index) TO check-job-name
000000     IF check-job-name NOT = SPACES AND
000000        check-job-name NOT = '-' THEN
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     CHECK-WMS-ACK-GATE.
000000* THE FEED FOR THE PRIOR BUSINESS DATE IS THE NEWEST ONE ON THE
000000* STATUS FILE DATED BEFORE TODAY'S RUN CARD.  NO PRIOR FEED AT
000000* ALL (FIRST NIGHT, OR NO STATUS FILE YET) LETS THE STEP RUN.
000000     MOVE 0 TO gate-busn-date
000000     OPEN INPUT RUNCARD
000000     IF run-card-status NOT = '00' THEN
000000         MOVE 'H' TO stp-status(step-index)
000000         MOVE "NO DAY5 RUN CARD FOR WMS GATE"
000000              TO stp-reason(step-index)
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ RUNCARD AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF card-control-card AND gate-busn-date = 0 AND
000000        card-business-date IS NUMERIC THEN
000000         MOVE card-business-date TO gate-busn-date
000000     END-IF
000000     END-PERFORM
000000     CLOSE RUNCARD
000000     IF gate-busn-date = 0 THEN
000000         MOVE 'H' TO stp-status(step-index)
000000         MOVE "NO DAY5 BUSINESS DATE FOR GATE"
000000              TO stp-reason(step-index)
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 0 TO prior-date
000000     MOVE SPACE TO prior-status
000000     OPEN INPUT STATFILE
000000     IF wst-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ STATFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF wst-busn-date < gate-busn-date AND
000000        wst-busn-date > prior-date THEN
000000         MOVE wst-busn-date TO prior-date
000000         MOVE wst-status TO prior-status
000000     END-IF
000000     END-PERFORM
000000     CLOSE STATFILE
000000     EVALUATE prior-status
000000         WHEN 'S'
000000             MOVE 'H' TO stp-status(step-index)
000000             MOVE "PRIOR WMS FEED NOT YET ACKED"
000000                  TO stp-reason(step-index)
000000         WHEN 'M'
000000             MOVE 'H' TO stp-status(step-index)
000000             MOVE "PRIOR WMS FEED MISMATCHED"
000000                  TO stp-reason(step-index)
000000         WHEN 'U'
000000             MOVE 'H' TO stp-status(step-index)
000000             MOVE "PRIOR WMS FEED UNACKNOWLEDGED"
000000                  TO stp-reason(step-index)
000000     END-EVALUATE
000000     EXIT PARAGRAPH.
000000     COUNT-AUDIT-FOOTERS.
000000     MOVE 0 TO footer-count
000000     OPEN INPUT AUDITLOG
