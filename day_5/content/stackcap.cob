000160* AND THE REPORT SHOWS EACH STACK'S DEPTH BY DAY, HIGH-WATER
000170* MARK AND AVERAGE UTILIZATION, THEN WARNS ON ANY STACK THAT
000180* RAN AT OR ABOVE THE THRESHOLD FOR THE GIVEN RUN OF DAYS.
000181* FOR EACH GENERATION THE DATED JOURNAL ARCHIVE
000182* MOVEJRNL5.YYYYMMDD.TXT OF THE SAME DATE, IF ON FILE, IS READ
000183* FOR CRATES RECEIVED FROM THE DOCK AND SHIPPED OUT OF THE YARD,
000184* SHOWN AGAINST EACH STACK BY DAY AND IN TOTAL FOR THE SPAN.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. stackcap.
000300 ENVIRONMENT DIVISION.
000000          RECORD KEY IS stk-key
000000          FILE STATUS IS stk-file-status
000000          .
000000     SELECT jrnarch ASSIGN TO
000000          DYNAMIC jrn-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS jrn-file-status
000000          .
000000     SELECT capfile ASSIGN TO
000000          "../output/stackcap5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000    05 cap-consec      PIC 9(03).
000000 FD stackfile.
000000 COPY stackrec.
000000 FD jrnarch.
000000 COPY jrnlrec.
000000 FD capfile.
000000 01 cap-line PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 01  card-file-status PIC X(02).
000000 01  stk-file-status PIC X(02).
000000 01  stack-file-path PIC X(40).
000000 01  jrn-file-status PIC X(02).
000000 01  jrn-file-path PIC X(40).
000000 01  cap-threshold PIC 9(03)V9(02).
000000 01  consec-target PIC S9(07) COMP-5.
000000 01  scan-date.
000000        10 dte-date PIC 9(08).
000000        10 dte-depth PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000        10 dte-present PIC X(01) OCCURS 16 TIMES.
000000        10 dte-received PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000        10 dte-shipped PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  day-count PIC S9(07) COMP-5 VALUE 0.
000000 01  day-index PIC S9(07) COMP-5.
000000 01  stack-no PIC S9(07) COMP-5.
000000 01  consec-run PIC S9(07) COMP-5.
000000 01  best-run PIC S9(07) COMP-5.
000000 01  warn-count PIC S9(07) COMP-5 VALUE 0.
000000 01  received-sum PIC S9(09) COMP-5.
000000 01  shipped-sum PIC S9(09) COMP-5.
000000 01  span-received PIC S9(09) COMP-5 VALUE 0.
000000 01  span-shipped PIC S9(09) COMP-5 VALUE 0.
000000 01  archive-count PIC S9(07) COMP-5 VALUE 0.
000000 01  ed-vol-in PIC ZZZ9.
000000 01  ed-vol-out PIC ZZZ9.
000000 01  flag-text PIC X(12).
000000 01  ed-stack-no PIC ZZZZZZ9.
000000 01  ed-depth PIC ZZZZZZ9.
000000                 UNTIL stack-no > max-stacks
000000             PERFORM REPORT-ONE-STACK
000000         END-PERFORM
000000         PERFORM WRITE-VOLUME-TOTALS
000000         PERFORM WRITE-WARNING-LIST
000000     END-IF
000000     CLOSE CAPFILE
000000             UNTIL stack-no > max-stacks
000000     MOVE 0 TO dte-depth(day-count, stack-no)
000000     MOVE 'N' TO dte-present(day-count, stack-no)
000000     MOVE 0 TO dte-received(day-count, stack-no)
000000     MOVE 0 TO dte-shipped(day-count, stack-no)
000000     END-PERFORM
000000     PERFORM UNTIL EXIT
000000     READ STACKFILE AT END
000000     END-IF
000000     END-PERFORM
000000     CLOSE STACKFILE
000000     PERFORM LOAD-ONE-JOURNAL-ARCHIVE
000000     EXIT PARAGRAPH.
000000     LOAD-ONE-JOURNAL-ARCHIVE.
000000     MOVE SPACES TO jrn-file-path
000000     STRING "../output/movejrnl5." scan-date ".txt"
000000          DELIMITED BY SIZE INTO jrn-file-path
000000     OPEN INPUT JRNARCH
000000     IF jrn-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO archive-count
000000     PERFORM UNTIL EXIT
000000     READ JRNARCH AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF jrn-receive-txn AND jrn-qty IS NUMERIC AND
000000        jrn-to-stack IS NUMERIC AND
000000        jrn-to-stack >= 1 AND jrn-to-stack <= max-stacks THEN
000000         MOVE jrn-to-stack TO stack-no
000000         ADD jrn-qty TO dte-received(day-count, stack-no)
000000     END-IF
000000     IF jrn-ship-txn AND jrn-qty IS NUMERIC AND
000000        jrn-from-stack IS NUMERIC AND
000000        jrn-from-stack >= 1 AND jrn-from-stack <= max-stacks THEN
000000         MOVE jrn-from-stack TO stack-no
000000         ADD jrn-qty TO dte-shipped(day-count, stack-no)
000000     END-IF
000000     END-PERFORM
000000     CLOSE JRNARCH
000000     EXIT PARAGRAPH.
000000     NEXT-SCAN-DATE.
000000     MOVE month-days(scan-mm) TO day-limit
000000     WRITE cap-line
000000     MOVE 0 TO high-water
000000     MOVE 0 TO depth-sum
000000     MOVE 0 TO received-sum
000000     MOVE 0 TO shipped-sum
000000     PERFORM VARYING day-index FROM 1 BY 1
000000             UNTIL day-index > day-count
000000     IF dte-present(day-index, stack-no) = 'Y' THEN
000000            "  AVG UTILIZATION " ed-pct "%"
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     MOVE received-sum TO ed-count
000000     MOVE shipped-sum TO ed-depth
000000     MOVE SPACES TO cap-line
000000     STRING "  CRATES RECEIVED" ed-count
000000            "  CRATES SHIPPED" ed-depth
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     EXIT PARAGRAPH.
000000     WRITE-ONE-DAY-LINE.
000000     IF dte-depth(day-index, stack-no) > high-water THEN
000000         MOVE dte-depth(day-index, stack-no) TO high-water
000000     END-IF
000000     ADD dte-depth(day-index, stack-no) TO depth-sum
000000     ADD dte-received(day-index, stack-no) TO received-sum
000000     ADD dte-shipped(day-index, stack-no) TO shipped-sum
000000     ADD dte-received(day-index, stack-no) TO span-received
000000     ADD dte-shipped(day-index, stack-no) TO span-shipped
000000     COMPUTE util-pct ROUNDED =
000000         (dte-depth(day-index, stack-no) / max-depth) * 100
000000     MOVE SPACES TO flag-text
000000     END-IF
000000     MOVE dte-depth(day-index, stack-no) TO ed-depth
000000     MOVE util-pct TO ed-pct
000000     MOVE dte-received(day-index, stack-no) TO ed-vol-in
000000     MOVE dte-shipped(day-index, stack-no) TO ed-vol-out
000000     MOVE SPACES TO cap-line
000000     STRING "  " dte-date(day-index)
000000            "  DEPTH" ed-depth
000000            "  UTIL " ed-pct "%"
000000            "  IN" ed-vol-in "  OUT" ed-vol-out
000000            "  " flag-text
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     EXIT PARAGRAPH.
000000     WRITE-VOLUME-TOTALS.
000000     MOVE SPACES TO cap-line
000000     WRITE cap-line
000000     MOVE archive-count TO ed-count
000000     MOVE SPACES TO cap-line
000000     STRING "JOURNAL ARCHIVES READ IN SPAN  :" ed-count
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     MOVE span-received TO ed-count
000000     MOVE SPACES TO cap-line
000000     STRING "CRATES RECEIVED IN SPAN        :" ed-count
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     MOVE span-shipped TO ed-count
000000     MOVE SPACES TO cap-line
000000     STRING "CRATES SHIPPED IN SPAN         :" ed-count
000000          DELIMITED BY SIZE INTO cap-line
000000     WRITE cap-line
000000     EXIT PARAGRAPH.
