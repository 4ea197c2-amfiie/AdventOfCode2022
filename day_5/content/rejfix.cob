000150* LINE IN THE ORIGINAL INPUT4/INPUT5 LINE FORMAT.  MATCHED
000160* FIXES ARE WRITTEN TO RESUBMIT INPUT FILES AND EVERY REJECT IS
000170* REPORTED AS WORKED OR STILL-OPEN ON THE REPAIR STATUS REPORT.
000180* A HOLD REJECT STAYS OPEN WHILE ITS FROM-STACK OR TO-STACK IS
000190* STILL ON THE STACK HOLD FILE, EVEN WHEN A FIX CARD IS KEYED
000191* FOR IT.  ONCE THE HOLD IS RELEASED A FIX CARD WITH A BLANK
000192* FIXED LINE RESUBMITS THE LINE AS ORIGINALLY KEYED, REBUILT
000193* FROM THE REJECT RECORD.
000194* REJECT REPAIR IS PRIVILEGED: EACH FIX CARD NAMES THE OPERATOR
000195* WHO KEYED IT, AND A CARD WHOSE OPERATOR IS NOT ON THE OPERATOR
000196* REGISTRY WITH REPAIR AUTHORITY IS REFUSED AND MATCHES NOTHING.
000197* EVERY RESUBMITTED FIX IS LOGGED ON THE AUDIT LOG AS AN 'R'
000198* ENTRY WITH ITS OPERATOR; EVERY REFUSED CARD AS AN 'E' ENTRY.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. rejfix.
000300 ENVIRONMENT DIVISION.
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS rej5-file-status
000000          .
000000     SELECT holdfile ASSIGN TO
000000          "../output/stackhold.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS hld-stack-no
000000          FILE STATUS IS hld-file-status
000000          .
000000     SELECT resub4file ASSIGN TO
000000          "../input/resubmit4.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          "../output/rejstat.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000000     SELECT oprfile ASSIGN TO
000000          "../input/opreg.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS opr-file-status
000000          .
000000     SELECT auditlog ASSIGN TO
000000          "../output/auditlog.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS audit-file-status
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD fixcard.
000000    05 fix-file-name          PIC X(20).
000000    05 fix-sep-3              PIC X.
000000    05 fix-new-text           PIC X(40).
000000    05 fix-sep-4              PIC X.
000000    05 fix-operator-id        PIC X(08).
000000 FD rej4file.
000000 COPY rejrec REPLACING LEADING ==rej== BY ==rj4==.
000000 FD rej5file.
000000 COPY rej5rec REPLACING LEADING ==rej== BY ==rj5==.
000000 FD holdfile.
000000 COPY holdrec.
000000 FD resub4file.
000000 01 resub4-line PIC X(20).
000000 FD resub5file.
000000 01 resub5-line PIC X(40).
000000 FD statfile.
000000 01 stat-line PIC X(100).
000000 FD oprfile.
000000 COPY oprrec.
000000 FD auditlog.
000000 COPY auditrec.
000000 WORKING-STORAGE SECTION.
000000 01  max-fixes PIC S9(07) COMP-5 VALUE 500.
000000 01  fix-file-status PIC X(02).
000000 01  rej4-file-status PIC X(02).
000000 01  rej5-file-status PIC X(02).
000000 01  hld-file-status PIC X(02).
000000 01  opr-file-status PIC X(02).
000000 01  audit-file-status PIC X(02).
000000 01  refuse-reason PIC X(20).
000000 01  entry-operator-id PIC X(08).
000000 01  hold-file-switch PIC X(01) VALUE 'N'.
000000     88 hold-file-open VALUE 'Y'.
000000 01  held-switch PIC X(01).
000000     88 stack-held VALUE 'Y'.
000000 01  held-stack-no PIC 9(07).
000000 01  resub-text PIC X(40).
000000 01  num-value PIC 9(07).
000000 01  num-text PIC X(07).
000000 01  lead-count PIC S9(07) COMP-5.
000000 01  qty-text PIC X(07).
000000 01  from-text PIC X(07).
000000 01  to-text PIC X(07).
000000 01  ed-num PIC ZZZZZZ9.
000000 01  ed-stack-no PIC ZZ9.
000000 01  fix-table.
000000     05 fix-entry OCCURS 500 TIMES.
000000        10 fixt-side PIC X(01).
000000        10 fixt-line-no PIC 9(07).
000000        10 fixt-file-name PIC X(20).
000000        10 fixt-new-text PIC X(40).
000000        10 fixt-operator-id PIC X(08).
000000        10 fixt-used PIC X(01).
000000           88 fixt-worked VALUE 'Y'.
000000           88 fixt-waiting VALUE 'H'.
000000           88 fixt-refused VALUE 'X'.
000000        10 fixt-refuse-reason PIC X(20).
000000 01  fix-count PIC S9(07) COMP-5 VALUE 0.
000000 01  fix-index PIC S9(07) COMP-5.
000000 01  match-index PIC S9(07) COMP-5.
000000 01  open4-count PIC S9(07) COMP-5 VALUE 0.
000000 01  open5-count PIC S9(07) COMP-5 VALUE 0.
000000 01  unmatched-count PIC S9(07) COMP-5 VALUE 0.
000000 01  refused-count PIC S9(07) COMP-5 VALUE 0.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  current-time.
000000     05 curr-hh PIC 9(02).
000000     05 curr-mi PIC 9(02).
000000     05 curr-ss PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-line-no PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     OPEN EXTEND AUDITLOG
000000     IF audit-file-status = '35' THEN
000000         OPEN OUTPUT AUDITLOG
000000     END-IF
000000     PERFORM LOAD-FIX-CARDS
000000     OPEN OUTPUT RESUB4FILE
000000     OPEN OUTPUT RESUB5FILE
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     PERFORM WRITE-STATUS-HEADER
000000     PERFORM WORK-DAY4-REJECTS
000000     PERFORM OPEN-HOLD-FILE
000000     PERFORM WORK-DAY5-REJECTS
000000     IF HOLD-FILE-OPEN THEN
000000         CLOSE HOLDFILE
000000     END-IF
000000     PERFORM REPORT-UNMATCHED-FIXES
000000     PERFORM WRITE-STATUS-TOTALS
000000     CLOSE RESUB4FILE
000000     CLOSE RESUB5FILE
000000     CLOSE STATFILE
000000     CLOSE AUDITLOG
000000     IF open4-count > 0 OR open5-count > 0 OR
000000        unmatched-count > 0 OR refused-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     IF fix-file-status NOT = '00' THEN
000000         DISPLAY "FIX CARD FILE MISSING - STATUS "
000000                 fix-file-status
000000         CLOSE AUDITLOG
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF NOT fix-day4-card AND NOT fix-day5-card THEN
000000         DISPLAY "BAD FIX CARD TYPE - " fix-side
000000         CLOSE FIXCARD
000000         CLOSE AUDITLOG
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF fix-line-no IS NOT NUMERIC THEN
000000         DISPLAY "BAD FIX CARD LINE NUMBER"
000000         CLOSE FIXCARD
000000         CLOSE AUDITLOG
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     IF fix-count >= max-fixes THEN
000000         DISPLAY "TOO MANY FIX CARDS"
000000         CLOSE FIXCARD
000000         CLOSE AUDITLOG
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE fix-line-no TO fixt-line-no(fix-count)
000000     MOVE fix-file-name TO fixt-file-name(fix-count)
000000     MOVE fix-new-text TO fixt-new-text(fix-count)
000000     MOVE fix-operator-id TO fixt-operator-id(fix-count)
000000     MOVE 'N' TO fixt-used(fix-count)
000000     MOVE SPACES TO fixt-refuse-reason(fix-count)
000000     PERFORM CHECK-FIX-OPERATOR
000000     END-IF
000000     END-PERFORM
000000     CLOSE FIXCARD
000000     EXIT PARAGRAPH.
000000     CHECK-FIX-OPERATOR.
000000     MOVE SPACES TO refuse-reason
000000     IF fix-operator-id = SPACES THEN
000000         MOVE "NO OPERATOR ID" TO refuse-reason
000000     ELSE
000000         PERFORM FIND-FIX-OPERATOR
000000     END-IF
000000     IF refuse-reason = SPACES THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 'X' TO fixt-used(fix-count)
000000     MOVE fix-operator-id TO entry-operator-id
000000     MOVE refuse-reason TO fixt-refuse-reason(fix-count)
000000     MOVE "REJFIX" TO audit-job-name
000000     MOVE refuse-reason TO audit-input-file
000000     MOVE fix-line-no TO audit-records-read
000000     MOVE 'E' TO audit-rec-type
000000     PERFORM WRITE-FIX-AUDIT
000000     EXIT PARAGRAPH.
000000     FIND-FIX-OPERATOR.
000000     OPEN INPUT OPRFILE
000000     IF opr-file-status NOT = '00' THEN
000000         MOVE "NO OPERATOR REGISTRY" TO refuse-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE "UNKNOWN OPERATOR" TO refuse-reason
000000     PERFORM UNTIL EXIT
000000     READ OPRFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF opr-operator-id = fix-operator-id THEN
000000         IF opr-repair-ok THEN
000000             MOVE SPACES TO refuse-reason
000000         ELSE
000000             MOVE "REPAIR NOT ALLOWED" TO refuse-reason
000000         END-IF
000000         EXIT PERFORM
000000     END-IF
000000     END-PERFORM
000000     CLOSE OPRFILE
000000     EXIT PARAGRAPH.
000000     WRITE-REPAIR-AUDIT.
000000     MOVE fixt-operator-id(match-index) TO entry-operator-id
000000     MOVE "REJFIX" TO audit-job-name
000000     MOVE 'R' TO audit-rec-type
000000     PERFORM WRITE-FIX-AUDIT
000000     EXIT PARAGRAPH.
000000     WRITE-FIX-AUDIT.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     ACCEPT current-time FROM TIME
000000     MOVE SPACE TO audit-sep-0
000000     MOVE SPACE TO audit-sep-1
000000     MOVE SPACE TO audit-sep-2
000000     MOVE curr-yyyy TO audit-ts-yyyy
000000     MOVE curr-mm TO audit-ts-mm
000000     MOVE curr-dd TO audit-ts-dd
000000     MOVE curr-hh TO audit-ts-hh
000000     MOVE curr-mi TO audit-ts-mi
000000     MOVE curr-ss TO audit-ts-ss
000000     MOVE SPACE TO audit-sep-3
000000     MOVE SPACE TO audit-sep-4
000000     MOVE 0 TO audit-records-rejected
000000     MOVE SPACE TO audit-sep-5
000000     MOVE entry-operator-id TO audit-operator-id
000000     MOVE SPACE TO audit-sep-6
000000     MOVE SPACES TO audit-actions
000000     MOVE 'R' TO audit-repair-flag
000000     WRITE audit-record
000000     EXIT PARAGRAPH.
000000     WORK-DAY4-REJECTS.
000000     OPEN INPUT REJ4FILE
000000     IF rej4-file-status NOT = '00' THEN
000000         MOVE fixt-new-text(match-index) TO resub4-line
000000         WRITE resub4-line
000000         ADD 1 TO worked4-count
000000         MOVE "resubmit4.txt" TO audit-input-file
000000         MOVE rj4-line-no TO audit-records-read
000000         PERFORM WRITE-REPAIR-AUDIT
000000         MOVE SPACES TO stat-line
000000         STRING "DAY4 " rj4-file-name " LINE" ed-line-no
000000                " WORKED     " fixt-new-text(match-index)
000000             UNTIL fix-index > fix-count OR match-found
000000     IF fixt-side(fix-index) = '4' AND
000000        NOT fixt-worked(fix-index) AND
000000        NOT fixt-refused(fix-index) AND
000000        fixt-line-no(fix-index) = rj4-line-no AND
000000        fixt-file-name(fix-index) = rj4-file-name THEN
000000     MOVE 'Y' TO match-switch
000000     END-READ
000000     PERFORM FIND-DAY5-FIX
000000     MOVE rj5-line-no TO ed-line-no
000000     MOVE 'N' TO held-switch
000000     IF rj5-reason = "HOLD" THEN
000000         PERFORM CHECK-REJECT-HOLDS
000000     END-IF
000000     IF STACK-HELD THEN
000000         IF match-found THEN
000000             MOVE 'H' TO fixt-used(match-index)
000000         END-IF
000000         ADD 1 TO open5-count
000000         MOVE held-stack-no TO ed-stack-no
000000         MOVE SPACES TO stat-line
000000         STRING "DAY5 " rj5-reason " LINE" ed-line-no
000000                " STILL-OPEN STACK" ed-stack-no " ON HOLD"
000000              DELIMITED BY SIZE INTO stat-line
000000     ELSE
000000     IF match-found THEN
000000         MOVE 'Y' TO fixt-used(match-index)
000000         MOVE fixt-new-text(match-index) TO resub-text
000000         IF resub-text = SPACES AND rj5-reason = "HOLD" THEN
000000             PERFORM REBUILD-REJECT-LINE
000000         END-IF
000000         MOVE resub-text TO resub5-line
000000         WRITE resub5-line
000000         ADD 1 TO worked5-count
000000         MOVE "resubmit5.txt" TO audit-input-file
000000         MOVE rj5-line-no TO audit-records-read
000000         PERFORM WRITE-REPAIR-AUDIT
000000         MOVE SPACES TO stat-line
000000         STRING "DAY5 " rj5-reason " LINE" ed-line-no
000000                " WORKED     " resub-text
000000              DELIMITED BY SIZE INTO stat-line
000000     ELSE
000000         ADD 1 TO open5-count
000000                " STILL-OPEN"
000000              DELIMITED BY SIZE INTO stat-line
000000     END-IF
000000     END-IF
000000     WRITE stat-line
000000     END-PERFORM
000000     CLOSE REJ5FILE
000000             UNTIL fix-index > fix-count OR match-found
000000     IF fixt-side(fix-index) = '5' AND
000000        NOT fixt-worked(fix-index) AND
000000        NOT fixt-refused(fix-index) AND
000000        fixt-line-no(fix-index) = rj5-line-no THEN
000000     MOVE 'Y' TO match-switch
000000     MOVE fix-index TO match-index
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     OPEN-HOLD-FILE.
000000     OPEN INPUT HOLDFILE
000000     IF hld-file-status = '00' THEN
000000         MOVE 'Y' TO hold-file-switch
000000     END-IF
000000     EXIT PARAGRAPH.
000000     CHECK-REJECT-HOLDS.
000000     IF NOT HOLD-FILE-OPEN THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF NOT rj5-receive-txn THEN
000000         MOVE rj5-from TO hld-stack-no
000000         PERFORM READ-STACK-HOLD
000000     END-IF
000000     IF NOT STACK-HELD AND NOT rj5-ship-txn THEN
000000         MOVE rj5-to TO hld-stack-no
000000         PERFORM READ-STACK-HOLD
000000     END-IF
000000     EXIT PARAGRAPH.
000000     READ-STACK-HOLD.
000000     READ HOLDFILE
000000         INVALID KEY
000000             EXIT PARAGRAPH
000000     END-READ
000000     IF hld-on-hold THEN
000000         MOVE 'Y' TO held-switch
000000         MOVE hld-stack-no TO held-stack-no
000000     END-IF
000000     EXIT PARAGRAPH.
000000     REBUILD-REJECT-LINE.
000000     MOVE rj5-qty TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO qty-text
000000     MOVE rj5-from TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO from-text
000000     MOVE rj5-to TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO to-text
000000     IF rj5-receive-txn THEN
000000         STRING "receive " DELIMITED BY SIZE
000000                rj5-crates DELIMITED BY SPACE
000000                " to " DELIMITED BY SIZE
000000                to-text DELIMITED BY SPACE
000000              INTO resub-text
000000     ELSE
000000     IF rj5-ship-txn THEN
000000         STRING "ship " DELIMITED BY SIZE
000000                qty-text DELIMITED BY SPACE
000000                " from " DELIMITED BY SIZE
000000                from-text DELIMITED BY SPACE
000000              INTO resub-text
000000     ELSE
000000         STRING "move " DELIMITED BY SIZE
000000                qty-text DELIMITED BY SPACE
000000                " from " DELIMITED BY SIZE
000000                from-text DELIMITED BY SPACE
000000                " to " DELIMITED BY SIZE
000000                to-text DELIMITED BY SPACE
000000              INTO resub-text
000000     END-IF
000000     END-IF
000000     EXIT PARAGRAPH.
000000     NUMBER-TEXT-GET.
000000     MOVE num-value TO ed-num
000000     MOVE 0 TO lead-count
000000     INSPECT ed-num TALLYING lead-count FOR LEADING SPACES
000000     MOVE SPACES TO num-text
000000     MOVE ed-num(lead-count + 1:) TO num-text
000000     EXIT PARAGRAPH.
000000     REPORT-UNMATCHED-FIXES.
000000     PERFORM VARYING fix-index FROM 1 BY 1
000000             UNTIL fix-index > fix-count
000000     IF fixt-refused(fix-index) THEN
000000     ADD 1 TO refused-count
000000     MOVE fixt-line-no(fix-index) TO ed-line-no
000000     MOVE SPACES TO stat-line
000000     STRING "FIX CARD SIDE " fixt-side(fix-index)
000000            " LINE" ed-line-no
000000            " REFUSED - " fixt-refuse-reason(fix-index)
000000            " OPERATOR " fixt-operator-id(fix-index)
000000          DELIMITED BY SIZE INTO stat-line
000000     WRITE stat-line
000000     END-IF
000000     IF NOT fixt-worked(fix-index) AND
000000        NOT fixt-waiting(fix-index) AND
000000        NOT fixt-refused(fix-index) THEN
000000     ADD 1 TO unmatched-count
000000     MOVE fixt-line-no(fix-index) TO ed-line-no
000000     MOVE SPACES TO stat-line
000000     STRING "FIX CARDS NOT MATCHED    : " ed-count
000000          DELIMITED BY SIZE INTO stat-line
000000     WRITE stat-line
000000     MOVE refused-count TO ed-count
000000     MOVE SPACES TO stat-line
000000     STRING "FIX CARDS REFUSED        : " ed-count
000000          DELIMITED BY SIZE INTO stat-line
000000     WRITE stat-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM rejfix.
