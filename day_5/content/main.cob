000909          ORGANIZATION IS LINE SEQUENTIAL
000909          FILE STATUS IS state-file-status
000909          .
000000     SELECT signfile ASSIGN TO
000000          "../output/signoff.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS sgn-busn-date
000000          FILE STATUS IS sgn-file-status
000000          .
000910     SELECT stackfile ASSIGN TO
000920          DYNAMIC stack-file-path
000930          ORGANIZATION IS INDEXED
000950          RECORD KEY IS stk-key
000960          FILE STATUS IS stk-file-status
000970          .
000000     SELECT cratemast ASSIGN TO
000000          "../output/cratemast.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS crm-key
000000          FILE STATUS IS crm-file-status
000000          .
000000     SELECT limitfile ASSIGN TO
000000          "../input/stklimit5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS lim-file-status
000000          .
000000     SELECT oprfile ASSIGN TO
000000          "../input/opreg.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS opr-file-status
000000          .
000000     SELECT holdfile ASSIGN TO
000000          "../output/stackhold.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS hld-stack-no
000000          FILE STATUS IS hld-file-status
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
001000 FD infile
001636 COPY jrnlrec.
001637 FD statefile.
001638 COPY runstrec.
000000 FD signfile.
000000 COPY signrec.
001640 FD stackfile.
001650 COPY stackrec.
000000 FD cratemast.
000000 COPY cratemst.
000000 FD limitfile.
000000 COPY stklmrec.
000000 FD holdfile.
000000 COPY holdrec.
000000 FD oprfile.
000000 COPY oprrec.
001600 WORKING-STORAGE SECTION.
000000 01  max-stacks PIC S9(07) COMP-5 VALUE 16.
000000 01  max-depth PIC S9(07) COMP-5 VALUE 16.
001760 01  move-from PIC S9(07) COMP-5.
001770 01  move-to PIC S9(07) COMP-5.
001780 01  moved-crate PIC X.
001781 01  move-line-text PIC X(64).
001782 01  txn-type-switch PIC X(01) VALUE 'M'.
001783     88 move-txn VALUE 'M'.
001784     88 receive-txn VALUE 'R'.
001785     88 ship-txn VALUE 'S'.
001786 01  txn-crates PIC X(16).
001787 01  crate-name-switch PIC X(01) VALUE 'Y'.
001788     88 crate-names-ok VALUE 'Y'.
001790 01  stack-no PIC S9(07) COMP-5.
001800 01  move-mode-switch PIC X(01) VALUE 'O'.
001810     88 one-at-a-time-mode VALUE 'O'.
001925 01  stk-file-status PIC X(02).
001925 01  trial-file-status PIC X(02).
001925 01  state-file-status PIC X(02).
000000 01  sgn-file-status PIC X(02).
000000 01  sign-found-switch PIC X(01) VALUE 'N'.
000000     88 prior-day-signed VALUE 'Y'.
001925 01  override-switch PIC X(01) VALUE 'N'.
001925     88 override-run VALUE 'Y'.
000000 01  opr-file-status PIC X(02).
000000 01  operator-id PIC X(08) VALUE SPACES.
000000 01  override-operator PIC X(08) VALUE SPACES.
000000 01  operator-found-switch PIC X(01) VALUE 'N'.
000000     88 operator-registered VALUE 'Y'.
000000 01  operator-flags.
000000     05 opf-override PIC X(01).
000000         88 operator-may-override VALUE 'Y'.
000000     05 opf-backout PIC X(01).
000000         88 operator-may-backout VALUE 'Y'.
000000     05 opf-trial PIC X(01).
000000         88 operator-may-trial VALUE 'Y'.
001925 01  lock-held-switch PIC X(01) VALUE 'N'.
001925     88 run-lock-held VALUE 'Y'.
001925 01  max-state-entries PIC S9(07) COMP-5 VALUE 8.
001929 01  backout-seq PIC 9(07) VALUE 0.
001930 01  max-jrn-entries PIC S9(07) COMP-5 VALUE 9999.
001931 01  jrn-table.
001932     05 jtb-record PIC X(60) OCCURS 9999 TIMES.
001933 01  jrn-count PIC S9(07) COMP-5 VALUE 0.
001934 01  jrn-index PIC S9(07) COMP-5.
001935 01  moves-undone PIC S9(07) COMP-5 VALUE 0.
000000 01  checkpoint-path PIC X(32)
000000     VALUE "../output/checkpoint5.txt".
000000 01  checkpoint-delete-rc PIC S9(09) COMP-5.
000000 01  crm-file-status PIC X(02).
000000 01  lim-file-status PIC X(02).
000000 01  max-crate-entries PIC S9(07) COMP-5 VALUE 64.
000000 01  crate-weight-table.
000000     05 cwt-entry OCCURS 64 TIMES.
000000        10 cwt-crate PIC X(01).
000000        10 cwt-weight PIC 9(07).
000000 01  crate-weight-count PIC S9(07) COMP-5 VALUE 0.
000000 01  crate-weight-index PIC S9(07) COMP-5.
000000 01  crate-weight PIC 9(07).
000000 01  stack-limit-table.
000000     05 slt-entry OCCURS 16 TIMES.
000000        10 slt-limit-switch PIC X(01).
000000            88 slt-limit-set VALUE 'Y'.
000000        10 slt-max-weight PIC 9(07).
000000 01  weight-from-pos PIC S9(07) COMP-5.
000000 01  weight-to-pos PIC S9(07) COMP-5.
000000 01  weight-pos PIC S9(07) COMP-5.
000000 01  weight-stack PIC S9(07) COMP-5.
000000 01  stack-weight PIC 9(09).
000000 01  load-weight PIC 9(09).
000000 01  hld-file-status PIC X(02).
000000 01  hold-file-switch PIC X(01) VALUE 'N'.
000000     88 hold-file-open VALUE 'Y'.
000000 01  stack-hold-table.
000000     05 sht-hold-switch PIC X(01) OCCURS 16 TIMES.
000000         88 sht-on-hold VALUE 'H'.
000700 PROCEDURE DIVISION.
000000     INITIALIZE boxes
000000     MOVE 0 TO moves-applied
000000                 PERFORM ABORT-JOB
000000             END-IF
000000             PERFORM PARSE-BOX-COL
000000             IF boxes-col - 1 > boxes-num-stacks THEN
000000                 DISPLAY "CRATE DIAGRAM COLUMN COUNT DOES NOT "
000000                         "MATCH HEADER STACK COUNT"
000000                 PERFORM ABORT-JOB
000000             PERFORM COMPACT-BOX-ROW
000000         END-PERFORM
000000     END-IF
000000     PERFORM LOAD-CRATE-WEIGHTS
000000     PERFORM LOAD-STACK-LIMITS
000000     PERFORM LOAD-STACK-HOLDS
000000     PERFORM OPEN-JOURNAL
000000     PERFORM APPLY-MOVES
000000     PERFORM PRINT-TOP-CRATES
000000         CLOSE REJFILE
000000     END-IF
000000     CLOSE AUDITLOG
000000     IF HOLD-FILE-OPEN THEN
000000         CLOSE HOLDFILE
000000     END-IF
000000     IF NOT TRIAL-RUN THEN
000000         PERFORM RELEASE-RUN-LOCK
000000     END-IF
000000     PERFORM PARSE-MOVE-LINE
000000     PERFORM VALIDATE-MOVE
000000     IF VALID-MOVE THEN
000000     IF RECEIVE-TXN THEN
000000         PERFORM APPLY-RECEIVE
000000     ELSE
000000     IF SHIP-TXN THEN
000000         PERFORM APPLY-SHIP
000000     ELSE
000000     IF BULK-MOVE-MODE THEN
000000         PERFORM APPLY-BULK-MOVE
000000     ELSE
000000         PERFORM APPLY-ONE-MOVE move-qty TIMES
000000     END-IF
000000     END-IF
000000     END-IF
000000     ADD 1 TO moves-applied
000000     PERFORM WRITE-JOURNAL-RECORD
000000     ELSE
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     PARSE-MOVE-LINE.
000000     MOVE SPACES TO move-line-text
000000     MOVE infile-record TO move-line-text
000000     MOVE 'M' TO txn-type-switch
000000     MOVE 'Y' TO crate-name-switch
000000     MOVE SPACES TO txn-crates
000000     MOVE 0 TO move-qty
000000     MOVE 0 TO move-from
000000     MOVE 0 TO move-to
000000     IF move-line-text(1:8) = "receive " THEN
000000         MOVE 'R' TO txn-type-switch
000000         MOVE 9 TO line-index
000000         PERFORM RECEIVE-CRATES-GET
000000         PERFORM MOVE-NUMBER-GET
000000         MOVE index-value TO move-to
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF move-line-text(1:5) = "ship " THEN
000000         MOVE 'S' TO txn-type-switch
000000         MOVE 6 TO line-index
000000         PERFORM MOVE-NUMBER-GET
000000         MOVE index-value TO move-qty
000000         PERFORM MOVE-NUMBER-GET
000000         MOVE index-value TO move-from
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE 1 TO line-index
000000     PERFORM MOVE-NUMBER-GET
000000     MOVE index-value TO move-qty
000000     PERFORM MOVE-NUMBER-GET
000000     MOVE index-value TO move-to
000000     EXIT PARAGRAPH.
000000     RECEIVE-CRATES-GET.
000000     PERFORM UNTIL
000000         line-index > infile-record-length OR
000000         infile-data(line-index) NOT = SPACE
000000     ADD 1 TO line-index
000000     END-PERFORM
000000     PERFORM UNTIL
000000         line-index > infile-record-length OR
000000         infile-data(line-index) = SPACE
000000     ADD 1 TO move-qty
000000     IF move-qty <= max-depth THEN
000000         MOVE infile-data(line-index) TO txn-crates(move-qty:1)
000000     END-IF
000000     IF infile-data(line-index) IS NOT ALPHABETIC-UPPER THEN
000000         MOVE 'N' TO crate-name-switch
000000     END-IF
000000     ADD 1 TO line-index
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     MOVE-NUMBER-GET.
000000     PERFORM UNTIL
000000         line-index > infile-record-length OR
000000     END-PERFORM
000000     SUBTRACT move-qty FROM box-row-length(move-from)
000000     EXIT PARAGRAPH.
000000     APPLY-RECEIVE.
000000     PERFORM VARYING boxes-col FROM 1 BY 1
000000             UNTIL boxes-col > move-qty
000000     ADD 1 TO box-row-length(move-to)
000000     MOVE txn-crates(boxes-col:1)
000000          TO box-value(move-to, box-row-length(move-to))
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     APPLY-SHIP.
000000     COMPUTE line-index = box-row-length(move-from) - move-qty + 1
000000     MOVE SPACES TO txn-crates
000000     MOVE box-row(move-from)(line-index:move-qty) TO txn-crates
000000     SUBTRACT move-qty FROM box-row-length(move-from)
000000     EXIT PARAGRAPH.
000000     PRINT-TOP-CRATES.
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000     ELSE
000000     IF card-override-card THEN
000000         MOVE 'Y' TO override-switch
000000         MOVE card-ovr-operator-id TO override-operator
000000     ELSE
000000         MOVE "BAD CARD TYPE" TO card-error-reason
000000         PERFORM CARD-ERROR
000000         MOVE "NO INPUT FILE CARD" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     PERFORM CHECK-OPERATOR-AUTHORITY
000000     EXIT PARAGRAPH.
000000     TAKE-CONTROL-CARD.
000000     IF control-card-seen THEN
000000     MOVE card-business-date TO business-date
000000     MOVE card-job-name TO job-name
000000     MOVE card-move-mode TO move-mode-switch
000000     MOVE card-operator-id TO operator-id
000000     MOVE 'Y' TO control-card-switch
000000     EXIT PARAGRAPH.
000000     TAKE-FILE-CARD.
000000          INTO input-file-path
000000     MOVE 'Y' TO file-card-switch
000000     EXIT PARAGRAPH.
000000     CHECK-OPERATOR-AUTHORITY.
000000* AN OVERRIDE, A BACKOUT AND A TRIAL ARE PRIVILEGED: THE OPERATOR
000000* NAMED ON THE CARDS MUST BE ON THE REGISTRY WITH AUTHORITY FOR
000000* EACH ONE TAKEN.  THE 'O' CARD AND THE 'C' CARD MAY BOTH NAME
000000* AN OPERATOR, BUT NOT TWO DIFFERENT ONES.
000000     IF OVERRIDE-RUN THEN
000000         IF override-operator = SPACES THEN
000000             MOVE "NO OVERRIDE OPERATOR" TO card-error-reason
000000             PERFORM CARD-ERROR
000000         END-IF
000000         IF operator-id = SPACES THEN
000000             MOVE override-operator TO operator-id
000000         END-IF
000000         IF override-operator NOT = operator-id THEN
000000             MOVE "OPERATOR IDS DIFFER" TO card-error-reason
000000             PERFORM CARD-ERROR
000000         END-IF
000000     END-IF
000000     IF NOT OVERRIDE-RUN AND NOT BACKOUT-RUN AND
000000        NOT TRIAL-RUN THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF operator-id = SPACES THEN
000000         MOVE "NO OPERATOR ID" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     PERFORM FIND-OPERATOR
000000     IF NOT OPERATOR-REGISTERED THEN
000000         MOVE "UNKNOWN OPERATOR" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     IF OVERRIDE-RUN AND NOT OPERATOR-MAY-OVERRIDE THEN
000000         MOVE "OVERRIDE NOT ALLOWED" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     IF BACKOUT-RUN AND NOT OPERATOR-MAY-BACKOUT THEN
000000         MOVE "BACKOUT NOT ALLOWED" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     IF TRIAL-RUN AND NOT OPERATOR-MAY-TRIAL THEN
000000         MOVE "TRIAL NOT ALLOWED" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     EXIT PARAGRAPH.
000000     FIND-OPERATOR.
000000     MOVE 'N' TO operator-found-switch
000000     MOVE SPACES TO operator-flags
000000     OPEN INPUT OPRFILE
000000     IF opr-file-status NOT = '00' THEN
000000         MOVE "NO OPERATOR REGISTRY" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ OPRFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF opr-operator-id = operator-id THEN
000000         MOVE 'Y' TO operator-found-switch
000000         MOVE opr-may-override TO opf-override
000000         MOVE opr-may-backout TO opf-backout
000000         MOVE opr-may-trial TO opf-trial
000000         EXIT PERFORM
000000     END-IF
000000     END-PERFORM
000000     CLOSE OPRFILE
000000     EXIT PARAGRAPH.
000000     SET-AUDIT-OPERATOR.
000000     MOVE SPACE TO audit-sep-5
000000     MOVE operator-id TO audit-operator-id
000000     MOVE SPACE TO audit-sep-6
000000     MOVE SPACES TO audit-actions
000000     IF OVERRIDE-RUN THEN
000000         MOVE 'O' TO audit-override-flag
000000     END-IF
000000     IF BACKOUT-RUN THEN
000000         MOVE 'B' TO audit-backout-flag
000000     END-IF
000000     IF TRIAL-RUN THEN
000000         MOVE 'T' TO audit-trial-flag
000000     END-IF
000000     EXIT PARAGRAPH.
000000     CARD-ERROR.
000000     DISPLAY "CONTROL CARD ERROR - " card-error-reason
000000     OPEN EXTEND AUDITLOG
000000     MOVE 0 TO audit-records-read
000000     MOVE SPACE TO audit-sep-4
000000     MOVE 0 TO audit-records-rejected
000000     PERFORM SET-AUDIT-OPERATOR
000000     WRITE audit-record
000000     CLOSE AUDITLOG
000000     CLOSE CARDFILE
000000     MOVE 0 TO audit-records-read
000000     MOVE SPACE TO audit-sep-4
000000     MOVE 0 TO audit-records-rejected
000000     PERFORM SET-AUDIT-OPERATOR
000000     WRITE audit-record
000000     EXIT PARAGRAPH.
000000     WRITE-AUDIT-FOOTER.
000000     MOVE lines-read TO audit-records-read
000000     MOVE SPACE TO audit-sep-4
000000     MOVE moves-rejected TO audit-records-rejected
000000     PERFORM SET-AUDIT-OPERATOR
000000     WRITE audit-record
000000     EXIT PARAGRAPH.
000000     WRITE-STACK-GENERATIONS.
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "QTY0" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND RECEIVE-TXN AND
000000        NOT CRATE-NAMES-OK THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "CRTX" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT RECEIVE-TXN AND
000000        (move-from < 1 OR move-from > boxes-num-stacks) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "FRNG" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT SHIP-TXN AND
000000        (move-to < 1 OR move-to > boxes-num-stacks) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "TRNG" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT BACKOUT-RUN AND NOT RECEIVE-TXN AND
000000        sht-on-hold(move-from) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "HOLD" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT BACKOUT-RUN AND NOT SHIP-TXN AND
000000        sht-on-hold(move-to) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "HOLD" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT RECEIVE-TXN AND
000000        move-qty > box-row-length(move-from) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "QTYX" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT SHIP-TXN AND
000000        box-row-length(move-to) + move-qty > max-depth THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "OVFL" TO reject-reason
000000     END-IF
000000     IF VALID-MOVE AND NOT SHIP-TXN AND NOT BACKOUT-RUN AND
000000        slt-limit-set(move-to) THEN
000000         PERFORM CHECK-STACK-WEIGHT
000000     END-IF
000000     EXIT PARAGRAPH.
000000     CHECK-STACK-WEIGHT.
000000     MOVE move-to TO weight-stack
000000     MOVE 1 TO weight-from-pos
000000     MOVE box-row-length(move-to) TO weight-to-pos
000000     PERFORM STACK-WEIGHT-GET
000000     MOVE stack-weight TO load-weight
000000     IF RECEIVE-TXN THEN
000000         PERFORM RECEIVE-WEIGHT-GET
000000     ELSE
000000         MOVE move-from TO weight-stack
000000         COMPUTE weight-from-pos = box-row-length(move-from)
000000                                 - move-qty + 1
000000         MOVE box-row-length(move-from) TO weight-to-pos
000000         PERFORM STACK-WEIGHT-GET
000000     END-IF
000000     ADD stack-weight TO load-weight
000000     IF load-weight > slt-max-weight(move-to) THEN
000000         MOVE 'N' TO move-valid-switch
000000         MOVE "WGHT" TO reject-reason
000000     END-IF
000000     EXIT PARAGRAPH.
000000     STACK-WEIGHT-GET.
000000     MOVE 0 TO stack-weight
000000     PERFORM VARYING weight-pos FROM weight-from-pos BY 1
000000             UNTIL weight-pos > weight-to-pos
000000     MOVE box-value(weight-stack, weight-pos) TO moved-crate
000000     PERFORM CRATE-WEIGHT-GET
000000     ADD crate-weight TO stack-weight
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     RECEIVE-WEIGHT-GET.
000000     MOVE 0 TO stack-weight
000000     PERFORM VARYING weight-pos FROM 1 BY 1
000000             UNTIL weight-pos > move-qty
000000     MOVE txn-crates(weight-pos:1) TO moved-crate
000000     PERFORM CRATE-WEIGHT-GET
000000     ADD crate-weight TO stack-weight
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     CRATE-WEIGHT-GET.
000000     MOVE 0 TO crate-weight
000000     PERFORM VARYING crate-weight-index FROM 1 BY 1
000000             UNTIL crate-weight-index > crate-weight-count
000000     IF cwt-crate(crate-weight-index) = moved-crate THEN
000000         MOVE cwt-weight(crate-weight-index) TO crate-weight
000000         EXIT PERFORM
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     LOAD-CRATE-WEIGHTS.
000000     MOVE 0 TO crate-weight-count
000000     OPEN INPUT CRATEMAST
000000     IF crm-file-status = '35' THEN
000000         DISPLAY "NO CRATE MASTER - CRATES CARRY NO WEIGHT"
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF crm-file-status NOT = '00' THEN
000000         DISPLAY "CRATE MASTER OPEN FAILED - STATUS "
000000                 crm-file-status
000000         PERFORM ABORT-JOB
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ CRATEMAST AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF crm-active AND crm-weight IS NUMERIC THEN
000000         IF crate-weight-count >= max-crate-entries THEN
000000             DISPLAY "CRATE MASTER EXCEEDS WEIGHT TABLE CAPACITY"
000000             CLOSE CRATEMAST
000000             PERFORM ABORT-JOB
000000         END-IF
000000         ADD 1 TO crate-weight-count
000000         MOVE crm-key TO cwt-crate(crate-weight-count)
000000         MOVE crm-weight TO cwt-weight(crate-weight-count)
000000     END-IF
000000     END-PERFORM
000000     CLOSE CRATEMAST
000000     EXIT PARAGRAPH.
000000     LOAD-STACK-LIMITS.
000000     INITIALIZE stack-limit-table
000000     OPEN INPUT LIMITFILE
000000     IF lim-file-status = '35' THEN
000000         DISPLAY "NO STACK LIMITS ON FILE - WEIGHT NOT CHECKED"
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF lim-file-status NOT = '00' THEN
000000         DISPLAY "STACK LIMITS FILE OPEN FAILED - STATUS "
000000                 lim-file-status
000000         PERFORM ABORT-JOB
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ LIMITFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT lim-comment THEN
000000         IF lim-stack-no IS NOT NUMERIC OR
000000            lim-max-weight IS NOT NUMERIC OR
000000            lim-stack-no < 1 OR lim-stack-no > max-stacks THEN
000000             DISPLAY "BAD STACK LIMIT - " lim-record
000000             CLOSE LIMITFILE
000000             PERFORM ABORT-JOB
000000         END-IF
000000         MOVE 'Y' TO slt-limit-switch(lim-stack-no)
000000         MOVE lim-max-weight TO slt-max-weight(lim-stack-no)
000000     END-IF
000000     END-PERFORM
000000     CLOSE LIMITFILE
000000     EXIT PARAGRAPH.
000000     LOAD-STACK-HOLDS.
000000     INITIALIZE stack-hold-table
000000     IF TRIAL-RUN THEN
000000         OPEN INPUT HOLDFILE
000000     ELSE
000000         OPEN I-O HOLDFILE
000000     END-IF
000000     IF hld-file-status = '35' THEN
000000         DISPLAY "NO STACK HOLD FILE - NO STACKS ON HOLD"
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF hld-file-status NOT = '00' THEN
000000         DISPLAY "STACK HOLD FILE OPEN FAILED - STATUS "
000000                 hld-file-status
000000         PERFORM ABORT-JOB
000000     END-IF
000000     MOVE 'Y' TO hold-file-switch
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000     MOVE stack-no TO hld-stack-no
000000     READ HOLDFILE
000000         INVALID KEY
000000             CONTINUE
000000         NOT INVALID KEY
000000             MOVE hld-status TO sht-hold-switch(stack-no)
000000     END-READ
000000     END-PERFORM
000000     IF TRIAL-RUN THEN
000000         CLOSE HOLDFILE
000000         MOVE 'N' TO hold-file-switch
000000     END-IF
000000     EXIT PARAGRAPH.
000000     COUNT-BLOCKED-MOVE.
000000     IF NOT RECEIVE-TXN AND sht-on-hold(move-from) THEN
000000         MOVE move-from TO stack-no
000000         PERFORM ADD-HOLD-BLOCK
000000     END-IF
000000     IF NOT SHIP-TXN AND sht-on-hold(move-to) AND
000000        (RECEIVE-TXN OR move-to NOT = move-from) THEN
000000         MOVE move-to TO stack-no
000000         PERFORM ADD-HOLD-BLOCK
000000     END-IF
000000     EXIT PARAGRAPH.
000000     ADD-HOLD-BLOCK.
000000     MOVE stack-no TO hld-stack-no
000000     READ HOLDFILE
000000         INVALID KEY
000000             EXIT PARAGRAPH
000000     END-READ
000000     ADD 1 TO hld-moves-blocked
000000     REWRITE hld-record
000000     IF hld-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "STACK HOLD FILE REWRITE FAILED - STATUS "
000000                 hld-file-status
000000         PERFORM ABORT-JOB
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-REJECT-RECORD.
000000     DISPLAY "MOVE REJECTED AT LINE " lines-read
000000     MOVE move-to TO rej-to
000000     MOVE SPACE TO rej-sep-4
000000     MOVE reject-reason TO rej-reason
000000     MOVE SPACE TO rej-sep-5
000000     MOVE txn-type-switch TO rej-txn-type
000000     MOVE SPACE TO rej-sep-6
000000     MOVE txn-crates TO rej-crates
000000     IF TRIAL-RUN THEN
000000         MOVE SPACES TO trial-line
000000         STRING "WOULD REJECT " rej-record
000000                 rej-file-status
000000         PERFORM ABORT-JOB
000000     END-IF
000000     IF reject-reason = "HOLD" AND HOLD-FILE-OPEN THEN
000000         PERFORM COUNT-BLOCKED-MOVE
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-JOURNAL-RECORD.
000000     IF TRIAL-RUN THEN
000000     MOVE move-to TO jrn-to-stack
000000     MOVE SPACE TO jrn-sep-5
000000     MOVE SPACES TO jrn-crates
000000     IF SHIP-TXN THEN
000000         MOVE txn-crates TO jrn-crates
000000     ELSE
000000     MOVE 0 TO jrn-col
000000     COMPUTE jrn-pos = box-row-length(move-to) - move-qty + 1
000000     PERFORM UNTIL jrn-pos > box-row-length(move-to)
000000     MOVE box-value(move-to, jrn-pos) TO jrn-crates(jrn-col:1)
000000     ADD 1 TO jrn-pos
000000     END-PERFORM
000000     END-IF
000000     MOVE SPACE TO jrn-sep-6
000000     MOVE move-mode-switch TO jrn-move-mode
000000     MOVE SPACE TO jrn-sep-7
000000     MOVE txn-type-switch TO jrn-txn-type
000000     WRITE jrn-record
000000     IF jrn-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "JOURNAL WRITE FAILED - STATUS "
000000     CLOSE REJFILE
000000     CLOSE TRIALFILE
000000     CLOSE AUDITLOG
000000     IF HOLD-FILE-OPEN THEN
000000         CLOSE HOLDFILE
000000     END-IF
000000     PERFORM MARK-RUN-ABENDED
000000     STOP RUN.
000000     DELETE-CHECKPOINT-FILE.
000000             MOVE "STALE BUSINESS DATE" TO card-error-reason
000000             PERFORM CARD-ERROR
000000         END-IF
000000         IF NOT OVERRIDE-RUN AND rst-last-date > 0 AND
000000            business-date > rst-last-date THEN
000000             PERFORM CHECK-PRIOR-SIGN-OFF
000000         END-IF
000000     ELSE
000000         IF state-count >= max-state-entries THEN
000000             MOVE "RUN STATE FULL" TO card-error-reason
000000     PERFORM WRITE-RUN-STATE
000000     MOVE 'Y' TO lock-held-switch
000000     EXIT PARAGRAPH.
000000     CHECK-PRIOR-SIGN-OFF.
000000* A NEW BUSINESS DATE WAITS FOR THE END-OF-DAY SIGN-OFF OF THE
000000* LAST DATE THIS JOB COMPLETED; AN 'O' CARD RUNS WITHOUT IT.
000000     MOVE 'N' TO sign-found-switch
000000     OPEN INPUT SIGNFILE
000000     IF sgn-file-status = '00' THEN
000000         MOVE rst-last-date TO sgn-busn-date
000000         MOVE 'Y' TO sign-found-switch
000000         READ SIGNFILE
000000             INVALID KEY
000000                 MOVE 'N' TO sign-found-switch
000000         END-READ
000000         IF PRIOR-DAY-SIGNED AND NOT SGN-SIGNED-OFF THEN
000000             MOVE 'N' TO sign-found-switch
000000         END-IF
000000         CLOSE SIGNFILE
000000     END-IF
000000     IF NOT PRIOR-DAY-SIGNED THEN
000000         MOVE "PRIOR DAY NOT SIGNED" TO card-error-reason
000000         PERFORM CARD-ERROR
000000     END-IF
000000     EXIT PARAGRAPH.
000000     RELEASE-RUN-LOCK.
000000     IF NOT RUN-LOCK-HELD THEN
000000         EXIT PARAGRAPH
000000         EXIT PERFORM
000000     END-IF
000000     MOVE jrn-qty TO move-qty
000000     MOVE 'Y' TO crate-name-switch
000000     MOVE SPACES TO txn-crates
000000     IF jrn-receive-txn THEN
000000         MOVE 'S' TO txn-type-switch
000000         MOVE jrn-to-stack TO move-from
000000         MOVE 0 TO move-to
000000     ELSE
000000     IF jrn-ship-txn THEN
000000         MOVE 'R' TO txn-type-switch
000000         MOVE 0 TO move-from
000000         MOVE jrn-from-stack TO move-to
000000         MOVE jrn-crates TO txn-crates
000000     ELSE
000000         MOVE 'M' TO txn-type-switch
000000         MOVE jrn-to-stack TO move-from
000000         MOVE jrn-from-stack TO move-to
000000     END-IF
000000     END-IF
000000     PERFORM VALIDATE-MOVE
000000     IF INVALID-MOVE THEN
000000         DISPLAY "JOURNAL ENTRY DOES NOT FIT STACK STATE AT "
000000                 "SEQ " jrn-seq " REASON " reject-reason
000000         PERFORM BACKOUT-ABORT
000000     END-IF
000000     IF RECEIVE-TXN THEN
000000         PERFORM APPLY-RECEIVE
000000     ELSE
000000     IF SHIP-TXN THEN
000000         PERFORM APPLY-SHIP
000000     ELSE
000000     IF jrn-bulk THEN
000000         PERFORM APPLY-BULK-MOVE
000000     ELSE
000000         PERFORM APPLY-ONE-MOVE move-qty TIMES
000000     END-IF
000000     END-IF
000000     END-IF
000000     ADD 1 TO moves-undone
000000     SUBTRACT 1 FROM jrn-index
000000     END-PERFORM
