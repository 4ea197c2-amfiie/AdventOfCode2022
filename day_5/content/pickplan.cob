000100* PICKPLAN.COB GnuCOBOL
000110* PICK-PLAN GENERATOR.  READS THE CURRENT STACK LOOKUP AND THE
000120* PICK-REQUEST CARDS; EACH CARD NAMES A CRATE LETTER, THE
000130* DESTINATION STACK IT IS WANTED ON AND THE MOVE MODE DAY5 WILL
000140* RUN IN.  FOR EACH PICK THE CRATES BURIED ON TOP OF THE WANTED
000150* CRATE ARE MOVED ONTO THE BUFFER STACKS WITH THE MOST ROOM, AS
000160* MANY AT A TIME AS WILL FIT, THEN THE CRATE ITSELF IS MOVED TO
000170* THE DESTINATION, SO THE PICK TAKES AS FEW MOVE LINES AS THE
000180* YARD ALLOWS.  NO STACK IS TAKEN PAST THE COMPILED MAX DEPTH OR
000190* OVER ITS WEIGHT LIMIT, AND A STACK ALREADY USED AS A PICK
000191* DESTINATION IS NEVER USED AS A BUFFER FOR A LATER PICK, NOR
000191* DUG INTO OR TAKEN FROM BY ONE (THAT PICK IS NOT PLANNED).  A
000191* STACK ON THE STACK HOLD FILE IS NEVER TOUCHED: IT IS NOT USED
000191* AS A BUFFER, AND A PICK WHOSE CRATE OR DESTINATION IS ON A
000191* HELD STACK IS NOT PLANNED.
000192* THE MOVE LINES ARE WRITTEN IN THE DAY5 INPUT "MOVE N FROM X TO
000193* Y" FORMAT FOR THE NEXT RUN.  THE PLAN REPORT SHOWS THE STACKS
000194* AFTER EVERY STEP AND LISTS EACH PICK THAT COULD NOT BE PLANNED
000195* WITH THE REASON.  A PICK THAT CANNOT BE PLANNED LEAVES THE
000196* STACKS AS THEY WERE.  DAY5 RUNS IN ONE MOVE MODE, SO A PICK
000197* WHOSE MODE DIFFERS FROM THE FIRST PLANNED PICK IS NOT PLANNED.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. pickplan.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT cardfile ASSIGN TO
000700          "../input/pickcard5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS card-file-status
000800          .
000000     SELECT stackfile ASSIGN TO
000000          "../output/stacklookup5.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS stk-key
000000          FILE STATUS IS stk-file-status
000000          .
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
000000     SELECT holdfile ASSIGN TO
000000          "../output/stackhold.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS hld-stack-no
000000          FILE STATUS IS hld-file-status
000000          .
000000     SELECT movefile ASSIGN TO
000000          "../input/pickmove5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000000     SELECT planfile ASSIGN TO
000000          "../output/pickplan5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 01 pick-card.
000000    05 pck-crate               PIC X(01).
000000        88 pck-comment-card    VALUE '*' SPACE.
000000    05 pck-sep-1               PIC X.
000000    05 pck-dest-stack          PIC 9(07).
000000    05 pck-sep-2               PIC X.
000000    05 pck-move-mode           PIC X(01).
000000    05 pck-sep-3               PIC X.
000000    05 pck-order-ref           PIC X(20).
000000 FD stackfile.
000000 COPY stackrec.
000000 FD cratemast.
000000 COPY cratemst.
000000 FD limitfile.
000000 COPY stklmrec.
000000 FD holdfile.
000000 COPY holdrec.
000000 FD movefile.
000000 01 move-line PIC X(40).
000000 FD planfile.
000000 01 plan-line PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 01  max-stacks PIC S9(07) COMP-5 VALUE 16.
000000 01  max-depth PIC S9(07) COMP-5 VALUE 16.
000000 01  boxes.
000000     05 box-row OCCURS 16 TIMES.
000000        10 box-value PIC X OCCURS 16 TIMES.
000000     05 box-row-length PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  sim-boxes.
000000     05 sim-row OCCURS 16 TIMES.
000000        10 sim-value PIC X OCCURS 16 TIMES.
000000     05 sim-row-length PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  boxes-num-stacks PIC S9(07) COMP-5 VALUE 0.
000000 01  boxes-col PIC S9(07) COMP-5.
000000 01  line-index PIC S9(07) COMP-5.
000000 01  stack-no PIC S9(07) COMP-5.
000000 01  moved-crate PIC X.
000000 01  reserved-table.
000000     05 stack-reserved PIC X(01) OCCURS 16 TIMES.
000000 01  card-file-status PIC X(02).
000000 01  stk-file-status PIC X(02).
000000 01  crm-file-status PIC X(02).
000000 01  lim-file-status PIC X(02).
000000 01  hld-file-status PIC X(02).
000000 01  stack-hold-table.
000000     05 sht-hold-switch PIC X(01) OCCURS 16 TIMES.
000000         88 sht-on-hold VALUE 'H'.
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
000000 01  plan-mode-switch PIC X(01) VALUE SPACE.
000000     88 plan-mode-set VALUE 'O' 'B'.
000000 01  pick-mode-switch PIC X(01).
000000     88 pick-one-at-a-time VALUE 'O'.
000000     88 pick-bulk VALUE 'B'.
000000 01  pick-dest PIC S9(07) COMP-5.
000000 01  pick-stack PIC S9(07) COMP-5.
000000 01  pick-pos PIC S9(07) COMP-5.
000000 01  blocker-count PIC S9(07) COMP-5.
000000 01  buffer-stack PIC S9(07) COMP-5.
000000 01  buffer-qty PIC S9(07) COMP-5.
000000 01  try-qty PIC S9(07) COMP-5.
000000 01  crate-held-switch PIC X(01).
000000     88 crate-on-held-stack VALUE 'Y'.
000000 01  fit-switch PIC X(01).
000000     88 load-fits VALUE 'Y'.
000000 01  unplanned-reason PIC X(30).
000000 01  plan-table.
000000     05 plan-step OCCURS 17 TIMES.
000000        10 pls-qty PIC S9(07) COMP-5.
000000        10 pls-from PIC S9(07) COMP-5.
000000        10 pls-to PIC S9(07) COMP-5.
000000 01  plan-count PIC S9(07) COMP-5.
000000 01  plan-index PIC S9(07) COMP-5.
000000 01  step-qty PIC S9(07) COMP-5.
000000 01  step-from PIC S9(07) COMP-5.
000000 01  step-to PIC S9(07) COMP-5.
000000 01  max-unplanned PIC S9(07) COMP-5 VALUE 500.
000000 01  unplanned-table.
000000     05 unplanned-text PIC X(80) OCCURS 500 TIMES.
000000 01  unplanned-count PIC S9(07) COMP-5 VALUE 0.
000000 01  unplanned-index PIC S9(07) COMP-5.
000000 01  picks-read PIC S9(07) COMP-5 VALUE 0.
000000 01  picks-planned PIC S9(07) COMP-5 VALUE 0.
000000 01  move-lines-written PIC S9(07) COMP-5 VALUE 0.
000000 01  num-value PIC S9(07) COMP-5.
000000 01  num-text PIC X(07).
000000 01  lead-count PIC S9(07) COMP-5.
000000 01  qty-text PIC X(07).
000000 01  from-text PIC X(07).
000000 01  to-text PIC X(07).
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-num PIC ZZZZZZ9.
000000 01  ed-pick-no PIC ZZZ9.
000000 01  ed-step-no PIC Z9.
000000 01  ed-stack-no PIC ZZ9.
000000 01  ed-depth PIC Z9.
000000 01  ed-count PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     PERFORM LOAD-STACKS-FROM-LOOKUP
000000     PERFORM LOAD-CRATE-WEIGHTS
000000     PERFORM LOAD-STACK-LIMITS
000000     PERFORM LOAD-STACK-HOLDS
000000     INITIALIZE reserved-table
000000     OPEN INPUT CARDFILE
000000     IF card-file-status NOT = '00' THEN
000000         DISPLAY "PICK CARD FILE MISSING - STATUS "
000000                 card-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     OPEN OUTPUT MOVEFILE
000000     OPEN OUTPUT PLANFILE
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     PERFORM WRITE-PLAN-HEADER
000000     PERFORM UNTIL EXIT
000000     READ CARDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT pck-comment-card THEN
000000         ADD 1 TO picks-read
000000         PERFORM PLAN-ONE-PICK
000000     END-IF
000000     END-PERFORM
000000     PERFORM WRITE-UNPLANNED-LIST
000000     PERFORM WRITE-PLAN-TOTALS
000000     CLOSE CARDFILE
000000     CLOSE MOVEFILE
000000     CLOSE PLANFILE
000000     IF unplanned-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     LOAD-STACKS-FROM-LOOKUP.
000000     INITIALIZE boxes
000000     OPEN INPUT STACKFILE
000000     IF stk-file-status NOT = '00' THEN
000000         DISPLAY "STACK LOOKUP FILE NOT AVAILABLE - STATUS "
000000                 stk-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ STACKFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF stk-key IS NOT NUMERIC OR
000000        stk-row-length IS NOT NUMERIC OR
000000        stk-key < 1 OR stk-key > max-stacks OR
000000        stk-row-length > max-depth THEN
000000         DISPLAY "STACK LOOKUP RECORD NOT USABLE - KEY "
000000                 stk-key
000000         CLOSE STACKFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE stk-key TO stack-no
000000     MOVE stk-row-length TO box-row-length(stack-no)
000000     MOVE stk-row-data TO box-row(stack-no)
000000     IF stack-no > boxes-num-stacks THEN
000000         MOVE stack-no TO boxes-num-stacks
000000     END-IF
000000     END-PERFORM
000000     CLOSE STACKFILE
000000     EXIT PARAGRAPH.
000000     LOAD-CRATE-WEIGHTS.
000000     MOVE 0 TO crate-weight-count
000000     OPEN INPUT CRATEMAST
000000     IF crm-file-status = '35' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF crm-file-status NOT = '00' THEN
000000         DISPLAY "CRATE MASTER OPEN FAILED - STATUS "
000000                 crm-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ CRATEMAST AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF crm-active AND crm-weight IS NUMERIC AND
000000        crate-weight-count < max-crate-entries THEN
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
000000     IF lim-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ LIMITFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT lim-comment AND
000000        lim-stack-no IS NUMERIC AND
000000        lim-max-weight IS NUMERIC AND
000000        lim-stack-no >= 1 AND lim-stack-no <= max-stacks THEN
000000         MOVE 'Y' TO slt-limit-switch(lim-stack-no)
000000         MOVE lim-max-weight TO slt-max-weight(lim-stack-no)
000000     END-IF
000000     END-PERFORM
000000     CLOSE LIMITFILE
000000     EXIT PARAGRAPH.
000000     LOAD-STACK-HOLDS.
000000     INITIALIZE stack-hold-table
000000     OPEN INPUT HOLDFILE
000000     IF hld-file-status NOT = '00' THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ HOLDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF hld-stack-no >= 1 AND hld-stack-no <= max-stacks THEN
000000         MOVE hld-status TO sht-hold-switch(hld-stack-no)
000000     END-IF
000000     END-PERFORM
000000     CLOSE HOLDFILE
000000     EXIT PARAGRAPH.
000000     PLAN-ONE-PICK.
000000     MOVE SPACES TO unplanned-reason
000000     MOVE 0 TO plan-count
000000     PERFORM CHECK-PICK-CARD
000000     IF unplanned-reason = SPACES THEN
000000         PERFORM LOCATE-PICK-CRATE
000000     END-IF
000000     MOVE boxes TO sim-boxes
000000     IF unplanned-reason = SPACES THEN
000000         COMPUTE blocker-count = sim-row-length(pick-stack)
000000                               - pick-pos
000000         PERFORM UNTIL blocker-count = 0 OR
000000                       unplanned-reason NOT = SPACES
000000             PERFORM UNBURY-ONE-STEP
000000         END-PERFORM
000000     END-IF
000000     IF unplanned-reason = SPACES AND
000000        pick-stack NOT = pick-dest THEN
000000         PERFORM MOVE-TO-DESTINATION
000000     END-IF
000000     IF unplanned-reason NOT = SPACES THEN
000000         PERFORM RECORD-UNPLANNED-PICK
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE pick-mode-switch TO plan-mode-switch
000000     MOVE 'Y' TO stack-reserved(pick-dest)
000000     ADD 1 TO picks-planned
000000     PERFORM WRITE-PLANNED-PICK
000000     EXIT PARAGRAPH.
000000     CHECK-PICK-CARD.
000000     MOVE pck-move-mode TO pick-mode-switch
000000     IF pck-crate IS NOT ALPHABETIC-UPPER THEN
000000         MOVE "BAD CRATE LETTER" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF pck-dest-stack IS NOT NUMERIC THEN
000000         MOVE "BAD DESTINATION STACK" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF pck-dest-stack < 1 OR
000000        pck-dest-stack > boxes-num-stacks THEN
000000         MOVE "DESTINATION NOT IN YARD" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE pck-dest-stack TO pick-dest
000000     IF sht-on-hold(pick-dest) THEN
000000         MOVE "DESTINATION STACK ON HOLD" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF NOT pick-one-at-a-time AND NOT pick-bulk THEN
000000         MOVE "BAD MOVE MODE" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF plan-mode-set AND
000000        pick-mode-switch NOT = plan-mode-switch THEN
000000         MOVE "MOVE MODE DIFFERS FROM PLAN" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LOCATE-PICK-CRATE.
000000     MOVE 0 TO pick-stack
000000     MOVE 0 TO pick-pos
000000     MOVE 'N' TO crate-held-switch
000000     MOVE max-depth TO blocker-count
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000     PERFORM VARYING boxes-col FROM 1 BY 1
000000             UNTIL boxes-col > box-row-length(stack-no)
000000     IF box-value(stack-no, boxes-col) = pck-crate AND
000000        sht-on-hold(stack-no) THEN
000000         MOVE 'Y' TO crate-held-switch
000000     END-IF
000000     IF box-value(stack-no, boxes-col) = pck-crate AND
000000        NOT sht-on-hold(stack-no) AND
000000        box-row-length(stack-no) - boxes-col < blocker-count THEN
000000         MOVE stack-no TO pick-stack
000000         MOVE boxes-col TO pick-pos
000000         COMPUTE blocker-count = box-row-length(stack-no)
000000                               - boxes-col
000000     END-IF
000000     END-PERFORM
000000     END-PERFORM
000000     IF pick-stack = 0 AND CRATE-ON-HELD-STACK THEN
000000         MOVE "CRATE IS ON A HELD STACK" TO unplanned-reason
000000     END-IF
000000     IF pick-stack = 0 AND NOT CRATE-ON-HELD-STACK THEN
000000         MOVE "CRATE NOT IN YARD" TO unplanned-reason
000000     END-IF
000000* DIGGING INTO AN EARLIER PICK'S DESTINATION WOULD MOVE ITS
000000* DELIVERED CRATE OFF AGAIN AND UNDO THAT PICK.
000000     IF pick-stack > 0 THEN
000000         IF stack-reserved(pick-stack) = 'Y' AND
000000            (pick-stack NOT = pick-dest OR blocker-count > 0) THEN
000000             MOVE "CRATE UNDER AN EARLIER PICK"
000000                  TO unplanned-reason
000000         END-IF
000000     END-IF
000000     EXIT PARAGRAPH.
000000     UNBURY-ONE-STEP.
000000     MOVE 0 TO buffer-stack
000000     MOVE 0 TO buffer-qty
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000     IF stack-no NOT = pick-stack AND
000000        stack-no NOT = pick-dest AND
000000        stack-reserved(stack-no) NOT = 'Y' AND
000000        NOT sht-on-hold(stack-no) THEN
000000         PERFORM SIZE-BUFFER-LOAD
000000     END-IF
000000     END-PERFORM
000000     IF buffer-qty = 0 THEN
000000         MOVE "NO ROOM TO UNBURY CRATE" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE buffer-qty TO step-qty
000000     MOVE pick-stack TO step-from
000000     MOVE buffer-stack TO step-to
000000     PERFORM ADD-PLAN-STEP
000000     SUBTRACT buffer-qty FROM blocker-count
000000     EXIT PARAGRAPH.
000000     SIZE-BUFFER-LOAD.
000000     COMPUTE try-qty = max-depth - sim-row-length(stack-no)
000000     IF try-qty > blocker-count THEN
000000         MOVE blocker-count TO try-qty
000000     END-IF
000000     MOVE 'N' TO fit-switch
000000     PERFORM UNTIL try-qty < 1 OR load-fits
000000         PERFORM CHECK-BUFFER-WEIGHT
000000         IF NOT load-fits THEN
000000             SUBTRACT 1 FROM try-qty
000000         END-IF
000000     END-PERFORM
000000     IF try-qty > buffer-qty THEN
000000         MOVE stack-no TO buffer-stack
000000         MOVE try-qty TO buffer-qty
000000     END-IF
000000     EXIT PARAGRAPH.
000000     CHECK-BUFFER-WEIGHT.
000000     MOVE 'Y' TO fit-switch
000000     IF NOT slt-limit-set(stack-no) THEN
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE stack-no TO weight-stack
000000     MOVE 1 TO weight-from-pos
000000     MOVE sim-row-length(stack-no) TO weight-to-pos
000000     PERFORM STACK-WEIGHT-GET
000000     MOVE stack-weight TO load-weight
000000     MOVE pick-stack TO weight-stack
000000     COMPUTE weight-from-pos = sim-row-length(pick-stack)
000000                             - try-qty + 1
000000     MOVE sim-row-length(pick-stack) TO weight-to-pos
000000     PERFORM STACK-WEIGHT-GET
000000     ADD stack-weight TO load-weight
000000     IF load-weight > slt-max-weight(stack-no) THEN
000000         MOVE 'N' TO fit-switch
000000     END-IF
000000     EXIT PARAGRAPH.
000000     MOVE-TO-DESTINATION.
000000     IF sim-row-length(pick-dest) >= max-depth THEN
000000         MOVE "DESTINATION STACK FULL" TO unplanned-reason
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF slt-limit-set(pick-dest) THEN
000000         MOVE pick-dest TO weight-stack
000000         MOVE 1 TO weight-from-pos
000000         MOVE sim-row-length(pick-dest) TO weight-to-pos
000000         PERFORM STACK-WEIGHT-GET
000000         MOVE stack-weight TO load-weight
000000         MOVE pck-crate TO moved-crate
000000         PERFORM CRATE-WEIGHT-GET
000000         ADD crate-weight TO load-weight
000000         IF load-weight > slt-max-weight(pick-dest) THEN
000000             MOVE "DESTINATION OVER WEIGHT LIMIT"
000000                  TO unplanned-reason
000000             EXIT PARAGRAPH
000000         END-IF
000000     END-IF
000000     MOVE 1 TO step-qty
000000     MOVE pick-stack TO step-from
000000     MOVE pick-dest TO step-to
000000     PERFORM ADD-PLAN-STEP
000000     EXIT PARAGRAPH.
000000     ADD-PLAN-STEP.
000000     ADD 1 TO plan-count
000000     MOVE step-qty TO pls-qty(plan-count)
000000     MOVE step-from TO pls-from(plan-count)
000000     MOVE step-to TO pls-to(plan-count)
000000     PERFORM APPLY-SIM-STEP
000000     EXIT PARAGRAPH.
000000     APPLY-SIM-STEP.
000000     IF pick-bulk THEN
000000         COMPUTE line-index = sim-row-length(step-from)
000000                            - step-qty + 1
000000         PERFORM VARYING boxes-col FROM line-index BY 1
000000                 UNTIL boxes-col > sim-row-length(step-from)
000000         ADD 1 TO sim-row-length(step-to)
000000         MOVE sim-value(step-from, boxes-col)
000000              TO sim-value(step-to, sim-row-length(step-to))
000000         END-PERFORM
000000         SUBTRACT step-qty FROM sim-row-length(step-from)
000000     ELSE
000000         PERFORM APPLY-SIM-ONE step-qty TIMES
000000     END-IF
000000     EXIT PARAGRAPH.
000000     APPLY-SIM-ONE.
000000     MOVE sim-value(step-from, sim-row-length(step-from))
000000          TO moved-crate
000000     SUBTRACT 1 FROM sim-row-length(step-from)
000000     ADD 1 TO sim-row-length(step-to)
000000     MOVE moved-crate
000000          TO sim-value(step-to, sim-row-length(step-to))
000000     EXIT PARAGRAPH.
000000     STACK-WEIGHT-GET.
000000     MOVE 0 TO stack-weight
000000     PERFORM VARYING weight-pos FROM weight-from-pos BY 1
000000             UNTIL weight-pos > weight-to-pos
000000     MOVE sim-value(weight-stack, weight-pos) TO moved-crate
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
000000     RECORD-UNPLANNED-PICK.
000000     MOVE picks-read TO ed-pick-no
000000     MOVE SPACES TO plan-line
000000     STRING "PICK" ed-pick-no "  CRATE " pck-crate
000000            "  ORDER " pck-order-ref
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE SPACES TO plan-line
000000     STRING "  NOT PLANNED - " unplanned-reason
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE SPACES TO plan-line
000000     WRITE plan-line
000000     IF unplanned-count < max-unplanned THEN
000000         ADD 1 TO unplanned-count
000000         MOVE SPACES TO unplanned-text(unplanned-count)
000000         STRING " PICK" ed-pick-no "  CRATE " pck-crate
000000                "  TO STACK " pck-dest-stack
000000                "  " unplanned-reason
000000              DELIMITED BY SIZE
000000              INTO unplanned-text(unplanned-count)
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-PLANNED-PICK.
000000     MOVE picks-read TO ed-pick-no
000000     MOVE pick-dest TO ed-stack-no
000000     MOVE SPACES TO plan-line
000000     STRING "PICK" ed-pick-no "  CRATE " pck-crate
000000            "  TO STACK" ed-stack-no
000000            "  MODE " pick-mode-switch
000000            "  ORDER " pck-order-ref
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     IF plan-count = 0 THEN
000000         MOVE "  ALREADY ON TOP OF THE DESTINATION STACK"
000000              TO plan-line
000000         WRITE plan-line
000000     END-IF
000000     MOVE boxes TO sim-boxes
000000     PERFORM VARYING plan-index FROM 1 BY 1
000000             UNTIL plan-index > plan-count
000000         PERFORM WRITE-ONE-PLAN-STEP
000000     END-PERFORM
000000     MOVE sim-boxes TO boxes
000000     MOVE plan-count TO ed-step-no
000000     MOVE SPACES TO plan-line
000000     STRING "  PLANNED IN " ed-step-no " MOVE LINES"
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE SPACES TO plan-line
000000     WRITE plan-line
000000     EXIT PARAGRAPH.
000000     WRITE-ONE-PLAN-STEP.
000000     MOVE pls-qty(plan-index) TO step-qty
000000     MOVE pls-from(plan-index) TO step-from
000000     MOVE pls-to(plan-index) TO step-to
000000     PERFORM APPLY-SIM-STEP
000000     MOVE step-qty TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO qty-text
000000     MOVE step-from TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO from-text
000000     MOVE step-to TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO to-text
000000     MOVE SPACES TO move-line
000000     STRING "move " DELIMITED BY SIZE
000000            qty-text DELIMITED BY SPACE
000000            " from " DELIMITED BY SIZE
000000            from-text DELIMITED BY SPACE
000000            " to " DELIMITED BY SIZE
000000            to-text DELIMITED BY SPACE
000000          INTO move-line
000000     WRITE move-line
000000     ADD 1 TO move-lines-written
000000     MOVE plan-index TO ed-step-no
000000     MOVE SPACES TO plan-line
000000     STRING "  STEP " ed-step-no "  " move-line
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000         PERFORM WRITE-STACK-STATE
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-STACK-STATE.
000000     MOVE stack-no TO ed-stack-no
000000     MOVE sim-row-length(stack-no) TO ed-depth
000000     MOVE SPACES TO plan-line
000000     IF sim-row-length(stack-no) = 0 THEN
000000         STRING "      STACK" ed-stack-no
000000                "  DEPTH " ed-depth "  (EMPTY)"
000000              DELIMITED BY SIZE INTO plan-line
000000     ELSE
000000         STRING "      STACK" ed-stack-no
000000                "  DEPTH " ed-depth "  "
000000                sim-row(stack-no)(1:sim-row-length(stack-no))
000000              DELIMITED BY SIZE INTO plan-line
000000     END-IF
000000     WRITE plan-line
000000     EXIT PARAGRAPH.
000000     NUMBER-TEXT-GET.
000000     MOVE num-value TO ed-num
000000     MOVE 0 TO lead-count
000000     INSPECT ed-num TALLYING lead-count FOR LEADING SPACES
000000     MOVE SPACES TO num-text
000000     MOVE ed-num(lead-count + 1:) TO num-text
000000     EXIT PARAGRAPH.
000000     WRITE-PLAN-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO plan-line
000000     STRING "PICK PLAN FROM CURRENT STACK LOOKUP  RUN DATE: "
000000            date-display
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE SPACES TO plan-line
000000     WRITE plan-line
000000     MOVE "STARTING STACKS" TO plan-line
000000     WRITE plan-line
000000     MOVE boxes TO sim-boxes
000000     PERFORM VARYING stack-no FROM 1 BY 1
000000             UNTIL stack-no > boxes-num-stacks
000000         PERFORM WRITE-STACK-STATE
000000     END-PERFORM
000000     MOVE SPACES TO plan-line
000000     WRITE plan-line
000000     EXIT PARAGRAPH.
000000     WRITE-UNPLANNED-LIST.
000000     MOVE "PICKS NOT PLANNED:" TO plan-line
000000     WRITE plan-line
000000     IF unplanned-count = 0 THEN
000000         MOVE " NONE" TO plan-line
000000         WRITE plan-line
000000     END-IF
000000     PERFORM VARYING unplanned-index FROM 1 BY 1
000000             UNTIL unplanned-index > unplanned-count
000000         MOVE unplanned-text(unplanned-index) TO plan-line
000000         WRITE plan-line
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-PLAN-TOTALS.
000000     MOVE SPACES TO plan-line
000000     WRITE plan-line
000000     MOVE picks-read TO ed-count
000000     MOVE SPACES TO plan-line
000000     STRING "PICKS READ          : " ed-count
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE picks-planned TO ed-count
000000     MOVE SPACES TO plan-line
000000     STRING "PICKS PLANNED       : " ed-count
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE unplanned-count TO ed-count
000000     MOVE SPACES TO plan-line
000000     STRING "PICKS NOT PLANNED   : " ed-count
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     MOVE move-lines-written TO ed-count
000000     MOVE SPACES TO plan-line
000000     STRING "MOVE LINES WRITTEN  : " ed-count
000000          DELIMITED BY SIZE INTO plan-line
000000     WRITE plan-line
000000     IF plan-mode-set THEN
000000         MOVE SPACES TO plan-line
000000         STRING "RUN DAY5 IN MOVE MODE " plan-mode-switch
000000              DELIMITED BY SIZE INTO plan-line
000000         WRITE plan-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000  END PROGRAM pickplan.
