000140* ORDER HONORING JRN-MOVE-MODE, AND COMPARES THE REPLAYED
000150* STACKS AGAINST THE STACK LOOKUP FILE RECORD BY RECORD: DEPTH,
000160* CONTENTS AND TOP CRATE.  WRITES A PASS/FAIL BALANCE REPORT
000170* IN THE SAME SHAPE AS THE DAY4 RECONCILIATION.  RECEIVE
000180* RECORDS PUT THEIR JOURNALED CRATES ON THE TO-STACK; SHIP
000190* RECORDS TAKE CRATES OFF THE FROM-STACK AFTER CHECKING THEY
000195* ARE THE SAME CRATES THE JOURNAL SAYS WERE SHIPPED.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. jrnlver.
000300 ENVIRONMENT DIVISION.
000000         WRITE bal-line
000000     END-IF
000000     MOVE jrn-seq TO last-jrn-seq
000000     IF jrn-receive-txn THEN
000000         PERFORM REPLAY-ONE-RECEIVE
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF jrn-ship-txn THEN
000000         PERFORM REPLAY-ONE-SHIP
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE jrn-qty TO move-qty
000000     MOVE jrn-from-stack TO move-from
000000     MOVE jrn-to-stack TO move-to
000000     END-IF
000000     ADD 1 TO moves-replayed
000000     EXIT PARAGRAPH.
000000     REPLAY-ONE-RECEIVE.
000000     MOVE jrn-qty TO move-qty
000000     MOVE jrn-to-stack TO move-to
000000     IF move-qty < 1 OR move-qty > max-depth OR
000000        move-to < 1 OR move-to > boxes-num-stacks OR
000000        box-row-length(move-to) + move-qty > max-depth THEN
000000         ADD 1 TO discrepancy-count
000000         MOVE SPACES TO bal-line
000000         STRING "JOURNAL RECEIVE DOES NOT FIT STACKS AT SEQ"
000000                ed-seq
000000              DELIMITED BY SIZE INTO bal-line
000000         WRITE bal-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM VARYING boxes-col FROM 1 BY 1
000000             UNTIL boxes-col > move-qty
000000     ADD 1 TO box-row-length(move-to)
000000     MOVE jrn-crates(boxes-col:1)
000000          TO box-value(move-to, box-row-length(move-to))
000000     END-PERFORM
000000     ADD 1 TO moves-replayed
000000     EXIT PARAGRAPH.
000000     REPLAY-ONE-SHIP.
000000     MOVE jrn-qty TO move-qty
000000     MOVE jrn-from-stack TO move-from
000000     IF move-qty < 1 OR
000000        move-from < 1 OR move-from > boxes-num-stacks OR
000000        move-qty > box-row-length(move-from) THEN
000000         ADD 1 TO discrepancy-count
000000         MOVE SPACES TO bal-line
000000         STRING "JOURNAL SHIP DOES NOT FIT STACKS AT SEQ"
000000                ed-seq
000000              DELIMITED BY SIZE INTO bal-line
000000         WRITE bal-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     COMPUTE line-index = box-row-length(move-from) - move-qty + 1
000000     IF box-row(move-from)(line-index:move-qty) NOT =
000000        jrn-crates(1:move-qty) THEN
000000         ADD 1 TO discrepancy-count
000000         MOVE SPACES TO bal-line
000000         STRING "JOURNAL SHIP CRATES DO NOT MATCH STACK AT SEQ"
000000                ed-seq
000000              DELIMITED BY SIZE INTO bal-line
000000         WRITE bal-line
000000     END-IF
000000     SUBTRACT move-qty FROM box-row-length(move-from)
000000     ADD 1 TO moves-replayed
000000     EXIT PARAGRAPH.
000000     APPLY-ONE-MOVE.
000000     MOVE box-value(move-from, box-row-length(move-from))
000000          TO moved-crate
