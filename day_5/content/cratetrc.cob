000130* STARTED IN THE RUN'S CRATE DIAGRAM, EVERY APPLIED JOURNAL
000140* MOVE THAT LANDED IT SOMEWHERE (IN SEQUENCE ORDER WITH INPUT
000150* LINE NUMBERS), AND WHERE IT SITS NOW PER THE STACK LOOKUP.
000155* RECEIPTS FROM THE DOCK AND SHIPMENTS OUT OF THE YARD ARE
000156* SHOWN IN THE SAME SEQUENCE AS THE MOVES.
000160* THE RUN'S INPUT FILE IS TAKEN FROM THE DAY5 RUN CARD SO THE
000170* TRACE READS THE SAME DIAGRAM THE RUN DID.
000200 IDENTIFICATION DIVISION.
000000 01  file-card-switch PIC X(01) VALUE 'N'.
000000     88 file-card-seen VALUE 'Y'.
000000 01  jrn-table.
000000     05 jtb-record PIC X(60) OCCURS 9999 TIMES.
000000 01  jrn-count PIC S9(07) COMP-5 VALUE 0.
000000 01  jrn-index PIC S9(07) COMP-5.
000000 01  final-table.
000000 01  ed-qty PIC ZZZZZZ9.
000000 01  ed-from PIC ZZZZZZ9.
000000 01  ed-to PIC ZZZZZZ9.
000000 01  txn-text PIC X(07).
000000 01  crates-text PIC X(07).
000700 PROCEDURE DIVISION.
000000     PERFORM READ-INPUT-FILE-CARD
000000     PERFORM LOAD-START-DIAGRAM
000000             UNTIL crate-col > max-depth
000000     IF jrn-crates(crate-col:1) = trace-letter THEN
000000     MOVE 'Y' TO hit-switch
000000     MOVE "MOVE" TO txn-text
000000     MOVE "LANDED" TO crates-text
000000     IF jrn-receive-txn THEN
000000         MOVE "RECEIVE" TO txn-text
000000     END-IF
000000     IF jrn-ship-txn THEN
000000         MOVE "SHIP" TO txn-text
000000         MOVE "SHIPPED" TO crates-text
000000     END-IF
000000     MOVE jrn-seq TO ed-seq
000000     MOVE jrn-line-no TO ed-line-no
000000     MOVE jrn-qty TO ed-qty
000000     MOVE jrn-from-stack TO ed-from
000000     MOVE jrn-to-stack TO ed-to
000000     DISPLAY "  " txn-text " SEQ" ed-seq
000000             " LINE" ed-line-no
000000             " QTY" ed-qty
000000             " FROM" ed-from
000000             " TO" ed-to
000000             " MODE " jrn-move-mode
000000             " " crates-text " " jrn-crates
000000     EXIT PERFORM
000000     END-IF
000000     END-PERFORM
