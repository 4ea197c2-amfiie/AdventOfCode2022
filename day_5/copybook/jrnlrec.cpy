001020* FLOOR CAN BE SHOWN EXACTLY WHICH CRATES MOVED BETWEEN THE
001030* INPUT FILE AND THE FINAL STACK LISTING.  JRN-CRATES HOLDS THE
001040* CRATES AS THEY LANDED ON THE TO-STACK, BOTTOM TO TOP.
001041* JRN-TXN-TYPE 'R' IS A RECEIVE FROM THE DOCK ("RECEIVE ABC TO
001042* N"): FROM-STACK IS ZERO AND JRN-CRATES ARE THE CRATES AS THEY
001043* LANDED.  'S' IS A SHIPMENT OUT OF THE YARD ("SHIP N FROM X"):
001044* TO-STACK IS ZERO AND JRN-CRATES ARE THE CRATES AS THEY SAT ON
001045* THE FROM-STACK, BOTTOM TO TOP.  'M' (OR BLANK ON RECORDS
001046* WRITTEN BEFORE THE FIELD EXISTED) IS A STACK-TO-STACK MOVE.
001050 01  jrn-record.
001060     05 jrn-seq        PIC 9(07).
001070     05 jrn-sep-1      PIC X.
001180     05 jrn-move-mode  PIC X(01).
001190         88 jrn-one-at-a-time VALUE 'O'.
001200         88 jrn-bulk VALUE 'B'.
001210     05 jrn-sep-7      PIC X.
001220     05 jrn-txn-type   PIC X(01).
001230         88 jrn-move-txn VALUE 'M' SPACE.
001240         88 jrn-receive-txn VALUE 'R'.
001250         88 jrn-ship-txn VALUE 'S'.
