001000* REJ5REC.CPY
001010* MOVE REJECT DETAIL RECORD, WRITTEN BY DAY5 WHEN A MOVE FAILS
001020* VALIDATION (QTY0/FRNG/TRNG/HOLD/QTYX/OVFL/WGHT) AND READ BY
001030* THE REJECT REPAIR PROGRAM.  REJ-LINE-NO IS THE LINE NUMBER
001040* WITHIN THE RUN'S MOVE INPUT FILE.  WGHT MEANS THE MOVE WOULD
001041* TAKE THE TO-STACK OVER ITS LIMIT ON THE STACK LIMITS FILE.
001042* REJ-TXN-TYPE IS 'M' FOR A MOVE, 'R' FOR A RECEIVE (FROM IS
001043* ZERO, REJ-CRATES ARE THE CRATES NAMED ON THE LINE) AND 'S' FOR
001044* A SHIPMENT (TO IS ZERO).  CRTX MEANS A RECEIVE NAMED A CRATE
001045* THAT IS NOT A CAPITAL LETTER.  HOLD MEANS THE FROM-STACK OR
001046* TO-STACK WAS ON THE STACK HOLD FILE; THE LINE ITSELF WAS GOOD
001047* AND CAN BE RESUBMITTED AS KEYED ONCE THE HOLD IS RELEASED.
001050 01  rej-record.
001060     05 rej-line-no  PIC 9(07).
001070     05 rej-sep-1    PIC X.
001120     05 rej-to       PIC 9(07).
001130     05 rej-sep-4    PIC X.
001140     05 rej-reason   PIC X(04).
001150     05 rej-sep-5    PIC X.
001160     05 rej-txn-type PIC X(01).
001170         88 rej-move-txn VALUE 'M' SPACE.
001180         88 rej-receive-txn VALUE 'R'.
001190         88 rej-ship-txn VALUE 'S'.
001200     05 rej-sep-6    PIC X.
001210     05 rej-crates   PIC X(16).
