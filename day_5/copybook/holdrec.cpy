001000* HOLDREC.CPY
001010* STACK HOLD RECORD KEYED ON STACK NUMBER, MAINTAINED BY THE
001020* STACK HOLD MAINTENANCE PROGRAM.  WHILE A STACK IS ON HOLD
001030* (INSPECTION, DAMAGE, CUSTOMS RELEASE) DAY5 REJECTS ANY MOVE
001040* TAKING CRATES OFF OR PUTTING CRATES ON IT WITH REASON HOLD
001050* AND ADDS ONE TO HLD-MOVES-BLOCKED.  A RELEASED HOLD STAYS ON
001060* FILE UNTIL THE STACK IS HELD AGAIN, SO THE HELD-STACKS REPORT
001070* CAN SHOW HOW LONG IT WAS OPEN AND WHAT IT BLOCKED.
001080 01  hld-record.
001090     05 hld-stack-no         PIC 9(07).
001100     05 hld-sep-1            PIC X.
001110     05 hld-status           PIC X(01).
001120         88 hld-on-hold      VALUE 'H'.
001130         88 hld-released     VALUE 'R'.
001140     05 hld-sep-2            PIC X.
001150     05 hld-reason           PIC X(20).
001160     05 hld-sep-3            PIC X.
001170     05 hld-placed-by        PIC X(08).
001180     05 hld-sep-4            PIC X.
001190     05 hld-placed-on        PIC 9(08).
001200     05 hld-sep-5            PIC X.
001210     05 hld-released-by      PIC X(08).
001220     05 hld-sep-6            PIC X.
001230     05 hld-released-on      PIC 9(08).
001240     05 hld-sep-7            PIC X.
001250     05 hld-moves-blocked    PIC 9(07).
