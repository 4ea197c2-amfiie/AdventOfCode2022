001000* VOLREC.CPY
001010* MONTHLY CRATE MOVEMENT SUMMARY KEYED ON YYYYMM, WRITTEN BY
001020* MOVEVOL FROM THE DATED MOVE JOURNAL ARCHIVES SO A YEAR OF
001030* MOVEMENT HISTORY IS KEPT FOR SPACE PLANNING.  VOL-MOVES COUNTS
001040* EVERY JOURNAL RECORD (MOVES, RECEIVES AND SHIPMENTS) AND
001050* VOL-CRATES THE CRATES THEY CARRIED.  VOL-STK-HANDLED IS THE
001060* CRATES TAKEN OFF PLUS THE CRATES PUT ON EACH STACK IN THE MONTH;
001070* VOL-HIGH-STACK IS THE HIGHEST STACK NUMBER THE MONTH TOUCHED.
001080 01  vol-record.
001090     05 vol-month              PIC 9(06).
001100     05 vol-sep-1              PIC X.
001110     05 vol-archive-days       PIC 9(02).
001120     05 vol-sep-2              PIC X.
001130     05 vol-moves              PIC 9(07).
001140     05 vol-sep-3              PIC X.
001150     05 vol-crates             PIC 9(07).
001160     05 vol-sep-4              PIC X.
001170     05 vol-one-moves          PIC 9(07).
001180     05 vol-sep-5              PIC X.
001190     05 vol-one-crates         PIC 9(07).
001200     05 vol-sep-6              PIC X.
001210     05 vol-bulk-moves         PIC 9(07).
001220     05 vol-sep-7              PIC X.
001230     05 vol-bulk-crates        PIC 9(07).
001240     05 vol-sep-8              PIC X.
001250     05 vol-high-stack         PIC 9(02).
001260     05 vol-stack-entry OCCURS 16 TIMES.
001270        10 vol-stk-sep         PIC X.
001280        10 vol-stk-handled     PIC 9(07).
001290     05 vol-sep-9              PIC X.
001300     05 vol-timestamp          PIC X(14).
