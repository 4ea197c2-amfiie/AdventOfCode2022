000000 FD auditlog.
000000 COPY auditrec.
000000 FD archfile.
000000 01 arch-record PIC X(76).
000000 FD jrnfile.
000000 COPY jrnlrec.
000000 FD jrnarch.
000000 01 jrna-record PIC X(60).
000000 FD manifest.
000000 01 man-line PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 01  day-limit PIC S9(07) COMP-5.
000000 01  back-count PIC S9(07) COMP-5.
000000 01  audit-keep-table.
000000     05 akt-record PIC X(76) OCCURS 9999 TIMES.
000000 01  audit-keep-count PIC S9(07) COMP-5 VALUE 0.
000000 01  audit-arch-count PIC S9(07) COMP-5 VALUE 0.
000000 01  audit-index PIC S9(07) COMP-5.
