000100* REASSIGN.COB GnuCOBOL
000110* SECTION REASSIGNMENT PROPOSALS FROM THE DAY4 OVERLAP RESULTS.
000120* READS EXCEPTIONS4.TXT AND, FOR EACH INPUT FILE NAMED THERE, THE
000130* ORIGINAL PAIR FILE.  EVERY FLAGGED PAIR IS RESOLVED SO THAT NO
000140* SECTION IS ASSIGNED TWICE AND EVERY SECTION STAYS COVERED:
000150*   OVERLAP   - THE LATER-STARTING RANGE IS TRIMMED TO START
000160*               AFTER THE OTHER RANGE ENDS.
000170*   CONTAINED - THE CONTAINED PARTNER IS REASSIGNED TO THE PART
000180*               OF THE CONTAINER'S RANGE ABOVE (OR ELSE BELOW)
000190*               ITS OWN RANGE AND THE CONTAINER KEEPS THE REST.
000191*               WHEN THE RANGES ARE THE SAME NOTHING IS LEFT FOR
000192*               THE PARTNER, WHO IS RELEASED AS RANGE 0-0.
000193* THE PROPOSAL FILE ../INPUT/PROP-<FILE> HOLDS EVERY LINE OF THE
000194* ORIGINAL IN THE SAME "A-B,C-D" FORMAT AND LINE ORDER, SO THE
000195* NEXT CYCLE CAN NAME IT ON A DAY4 'F' CARD; LINES NOT RESOLVED
000196* ARE COPIED UNCHANGED.  A FLAGGED PAIR IS NOT RESOLVED WHEN THE
000197* INPUT FILE IS MISSING, THE LINE IS GONE OR NO LONGER MATCHES THE
000198* EXCEPTION, OR A RANGE RUNS HIGH TO LOW.  THE SAVINGS REPORT
000199* SHOWS PER FILE THE DUPLICATE SECTION-DAYS REMOVED AND THE PAIRS
000199* LEFT FOR THE CREW LEADS.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. reassign.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT excfile ASSIGN TO
000700          "../output/exceptions4.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS exc-file-status
000800          .
000000     SELECT infile ASSIGN TO
000000          DYNAMIC input-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS in-file-status
000000          .
000000     SELECT propfile ASSIGN TO
000000          DYNAMIC prop-file-path
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS prop-file-status
000000          .
000000     SELECT savefile ASSIGN TO
000000          "../output/savings4.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD excfile.
000000 COPY excrec.
000000 FD infile
000000      RECORD IS VARYING IN SIZE FROM 0 TO 20 CHARACTERS
000000      DEPENDING ON infile-record-length.
000000 01 infile-record.
000000    05 infile-data PIC X OCCURS 1 TO 20 TIMES
000000                   DEPENDING ON infile-record-length.
000000 FD propfile.
000000 01 prop-line PIC X(20).
000000 FD savefile.
000000 01 save-line PIC X(80).
000000 WORKING-STORAGE SECTION.
000000 01  exc-file-status PIC X(02).
000000 01  in-file-status PIC X(02).
000000 01  prop-file-status PIC X(02).
000000 01  input-file-path PIC X(32).
000000 01  prop-file-path PIC X(32).
000000 01  prop-file-name PIC X(20).
000000 01  infile-record-length PIC S9(07) COMP-5.
000000 01  line-index PIC S9(07) COMP-5.
000000 01  index-value PIC S9(07) COMP-5.
000000 01  digit-index PIC S9(07) COMP-5.
000000 01  low-one PIC S9(07) COMP-5.
000000 01  high-one PIC S9(07) COMP-5.
000000 01  low-two PIC S9(07) COMP-5.
000000 01  high-two PIC S9(07) COMP-5.
000000 01  new-low-one PIC S9(07) COMP-5.
000000 01  new-high-one PIC S9(07) COMP-5.
000000 01  new-low-two PIC S9(07) COMP-5.
000000 01  new-high-two PIC S9(07) COMP-5.
000000 01  overlap-low PIC S9(07) COMP-5.
000000 01  overlap-high PIC S9(07) COMP-5.
000000 01  range-low PIC S9(07) COMP-5.
000000 01  range-high PIC S9(07) COMP-5.
000000 01  rec-number PIC S9(07) COMP-5.
000000 01  record-switch PIC X(01).
000000     88 valid-range-record VALUE 'Y'.
000000     88 invalid-range-record VALUE 'N'.
000000 01  delim-switch PIC X(01).
000000     88 delim-found VALUE 'Y'.
000000     88 delim-not-found VALUE 'N'.
000000 01  max-exceptions PIC S9(07) COMP-5 VALUE 2000.
000000 01  exception-table.
000000     05 ext-entry OCCURS 2000 TIMES.
000000        10 ext-file-index PIC S9(07) COMP-5.
000000        10 ext-line-no PIC S9(07) COMP-5.
000000        10 ext-low-one PIC S9(07) COMP-5.
000000        10 ext-high-one PIC S9(07) COMP-5.
000000        10 ext-low-two PIC S9(07) COMP-5.
000000        10 ext-high-two PIC S9(07) COMP-5.
000000        10 ext-status PIC X(01).
000000           88 ext-pending VALUE SPACE.
000000           88 ext-resolved VALUE 'R'.
000000           88 ext-unresolved VALUE 'U'.
000000        10 ext-reason PIC X(28).
000000        10 ext-new-pair PIC X(20).
000000 01  exc-count PIC S9(07) COMP-5 VALUE 0.
000000 01  exc-index PIC S9(07) COMP-5.
000000 01  exc-dropped PIC S9(07) COMP-5 VALUE 0.
000000 01  max-files PIC S9(07) COMP-5 VALUE 16.
000000 01  file-table.
000000     05 flt-entry OCCURS 16 TIMES.
000000        10 flt-file-name PIC X(20).
000000        10 flt-prop-name PIC X(20).
000000        10 flt-lines-read PIC S9(07) COMP-5.
000000        10 flt-flagged PIC S9(07) COMP-5.
000000        10 flt-trimmed PIC S9(07) COMP-5.
000000        10 flt-reassigned PIC S9(07) COMP-5.
000000        10 flt-released PIC S9(07) COMP-5.
000000        10 flt-unresolved PIC S9(07) COMP-5.
000000        10 flt-days-before PIC S9(07) COMP-5.
000000        10 flt-days-after PIC S9(07) COMP-5.
000000        10 flt-days-removed PIC S9(07) COMP-5.
000000        10 flt-status PIC X(01).
000000           88 flt-proposed VALUE 'P'.
000000           88 flt-not-proposed VALUE 'N'.
000000        10 flt-reason PIC X(28).
000000 01  file-count PIC S9(07) COMP-5 VALUE 0.
000000 01  file-index PIC S9(07) COMP-5.
000000 01  file-found-switch PIC X(01).
000000     88 file-found VALUE 'Y'.
000000 01  pair-found-switch PIC X(01).
000000     88 pair-found VALUE 'Y'.
000000 01  pair-action PIC X(10).
000000 01  unresolved-reason PIC X(28).
000000 01  grand-flagged PIC S9(07) COMP-5 VALUE 0.
000000 01  grand-trimmed PIC S9(07) COMP-5 VALUE 0.
000000 01  grand-reassigned PIC S9(07) COMP-5 VALUE 0.
000000 01  grand-released PIC S9(07) COMP-5 VALUE 0.
000000 01  grand-unresolved PIC S9(07) COMP-5 VALUE 0.
000000 01  grand-days-removed PIC S9(07) COMP-5 VALUE 0.
000000 01  num-value PIC S9(07) COMP-5.
000000 01  num-text PIC X(07).
000000 01  lead-count PIC S9(07) COMP-5.
000000 01  range-text-1 PIC X(07).
000000 01  range-text-2 PIC X(07).
000000 01  range-text-3 PIC X(07).
000000 01  range-text-4 PIC X(07).
000000 01  old-pair-text PIC X(20).
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  ed-num PIC ZZZZZZ9.
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-line-no PIC ZZZZZZ9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     PERFORM LOAD-EXCEPTIONS
000000     PERFORM VARYING file-index FROM 1 BY 1
000000             UNTIL file-index > file-count
000000         PERFORM PROPOSE-ONE-FILE
000000     END-PERFORM
000000     OPEN OUTPUT SAVEFILE
000000     PERFORM WRITE-SAVINGS-REPORT
000000     CLOSE SAVEFILE
000000     IF grand-unresolved > 0 OR exc-dropped > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     LOAD-EXCEPTIONS.
000000     OPEN INPUT EXCFILE
000000     IF exc-file-status NOT = '00' THEN
000000         DISPLAY "EXCEPTION FILE NOT AVAILABLE - STATUS "
000000                 exc-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ EXCFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF exc-count >= max-exceptions THEN
000000         ADD 1 TO exc-dropped
000000     ELSE
000000         PERFORM TAKE-EXCEPTION
000000     END-IF
000000     END-PERFORM
000000     CLOSE EXCFILE
000000     EXIT PARAGRAPH.
000000     TAKE-EXCEPTION.
000000     MOVE 'N' TO file-found-switch
000000     PERFORM VARYING file-index FROM 1 BY 1
000000             UNTIL file-index > file-count OR file-found
000000     IF flt-file-name(file-index) = exc-file-name THEN
000000     MOVE 'Y' TO file-found-switch
000000     END-IF
000000     END-PERFORM
000000     IF file-found THEN
000000         SUBTRACT 1 FROM file-index
000000     ELSE
000000         IF file-count >= max-files THEN
000000             ADD 1 TO exc-dropped
000000             EXIT PARAGRAPH
000000         END-IF
000000         ADD 1 TO file-count
000000         MOVE file-count TO file-index
000000         PERFORM INIT-FILE-ENTRY
000000     END-IF
000000     ADD 1 TO exc-count
000000     MOVE file-index TO ext-file-index(exc-count)
000000     MOVE exc-line-no TO ext-line-no(exc-count)
000000     MOVE exc-low-one TO ext-low-one(exc-count)
000000     MOVE exc-high-one TO ext-high-one(exc-count)
000000     MOVE exc-low-two TO ext-low-two(exc-count)
000000     MOVE exc-high-two TO ext-high-two(exc-count)
000000     MOVE SPACE TO ext-status(exc-count)
000000     MOVE SPACES TO ext-reason(exc-count)
000000     MOVE SPACES TO ext-new-pair(exc-count)
000000     ADD 1 TO flt-flagged(file-index)
000000     EXIT PARAGRAPH.
000000     INIT-FILE-ENTRY.
000000     MOVE exc-file-name TO flt-file-name(file-index)
000000     MOVE SPACES TO flt-prop-name(file-index)
000000     MOVE 0 TO flt-lines-read(file-index)
000000     MOVE 0 TO flt-flagged(file-index)
000000     MOVE 0 TO flt-trimmed(file-index)
000000     MOVE 0 TO flt-reassigned(file-index)
000000     MOVE 0 TO flt-released(file-index)
000000     MOVE 0 TO flt-unresolved(file-index)
000000     MOVE 0 TO flt-days-before(file-index)
000000     MOVE 0 TO flt-days-after(file-index)
000000     MOVE 0 TO flt-days-removed(file-index)
000000     MOVE 'N' TO flt-status(file-index)
000000     MOVE SPACES TO flt-reason(file-index)
000000     EXIT PARAGRAPH.
000000     PROPOSE-ONE-FILE.
000000     MOVE SPACES TO prop-file-name
000000     STRING "prop-" DELIMITED BY SIZE
000000            flt-file-name(file-index) DELIMITED BY SPACE
000000          INTO prop-file-name
000000         ON OVERFLOW
000000             MOVE "PROPOSAL NAME TOO LONG"
000000                  TO flt-reason(file-index)
000000     END-STRING
000000     IF flt-reason(file-index) NOT = SPACES THEN
000000         PERFORM FAIL-FILE-EXCEPTIONS
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE SPACES TO input-file-path
000000     STRING "../input/" DELIMITED BY SIZE
000000            flt-file-name(file-index) DELIMITED BY SPACE
000000          INTO input-file-path
000000     OPEN INPUT INFILE
000000     IF in-file-status NOT = '00' THEN
000000         MOVE "INPUT FILE NOT AVAILABLE" TO flt-reason(file-index)
000000         PERFORM FAIL-FILE-EXCEPTIONS
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE SPACES TO prop-file-path
000000     STRING "../input/" DELIMITED BY SIZE
000000            prop-file-name DELIMITED BY SPACE
000000          INTO prop-file-path
000000     OPEN OUTPUT PROPFILE
000000     IF prop-file-status NOT = '00' THEN
000000         CLOSE INFILE
000000         MOVE "PROPOSAL FILE NOT WRITABLE"
000000              TO flt-reason(file-index)
000000         PERFORM FAIL-FILE-EXCEPTIONS
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE prop-file-name TO flt-prop-name(file-index)
000000     MOVE 'P' TO flt-status(file-index)
000000     MOVE 0 TO rec-number
000000     PERFORM UNTIL EXIT
000000     READ INFILE AT END
000000          EXIT PERFORM
000000     END-READ
000000     ADD 1 TO rec-number
000000     PERFORM PROPOSE-ONE-LINE
000000     END-PERFORM
000000     CLOSE INFILE
000000     CLOSE PROPFILE
000000     MOVE rec-number TO flt-lines-read(file-index)
000000     MOVE "LINE NOT IN INPUT FILE" TO unresolved-reason
000000     PERFORM VARYING exc-index FROM 1 BY 1
000000             UNTIL exc-index > exc-count
000000     IF ext-file-index(exc-index) = file-index AND
000000        ext-pending(exc-index) THEN
000000         PERFORM MARK-UNRESOLVED
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     FAIL-FILE-EXCEPTIONS.
000000     MOVE flt-reason(file-index) TO unresolved-reason
000000     PERFORM VARYING exc-index FROM 1 BY 1
000000             UNTIL exc-index > exc-count
000000     IF ext-file-index(exc-index) = file-index THEN
000000         PERFORM MARK-UNRESOLVED
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     MARK-UNRESOLVED.
000000     MOVE 'U' TO ext-status(exc-index)
000000     MOVE unresolved-reason TO ext-reason(exc-index)
000000     ADD 1 TO flt-unresolved(file-index)
000000     EXIT PARAGRAPH.
000000     PROPOSE-ONE-LINE.
000000     PERFORM PARSE-RANGE-RECORD
000000     IF VALID-RANGE-RECORD THEN
000000         MOVE low-one TO new-low-one
000000         MOVE high-one TO new-high-one
000000         MOVE low-two TO new-low-two
000000         MOVE high-two TO new-high-two
000000     END-IF
000000     MOVE 'N' TO pair-found-switch
000000     PERFORM VARYING exc-index FROM 1 BY 1
000000             UNTIL exc-index > exc-count OR pair-found
000000     IF ext-file-index(exc-index) = file-index AND
000000        ext-line-no(exc-index) = rec-number THEN
000000     MOVE 'Y' TO pair-found-switch
000000     END-IF
000000     END-PERFORM
000000     IF pair-found THEN
000000         SUBTRACT 1 FROM exc-index
000000         PERFORM RESOLVE-FLAGGED-PAIR
000000     END-IF
000000     IF VALID-RANGE-RECORD THEN
000000         MOVE low-one TO range-low
000000         MOVE high-one TO range-high
000000         PERFORM ADD-RANGE-BEFORE
000000         MOVE low-two TO range-low
000000         MOVE high-two TO range-high
000000         PERFORM ADD-RANGE-BEFORE
000000         MOVE new-low-one TO range-low
000000         MOVE new-high-one TO range-high
000000         PERFORM ADD-RANGE-AFTER
000000         MOVE new-low-two TO range-low
000000         MOVE new-high-two TO range-high
000000         PERFORM ADD-RANGE-AFTER
000000     END-IF
000000     MOVE SPACES TO prop-line
000000     IF pair-found AND ext-resolved(exc-index) THEN
000000         MOVE new-low-one TO num-value
000000         PERFORM NUMBER-TEXT-GET
000000         MOVE num-text TO range-text-1
000000         MOVE new-high-one TO num-value
000000         PERFORM NUMBER-TEXT-GET
000000         MOVE num-text TO range-text-2
000000         MOVE new-low-two TO num-value
000000         PERFORM NUMBER-TEXT-GET
000000         MOVE num-text TO range-text-3
000000         MOVE new-high-two TO num-value
000000         PERFORM NUMBER-TEXT-GET
000000         MOVE num-text TO range-text-4
000000         STRING range-text-1 DELIMITED BY SPACE
000000                "-" DELIMITED BY SIZE
000000                range-text-2 DELIMITED BY SPACE
000000                "," DELIMITED BY SIZE
000000                range-text-3 DELIMITED BY SPACE
000000                "-" DELIMITED BY SIZE
000000                range-text-4 DELIMITED BY SPACE
000000              INTO prop-line
000000         MOVE prop-line TO ext-new-pair(exc-index)
000000     ELSE
000000         IF infile-record-length > 0 THEN
000000             MOVE infile-record(1:infile-record-length)
000000                  TO prop-line
000000         END-IF
000000     END-IF
000000     WRITE prop-line
000000     EXIT PARAGRAPH.
000000     ADD-RANGE-BEFORE.
000000     IF range-low > 0 AND range-low <= range-high THEN
000000         COMPUTE flt-days-before(file-index) =
000000             flt-days-before(file-index)
000000             + range-high - range-low + 1
000000     END-IF
000000     EXIT PARAGRAPH.
000000     ADD-RANGE-AFTER.
000000     IF range-low > 0 AND range-low <= range-high THEN
000000         COMPUTE flt-days-after(file-index) =
000000             flt-days-after(file-index)
000000             + range-high - range-low + 1
000000     END-IF
000000     EXIT PARAGRAPH.
000000     RESOLVE-FLAGGED-PAIR.
000000     IF INVALID-RANGE-RECORD THEN
000000         MOVE "LINE NO LONGER VALID" TO unresolved-reason
000000         PERFORM MARK-UNRESOLVED
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF low-one NOT = ext-low-one(exc-index) OR
000000        high-one NOT = ext-high-one(exc-index) OR
000000        low-two NOT = ext-low-two(exc-index) OR
000000        high-two NOT = ext-high-two(exc-index) THEN
000000         MOVE "LINE CHANGED SINCE DAY4 RUN" TO unresolved-reason
000000         PERFORM MARK-UNRESOLVED
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF low-one > high-one OR low-two > high-two THEN
000000         MOVE "RANGE RUNS HIGH TO LOW" TO unresolved-reason
000000         PERFORM MARK-UNRESOLVED
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF low-one > low-two THEN
000000         MOVE low-one TO overlap-low
000000     ELSE
000000         MOVE low-two TO overlap-low
000000     END-IF
000000     IF high-one < high-two THEN
000000         MOVE high-one TO overlap-high
000000     ELSE
000000         MOVE high-two TO overlap-high
000000     END-IF
000000     IF overlap-low > overlap-high THEN
000000         MOVE "PAIR DOES NOT OVERLAP" TO unresolved-reason
000000         PERFORM MARK-UNRESOLVED
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF low-two >= low-one AND high-two <= high-one THEN
000000         PERFORM REASSIGN-PARTNER-TWO
000000     ELSE
000000     IF low-one >= low-two AND high-one <= high-two THEN
000000         PERFORM REASSIGN-PARTNER-ONE
000000     ELSE
000000     IF low-one < low-two THEN
000000         COMPUTE new-low-two = high-one + 1
000000     ELSE
000000         COMPUTE new-low-one = high-two + 1
000000     END-IF
000000     MOVE "TRIMMED" TO pair-action
000000     ADD 1 TO flt-trimmed(file-index)
000000     END-IF
000000     END-IF
000000     MOVE 'R' TO ext-status(exc-index)
000000     MOVE pair-action TO ext-reason(exc-index)
000000     COMPUTE flt-days-removed(file-index) =
000000         flt-days-removed(file-index)
000000         + overlap-high - overlap-low + 1
000000     EXIT PARAGRAPH.
000000     REASSIGN-PARTNER-TWO.
000000     MOVE "REASSIGNED" TO pair-action
000000     IF high-two < high-one THEN
000000         COMPUTE new-low-two = high-two + 1
000000         MOVE high-one TO new-high-two
000000         MOVE high-two TO new-high-one
000000     ELSE
000000     IF low-two > low-one THEN
000000         MOVE low-one TO new-low-two
000000         COMPUTE new-high-two = low-two - 1
000000         MOVE low-two TO new-low-one
000000     ELSE
000000         MOVE 0 TO new-low-two
000000         MOVE 0 TO new-high-two
000000         MOVE "RELEASED" TO pair-action
000000     END-IF
000000     END-IF
000000     PERFORM COUNT-PARTNER-ACTION
000000     EXIT PARAGRAPH.
000000     REASSIGN-PARTNER-ONE.
000000     MOVE "REASSIGNED" TO pair-action
000000     IF high-one < high-two THEN
000000         COMPUTE new-low-one = high-one + 1
000000         MOVE high-two TO new-high-one
000000         MOVE high-one TO new-high-two
000000     ELSE
000000         MOVE low-two TO new-low-one
000000         COMPUTE new-high-one = low-one - 1
000000         MOVE low-one TO new-low-two
000000     END-IF
000000     PERFORM COUNT-PARTNER-ACTION
000000     EXIT PARAGRAPH.
000000     COUNT-PARTNER-ACTION.
000000     IF pair-action = "RELEASED" THEN
000000         ADD 1 TO flt-released(file-index)
000000     ELSE
000000         ADD 1 TO flt-reassigned(file-index)
000000     END-IF
000000     EXIT PARAGRAPH.
000000     PARSE-RANGE-RECORD.
000000     MOVE 'Y' TO record-switch
000000     MOVE 0 TO line-index
000000     PERFORM NUMBER-GET
000000     MOVE index-value TO low-one
000000     IF DELIM-NOT-FOUND THEN
000000     MOVE 'N' TO record-switch
000000     END-IF
000000     IF VALID-RANGE-RECORD THEN
000000     PERFORM NUMBER-GET
000000     MOVE index-value TO high-one
000000     IF DELIM-NOT-FOUND THEN
000000     MOVE 'N' TO record-switch
000000     END-IF
000000     END-IF
000000     IF VALID-RANGE-RECORD THEN
000000     PERFORM NUMBER-GET
000000     MOVE index-value TO low-two
000000     IF DELIM-NOT-FOUND THEN
000000     MOVE 'N' TO record-switch
000000     END-IF
000000     END-IF
000000     IF VALID-RANGE-RECORD THEN
000000     PERFORM NUMBER-GET
000000     MOVE index-value TO high-two
000000     END-IF
000000     EXIT PARAGRAPH.
000000     NUMBER-GET.
000000     ADD 1 TO line-index
000000     MOVE line-index TO index-value
000000     PERFORM UNTIL
000000         infile-data(line-index) = '-' or
000000         infile-data(line-index) = ',' or
000000         line-index = infile-record-length + 1
000000     ADD 1 TO line-index
000000     END-PERFORM
000000     IF line-index > infile-record-length THEN
000000     MOVE 'N' TO delim-switch
000000     ELSE
000000     MOVE 'Y' TO delim-switch
000000     END-IF
000000     IF line-index = index-value THEN
000000     MOVE 'N' TO record-switch
000000     ELSE
000000     PERFORM VARYING digit-index FROM index-value BY 1
000000             UNTIL digit-index = line-index
000000     IF infile-data(digit-index) < '0' OR
000000        infile-data(digit-index) > '9' THEN
000000     MOVE 'N' TO record-switch
000000     END-IF
000000     END-PERFORM
000000     END-IF
000000     IF VALID-RANGE-RECORD THEN
000000     MOVE infile-record(index-value:line-index - index-value)
000000          TO index-value
000000     END-IF
000000     EXIT PARAGRAPH.
000000     NUMBER-TEXT-GET.
000000     MOVE num-value TO ed-num
000000     MOVE 0 TO lead-count
000000     INSPECT ed-num TALLYING lead-count FOR LEADING SPACES
000000     MOVE SPACES TO num-text
000000     MOVE ed-num(lead-count + 1:) TO num-text
000000     EXIT PARAGRAPH.
000000     WRITE-SAVINGS-REPORT.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO save-line
000000     STRING "SECTION REASSIGNMENT SAVINGS  RUN DATE: "
000000            date-display
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     PERFORM VARYING file-index FROM 1 BY 1
000000             UNTIL file-index > file-count
000000         PERFORM WRITE-FILE-SAVINGS
000000     END-PERFORM
000000     MOVE SPACES TO save-line
000000     WRITE save-line
000000     MOVE grand-flagged TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND PAIRS FLAGGED            : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE grand-trimmed TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND PAIRS TRIMMED            : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE grand-reassigned TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND PARTNERS REASSIGNED      : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE grand-released TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND PARTNERS RELEASED        : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE grand-unresolved TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND PAIRS NOT RESOLVED       : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE grand-days-removed TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "GRAND DUP SECTION-DAYS REMOVED : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     IF exc-dropped > 0 THEN
000000         MOVE exc-dropped TO ed-count
000000         MOVE SPACES TO save-line
000000         STRING "EXCEPTIONS NOT LOADED          : " ed-count
000000              DELIMITED BY SIZE INTO save-line
000000         WRITE save-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-FILE-SAVINGS.
000000     MOVE SPACES TO save-line
000000     WRITE save-line
000000     MOVE SPACES TO save-line
000000     IF flt-proposed(file-index) THEN
000000         STRING "INPUT FILE: " flt-file-name(file-index)
000000                "  PROPOSAL FILE: " flt-prop-name(file-index)
000000              DELIMITED BY SIZE INTO save-line
000000     ELSE
000000         STRING "INPUT FILE: " flt-file-name(file-index)
000000                "  NO PROPOSAL - " flt-reason(file-index)
000000              DELIMITED BY SIZE INTO save-line
000000     END-IF
000000     WRITE save-line
000000     PERFORM VARYING exc-index FROM 1 BY 1
000000             UNTIL exc-index > exc-count
000000     IF ext-file-index(exc-index) = file-index THEN
000000         PERFORM WRITE-PAIR-LINE
000000     END-IF
000000     END-PERFORM
000000     MOVE flt-lines-read(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  LINES READ                   : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-flagged(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  PAIRS FLAGGED                : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-trimmed(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  PAIRS TRIMMED                : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-reassigned(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  PARTNERS REASSIGNED          : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-released(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  PARTNERS RELEASED            : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-unresolved(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  PAIRS NOT RESOLVED           : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-days-before(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  SECTION-DAYS BEFORE          : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-days-after(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  SECTION-DAYS PROPOSED        : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     MOVE flt-days-removed(file-index) TO ed-count
000000     MOVE SPACES TO save-line
000000     STRING "  DUP SECTION-DAYS REMOVED     : " ed-count
000000          DELIMITED BY SIZE INTO save-line
000000     WRITE save-line
000000     ADD flt-flagged(file-index) TO grand-flagged
000000     ADD flt-trimmed(file-index) TO grand-trimmed
000000     ADD flt-reassigned(file-index) TO grand-reassigned
000000     ADD flt-released(file-index) TO grand-released
000000     ADD flt-unresolved(file-index) TO grand-unresolved
000000     ADD flt-days-removed(file-index) TO grand-days-removed
000000     EXIT PARAGRAPH.
000000     WRITE-PAIR-LINE.
000000     MOVE ext-low-one(exc-index) TO low-one
000000     MOVE ext-high-one(exc-index) TO high-one
000000     MOVE ext-low-two(exc-index) TO low-two
000000     MOVE ext-high-two(exc-index) TO high-two
000000     PERFORM BUILD-OLD-PAIR-TEXT
000000     MOVE ext-line-no(exc-index) TO ed-line-no
000000     MOVE SPACES TO save-line
000000     IF ext-resolved(exc-index) THEN
000000         STRING "  LINE" ed-line-no "  " DELIMITED BY SIZE
000000                old-pair-text DELIMITED BY SPACE
000000                " -> " DELIMITED BY SIZE
000000                ext-new-pair(exc-index) DELIMITED BY SPACE
000000                "  " ext-reason(exc-index) DELIMITED BY SIZE
000000              INTO save-line
000000     ELSE
000000         STRING "  LINE" ed-line-no "  " DELIMITED BY SIZE
000000                old-pair-text DELIMITED BY SPACE
000000                "  NOT RESOLVED - " ext-reason(exc-index)
000000                DELIMITED BY SIZE
000000              INTO save-line
000000     END-IF
000000     WRITE save-line
000000     EXIT PARAGRAPH.
000000     BUILD-OLD-PAIR-TEXT.
000000     MOVE low-one TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO range-text-1
000000     MOVE high-one TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO range-text-2
000000     MOVE low-two TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO range-text-3
000000     MOVE high-two TO num-value
000000     PERFORM NUMBER-TEXT-GET
000000     MOVE num-text TO range-text-4
000000     MOVE SPACES TO old-pair-text
000000     STRING range-text-1 DELIMITED BY SPACE
000000            "-" DELIMITED BY SIZE
000000            range-text-2 DELIMITED BY SPACE
000000            "," DELIMITED BY SIZE
000000            range-text-3 DELIMITED BY SPACE
000000            "-" DELIMITED BY SIZE
000000            range-text-4 DELIMITED BY SPACE
000000          INTO old-pair-text
000000     EXIT PARAGRAPH.
000000  END PROGRAM reassign.
