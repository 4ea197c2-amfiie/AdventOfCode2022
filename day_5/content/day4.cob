000928          ORGANIZATION IS LINE SEQUENTIAL
000928          FILE STATUS IS state-file-status
000928          .
000000     SELECT signfile ASSIGN TO
000000          "../output/signoff.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS sgn-busn-date
000000          FILE STATUS IS sgn-file-status
000000          .
000000     SELECT oprfile ASSIGN TO
000000          "../input/opreg.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS opr-file-status
000000          .
000930     SELECT auditlog ASSIGN TO
000940          "../output/auditlog.txt"
000950          ORGANIZATION IS LINE SEQUENTIAL
001638 COPY histrec.
001639 FD statefile.
001640 COPY runstrec.
000000 FD signfile.
000000 COPY signrec.
001640 FD cardfile.
001641 COPY runcard.
001641 FD auditlog.
001642 COPY auditrec.
000000 FD oprfile.
000000 COPY oprrec.
001640 WORKING-STORAGE SECTION.
000000 01  infile-record-length PIC S9(07) COMP-5.
000000 01  line-index PIC S9(07) COMP-5.
001827 01  hist-new-switch PIC X(01) VALUE 'N'.
001828     88 hist-file-new VALUE 'Y'.
001829 01  state-file-status PIC X(02).
000000 01  sgn-file-status PIC X(02).
000000 01  sign-found-switch PIC X(01) VALUE 'N'.
000000     88 prior-day-signed VALUE 'Y'.
001830 01  override-switch PIC X(01) VALUE 'N'.
001831     88 override-run VALUE 'Y'.
000000 01  opr-file-status PIC X(02).
000000 01  operator-id PIC X(08) VALUE SPACES.
000000 01  override-operator PIC X(08) VALUE SPACES.
000000 01  operator-found-switch PIC X(01) VALUE 'N'.
000000     88 operator-registered VALUE 'Y'.
000000 01  operator-flags.
000000     05 opf-override PIC X(01).
000000         88 operator-may-override VALUE 'Y'.
001832 01  lock-held-switch PIC X(01) VALUE 'N'.
001833     88 run-lock-held VALUE 'Y'.
001834 01  max-state-entries PIC S9(07) COMP-5 VALUE 8.
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
000000     END-IF
000000     MOVE card-business-date TO business-date
000000     MOVE card-job-name TO job-name
000000     MOVE card-operator-id TO operator-id
000000     MOVE 'Y' TO control-card-switch
000000     EXIT PARAGRAPH.
000000     TAKE-FILE-CARD.
000000     MOVE card-input-file TO input-file-entry(input-file-count)
000000     MOVE 'Y' TO file-card-switch
000000     EXIT PARAGRAPH.
000000     CHECK-OPERATOR-AUTHORITY.
000000* AN OVERRIDE IS PRIVILEGED: THE OPERATOR NAMED ON THE 'O' CARD
000000* MUST BE ON THE REGISTRY WITH OVERRIDE AUTHORITY.  THE 'C' CARD
000000* MAY ALSO NAME THE OPERATOR, BUT NOT A DIFFERENT ONE.
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
000000     IF NOT OVERRIDE-RUN THEN
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
000000     IF NOT OPERATOR-MAY-OVERRIDE THEN
000000         MOVE "OVERRIDE NOT ALLOWED" TO card-error-reason
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
000000     MOVE grand-read TO audit-records-read
000000     MOVE SPACE TO audit-sep-4
000000     MOVE grand-reject TO audit-records-rejected
000000     PERFORM SET-AUDIT-OPERATOR
000000     WRITE audit-record
000000     EXIT PARAGRAPH.
000000     ACQUIRE-RUN-LOCK.
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
