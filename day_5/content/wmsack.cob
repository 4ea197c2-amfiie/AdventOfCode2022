000100* WMSACK.COB GnuCOBOL
000110* WMS ACKNOWLEDGEMENT MATCH AND RESEND CONTROL.  THE WAREHOUSE
000120* SYSTEM RETURNS ONE 'A' RECORD PER FEED IT LOADED WITH THE
000130* BUSINESS DATE, THE DETAIL, SUMMARY, VOLUME AND TOTAL RECORD
000140* COUNTS IT ACCEPTED AND THE DEPTH HASH IT COMPUTED, FOLLOWED BY
000150* ONE 'R' RECORD PER STACK IT REJECTED.  EACH ACKNOWLEDGEMENT IS
000160* MATCHED AGAINST THE TRAILER OF THE FEED WE SENT FOR THAT DATE
000170* (THE FEED ON HAND WHEN ITS HEADER DATE AGREES, OTHERWISE THE
000180* TRAILER COPY POSTED ON THE WMS FEED STATUS FILE BY WMSXTR) AND
000190* THE STATUS FOR THE DATE IS SET TO 'A' ACKNOWLEDGED OR 'M'
000191* MISMATCHED.  ANY FEED STILL ONLY SENT WHEN A LATER DATE HAS
000192* BEEN SENT IS MARKED 'U' UNACKNOWLEDGED.  THE REPORT LISTS THE
000193* ACKNOWLEDGEMENTS MATCHED, EVERY DATE NEEDING RESEND AND THE
000194* FEED STILL AWAITING ITS ACKNOWLEDGEMENT.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. wmsack.
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT ackfile ASSIGN TO
000700          "../input/wmsack5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS ack-file-status
000800          .
000000     SELECT feedfile ASSIGN TO
000000          "../output/wmsfeed5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          FILE STATUS IS feed-file-status
000000          .
000000     SELECT statfile ASSIGN TO
000000          "../output/wmsstat.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS SEQUENTIAL
000000          RECORD KEY IS wst-busn-date
000000          FILE STATUS IS wst-file-status
000000          .
000000     SELECT rptfile ASSIGN TO
000000          "../output/wmsresend5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD ackfile.
000000 01 ack-card.
000000    05 ack-rec-type            PIC X(01).
000000        88 ack-accept-card     VALUE 'A'.
000000        88 ack-reject-card     VALUE 'R'.
000000        88 ack-comment-card    VALUE '*' SPACE.
000000    05 ack-sep-1               PIC X.
000000    05 ack-data                PIC X(58).
000000    05 ack-accept-data REDEFINES ack-data.
000000        10 ack-busn-date       PIC 9(08).
000000        10 ack-sep-2           PIC X.
000000        10 ack-detail-count    PIC 9(07).
000000        10 ack-sep-3           PIC X.
000000        10 ack-summary-count   PIC 9(07).
000000        10 ack-sep-4           PIC X.
000000        10 ack-volume-count    PIC 9(07).
000000        10 ack-sep-5           PIC X.
000000        10 ack-total-count     PIC 9(07).
000000        10 ack-sep-6           PIC X.
000000        10 ack-depth-hash      PIC 9(09).
000000        10 FILLER              PIC X(08).
000000    05 ack-reject-data REDEFINES ack-data.
000000        10 ack-stack-no        PIC X(07).
000000        10 ack-sep-7           PIC X.
000000        10 ack-reject-reason   PIC X(30).
000000        10 FILLER              PIC X(20).
000000 FD feedfile.
000000 COPY wmsrec.
000000 FD statfile.
000000 COPY wmsstrec.
000000 FD rptfile.
000000 01 rpt-line PIC X(100).
000000 WORKING-STORAGE SECTION.
000000 01  max-acks PIC S9(07) COMP-5 VALUE 31.
000000 01  max-rejects PIC S9(07) COMP-5 VALUE 16.
000000 01  ack-file-status PIC X(02).
000000 01  feed-file-status PIC X(02).
000000 01  wst-file-status PIC X(02).
000000 01  status-file-switch PIC X(01) VALUE 'N'.
000000     88 status-file-on-hand VALUE 'Y'.
000000 01  feed-trailer-switch PIC X(01) VALUE 'N'.
000000     88 feed-trailer-seen VALUE 'Y'.
000000 01  ack-group-switch PIC X(01) VALUE 'N'.
000000     88 ack-group-open VALUE 'Y'.
000000 01  feed-busn-date PIC 9(08) VALUE 0.
000000 01  feed-counts.
000000     05 fdc-detail PIC 9(07).
000000     05 fdc-summary PIC 9(07).
000000     05 fdc-volume PIC 9(07).
000000     05 fdc-total PIC 9(07).
000000     05 fdc-hash PIC 9(09).
000000 01  compare-counts.
000000     05 cmp-detail PIC 9(07).
000000     05 cmp-summary PIC 9(07).
000000     05 cmp-volume PIC 9(07).
000000     05 cmp-total PIC 9(07).
000000     05 cmp-hash PIC 9(09).
000000 01  ack-count PIC S9(07) COMP-5 VALUE 0.
000000 01  ack-ix PIC S9(07) COMP-5.
000000 01  rej-ix PIC S9(07) COMP-5.
000000 01  ack-table.
000000     05 ack-entry OCCURS 31 TIMES.
000000        10 ate-busn-date PIC 9(08).
000000        10 ate-counts.
000000           15 ate-detail PIC 9(07).
000000           15 ate-summary PIC 9(07).
000000           15 ate-volume PIC 9(07).
000000           15 ate-total PIC 9(07).
000000           15 ate-hash PIC 9(09).
000000        10 ate-matched-switch PIC X(01).
000000           88 ate-matched VALUE 'Y'.
000000        10 ate-reject-count PIC S9(07) COMP-5.
000000        10 ate-reject OCCURS 16 TIMES.
000000           15 ate-rej-stack PIC X(07).
000000           15 ate-rej-reason PIC X(30).
000000 01  newest-date PIC 9(08) VALUE 0.
000000 01  mismatch-reason PIC X(24).
000000 01  status-text PIC X(14).
000000 01  records-read PIC S9(07) COMP-5 VALUE 0.
000000 01  error-count PIC S9(07) COMP-5 VALUE 0.
000000 01  acked-count PIC S9(07) COMP-5 VALUE 0.
000000 01  mismatched-count PIC S9(07) COMP-5 VALUE 0.
000000 01  no-feed-count PIC S9(07) COMP-5 VALUE 0.
000000 01  swept-count PIC S9(07) COMP-5 VALUE 0.
000000 01  resend-count PIC S9(07) COMP-5 VALUE 0.
000000 01  awaiting-count PIC S9(07) COMP-5 VALUE 0.
000000 01  listed-count PIC S9(07) COMP-5.
000000 01  current-date.
000000     05 curr-yyyy PIC 9(04).
000000     05 curr-mm PIC 9(02).
000000     05 curr-dd PIC 9(02).
000000 01  date-display PIC X(10).
000000 01  busn-display PIC X(10).
000000 01  sent-display PIC X(10).
000000 01  edit-date PIC 9(08).
000000 01  edit-display PIC X(10).
000000 01  ed-count PIC ZZZZZZ9.
000000 01  ed-detail PIC ZZZZZZ9.
000000 01  ed-summary PIC ZZZZZZ9.
000000 01  ed-volume PIC ZZZZZZ9.
000000 01  ed-total PIC ZZZZZZ9.
000000 01  ed-hash PIC ZZZZZZZZ9.
000000 01  ed-rejected PIC ZZ9.
000700 PROCEDURE DIVISION.
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     OPEN OUTPUT RPTFILE
000000     PERFORM WRITE-REPORT-HEADER
000000     PERFORM LOAD-FEED-TRAILER
000000     PERFORM LOAD-ACKNOWLEDGEMENTS
000000     PERFORM FIND-NEWEST-FEED
000000     PERFORM APPLY-ACKNOWLEDGEMENTS
000000     PERFORM REPORT-UNMATCHED-ACKS
000000     PERFORM LIST-RESEND-FEEDS
000000     PERFORM LIST-AWAITING-FEEDS
000000     PERFORM WRITE-REPORT-TOTALS
000000     CLOSE RPTFILE
000000     IF resend-count > 0 OR error-count > 0 OR
000000        no-feed-count > 0 THEN
000000         MOVE 4 TO RETURN-CODE
000000     END-IF
000900     STOP RUN.
000000     LOAD-FEED-TRAILER.
000000     OPEN INPUT FEEDFILE
000000     IF feed-file-status NOT = '00' THEN
000000         MOVE "NO WMS FEED ON HAND - STATUS FILE COUNTS USED"
000000              TO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM UNTIL EXIT
000000     READ FEEDFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF wms-header AND wms-busn-date IS NUMERIC THEN
000000         MOVE wms-busn-date TO feed-busn-date
000000     END-IF
000000     IF wms-trailer THEN
000000         MOVE wms-detail-count TO fdc-detail
000000         MOVE wms-summary-count TO fdc-summary
000000         MOVE wms-volume-count TO fdc-volume
000000         MOVE wms-total-count TO fdc-total
000000         MOVE wms-depth-hash TO fdc-hash
000000         MOVE 'Y' TO feed-trailer-switch
000000     END-IF
000000     END-PERFORM
000000     CLOSE FEEDFILE
000000     IF NOT feed-trailer-seen THEN
000000         MOVE 0 TO feed-busn-date
000000         MOVE "WMS FEED ON HAND HAS NO TRAILER - NOT USED"
000000              TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LOAD-ACKNOWLEDGEMENTS.
000000     INITIALIZE ack-table
000000     OPEN INPUT ACKFILE
000000     IF ack-file-status NOT = '00' THEN
000000         MOVE "NO WMS ACKNOWLEDGEMENT FILE RECEIVED" TO rpt-line
000000         WRITE rpt-line
000000         MOVE SPACES TO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     MOVE "ACKNOWLEDGEMENT RECORDS IN ERROR:" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM UNTIL EXIT
000000     READ ACKFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF NOT ack-comment-card THEN
000000         ADD 1 TO records-read
000000         EVALUATE TRUE
000000             WHEN ack-accept-card
000000                 PERFORM STORE-ACCEPT-RECORD
000000             WHEN ack-reject-card
000000                 PERFORM STORE-REJECT-RECORD
000000             WHEN OTHER
000000                 MOVE 'N' TO ack-group-switch
000000                 MOVE "BAD RECORD TYPE" TO mismatch-reason
000000                 PERFORM WRITE-ACK-ERROR-LINE
000000         END-EVALUATE
000000     END-IF
000000     END-PERFORM
000000     CLOSE ACKFILE
000000     IF error-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     STORE-ACCEPT-RECORD.
000000     MOVE 'N' TO ack-group-switch
000000     IF ack-busn-date IS NOT NUMERIC OR
000000        ack-detail-count IS NOT NUMERIC OR
000000        ack-summary-count IS NOT NUMERIC OR
000000        ack-volume-count IS NOT NUMERIC OR
000000        ack-total-count IS NOT NUMERIC OR
000000        ack-depth-hash IS NOT NUMERIC THEN
000000         MOVE "BAD ACCEPTED COUNTS" TO mismatch-reason
000000         PERFORM WRITE-ACK-ERROR-LINE
000000         EXIT PARAGRAPH
000000     END-IF
000000     PERFORM VARYING ack-ix FROM 1 BY 1
000000             UNTIL ack-ix > ack-count
000000         IF ate-busn-date(ack-ix) = ack-busn-date THEN
000000             EXIT PERFORM
000000         END-IF
000000     END-PERFORM
000000     IF ack-ix > ack-count THEN
000000         IF ack-count >= max-acks THEN
000000             MOVE "ACK TABLE FULL" TO mismatch-reason
000000             PERFORM WRITE-ACK-ERROR-LINE
000000             EXIT PARAGRAPH
000000         END-IF
000000         ADD 1 TO ack-count
000000         MOVE ack-count TO ack-ix
000000     ELSE
000000         MOVE "REPEATED - LAST ONE USED" TO mismatch-reason
000000         PERFORM WRITE-ACK-ERROR-LINE
000000     END-IF
000000     MOVE ack-busn-date TO ate-busn-date(ack-ix)
000000     MOVE ack-detail-count TO ate-detail(ack-ix)
000000     MOVE ack-summary-count TO ate-summary(ack-ix)
000000     MOVE ack-volume-count TO ate-volume(ack-ix)
000000     MOVE ack-total-count TO ate-total(ack-ix)
000000     MOVE ack-depth-hash TO ate-hash(ack-ix)
000000     MOVE 'N' TO ate-matched-switch(ack-ix)
000000     MOVE 0 TO ate-reject-count(ack-ix)
000000     MOVE 'Y' TO ack-group-switch
000000     EXIT PARAGRAPH.
000000     STORE-REJECT-RECORD.
000000     IF NOT ack-group-open THEN
000000         MOVE "REJECT WITH NO ACK" TO mismatch-reason
000000         PERFORM WRITE-ACK-ERROR-LINE
000000         EXIT PARAGRAPH
000000     END-IF
000000     ADD 1 TO ate-reject-count(ack-ix)
000000     IF ate-reject-count(ack-ix) <= max-rejects THEN
000000         MOVE ate-reject-count(ack-ix) TO rej-ix
000000         MOVE ack-stack-no TO ate-rej-stack(ack-ix, rej-ix)
000000         MOVE ack-reject-reason TO ate-rej-reason(ack-ix, rej-ix)
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-ACK-ERROR-LINE.
000000     ADD 1 TO error-count
000000     MOVE SPACES TO rpt-line
000000     STRING " " mismatch-reason "  " ack-card
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     FIND-NEWEST-FEED.
000000     OPEN INPUT STATFILE
000000     IF wst-file-status = '35' THEN
000000         MOVE "NO WMS FEED STATUS FILE - NO FEEDS SENT"
000000              TO rpt-line
000000         WRITE rpt-line
000000         MOVE SPACES TO rpt-line
000000         WRITE rpt-line
000000         EXIT PARAGRAPH
000000     END-IF
000000     IF wst-file-status NOT = '00' THEN
000000         DISPLAY "WMS FEED STATUS FILE OPEN FAILED - STATUS "
000000                 wst-file-status
000000         CLOSE RPTFILE
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     MOVE 'Y' TO status-file-switch
000000     PERFORM UNTIL EXIT
000000     READ STATFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF wst-busn-date > newest-date THEN
000000         MOVE wst-busn-date TO newest-date
000000     END-IF
000000     END-PERFORM
000000     CLOSE STATFILE
000000     EXIT PARAGRAPH.
000000     APPLY-ACKNOWLEDGEMENTS.
000000     MOVE "ACKNOWLEDGEMENTS MATCHED:" TO rpt-line
000000     WRITE rpt-line
000000     MOVE 0 TO listed-count
000000     IF status-file-on-hand THEN
000000         OPEN I-O STATFILE
000000         IF wst-file-status NOT = '00' THEN
000000             DISPLAY "WMS FEED STATUS FILE OPEN FAILED - STATUS "
000000                     wst-file-status
000000             CLOSE RPTFILE
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         PERFORM UNTIL EXIT
000000         READ STATFILE AT END
000000             EXIT PERFORM
000000         END-READ
000000         PERFORM VARYING ack-ix FROM 1 BY 1
000000                 UNTIL ack-ix > ack-count
000000             IF ate-busn-date(ack-ix) = wst-busn-date THEN
000000                 EXIT PERFORM
000000             END-IF
000000         END-PERFORM
000000         IF ack-ix <= ack-count THEN
000000             PERFORM MATCH-ONE-ACK
000000         ELSE
000000             IF wst-sent AND wst-busn-date < newest-date THEN
000000                 PERFORM MARK-UNACKNOWLEDGED
000000             END-IF
000000         END-IF
000000         END-PERFORM
000000         CLOSE STATFILE
000000     END-IF
000000     IF listed-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     MATCH-ONE-ACK.
000000     MOVE 'Y' TO ate-matched-switch(ack-ix)
000000     ADD 1 TO listed-count
000000     IF feed-trailer-seen AND
000000        feed-busn-date = wst-busn-date THEN
000000         MOVE feed-counts TO compare-counts
000000     ELSE
000000         MOVE wst-sent-counts TO compare-counts
000000     END-IF
000000     MOVE SPACES TO mismatch-reason
000000     IF ate-detail(ack-ix) NOT = cmp-detail THEN
000000         MOVE "DETAIL COUNT DIFFERS" TO mismatch-reason
000000     ELSE
000000     IF ate-summary(ack-ix) NOT = cmp-summary THEN
000000         MOVE "SUMMARY COUNT DIFFERS" TO mismatch-reason
000000     ELSE
000000     IF ate-volume(ack-ix) NOT = cmp-volume THEN
000000         MOVE "VOLUME COUNT DIFFERS" TO mismatch-reason
000000     ELSE
000000     IF ate-total(ack-ix) NOT = cmp-total THEN
000000         MOVE "TOTAL COUNT DIFFERS" TO mismatch-reason
000000     ELSE
000000     IF ate-hash(ack-ix) NOT = cmp-hash THEN
000000         MOVE "DEPTH HASH DIFFERS" TO mismatch-reason
000000     ELSE
000000     IF ate-reject-count(ack-ix) > 0 THEN
000000         MOVE ate-reject-count(ack-ix) TO ed-rejected
000000         STRING ed-rejected " STACKS REJECTED"
000000              DELIMITED BY SIZE INTO mismatch-reason
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     END-IF
000000     IF mismatch-reason = SPACES THEN
000000         MOVE 'A' TO wst-status
000000         MOVE "ACKNOWLEDGED IN FULL" TO wst-reason
000000         MOVE "ACKNOWLEDGED" TO status-text
000000         ADD 1 TO acked-count
000000     ELSE
000000         MOVE 'M' TO wst-status
000000         MOVE mismatch-reason TO wst-reason
000000         MOVE "MISMATCHED" TO status-text
000000         ADD 1 TO mismatched-count
000000     END-IF
000000     MOVE current-date TO wst-ack-date
000000     MOVE ate-counts(ack-ix) TO wst-ack-counts
000000     IF ate-reject-count(ack-ix) > 999 THEN
000000         MOVE 999 TO wst-stacks-rejected
000000     ELSE
000000         MOVE ate-reject-count(ack-ix) TO wst-stacks-rejected
000000     END-IF
000000     REWRITE wst-record
000000     IF wst-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "WMS FEED STATUS REWRITE FAILED - STATUS "
000000                 wst-file-status
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     MOVE wst-busn-date TO edit-date
000000     PERFORM EDIT-DATE-GET
000000     MOVE SPACES TO rpt-line
000000     STRING " " edit-display "  " wst-job-name "  " status-text
000000            "  " mismatch-reason
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     MOVE cmp-detail TO ed-detail
000000     MOVE cmp-summary TO ed-summary
000000     MOVE cmp-volume TO ed-volume
000000     MOVE cmp-total TO ed-total
000000     MOVE cmp-hash TO ed-hash
000000     STRING "    SENT     DETAIL" ed-detail "  SUMMARY" ed-summary
000000            "  VOLUME" ed-volume "  TOTAL" ed-total
000000            "  HASH" ed-hash
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     MOVE ate-detail(ack-ix) TO ed-detail
000000     MOVE ate-summary(ack-ix) TO ed-summary
000000     MOVE ate-volume(ack-ix) TO ed-volume
000000     MOVE ate-total(ack-ix) TO ed-total
000000     MOVE ate-hash(ack-ix) TO ed-hash
000000     STRING "    ACCEPTED DETAIL" ed-detail "  SUMMARY" ed-summary
000000            "  VOLUME" ed-volume "  TOTAL" ed-total
000000            "  HASH" ed-hash
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING rej-ix FROM 1 BY 1
000000             UNTIL rej-ix > ate-reject-count(ack-ix)
000000                OR rej-ix > max-rejects
000000         MOVE SPACES TO rpt-line
000000         STRING "    REJECTED STACK "
000000                ate-rej-stack(ack-ix, rej-ix)
000000                "  " ate-rej-reason(ack-ix, rej-ix)
000000              DELIMITED BY SIZE INTO rpt-line
000000         WRITE rpt-line
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     MARK-UNACKNOWLEDGED.
000000     MOVE 'U' TO wst-status
000000     MOVE "NO ACK BEFORE NEXT FEED" TO wst-reason
000000     REWRITE wst-record
000000     IF wst-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "WMS FEED STATUS REWRITE FAILED - STATUS "
000000                 wst-file-status
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     ADD 1 TO swept-count
000000     EXIT PARAGRAPH.
000000     REPORT-UNMATCHED-ACKS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE "ACKNOWLEDGEMENTS WITH NO FEED SENT:" TO rpt-line
000000     WRITE rpt-line
000000     PERFORM VARYING ack-ix FROM 1 BY 1
000000             UNTIL ack-ix > ack-count
000000         IF NOT ate-matched(ack-ix) THEN
000000             ADD 1 TO no-feed-count
000000             MOVE ate-busn-date(ack-ix) TO edit-date
000000             PERFORM EDIT-DATE-GET
000000             MOVE SPACES TO rpt-line
000000             STRING " " edit-display "  NO FEED SENT FOR DATE"
000000                  DELIMITED BY SIZE INTO rpt-line
000000             WRITE rpt-line
000000         END-IF
000000     END-PERFORM
000000     IF no-feed-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LIST-RESEND-FEEDS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE "FEEDS NEEDING RESEND:" TO rpt-line
000000     WRITE rpt-line
000000     IF status-file-on-hand THEN
000000         OPEN INPUT STATFILE
000000         IF wst-file-status NOT = '00' THEN
000000             DISPLAY "WMS FEED STATUS FILE OPEN FAILED - STATUS "
000000                     wst-file-status
000000             CLOSE RPTFILE
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         PERFORM UNTIL EXIT
000000         READ STATFILE AT END
000000             EXIT PERFORM
000000         END-READ
000000         IF wst-mismatched OR wst-unacknowledged THEN
000000             ADD 1 TO resend-count
000000             IF wst-mismatched THEN
000000                 MOVE "MISMATCHED" TO status-text
000000             ELSE
000000                 MOVE "UNACKNOWLEDGED" TO status-text
000000             END-IF
000000             PERFORM WRITE-STATUS-LINE
000000         END-IF
000000         END-PERFORM
000000         CLOSE STATFILE
000000     END-IF
000000     IF resend-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     LIST-AWAITING-FEEDS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE "FEEDS AWAITING ACKNOWLEDGEMENT:" TO rpt-line
000000     WRITE rpt-line
000000     IF status-file-on-hand THEN
000000         OPEN INPUT STATFILE
000000         IF wst-file-status NOT = '00' THEN
000000             DISPLAY "WMS FEED STATUS FILE OPEN FAILED - STATUS "
000000                     wst-file-status
000000             CLOSE RPTFILE
000000             MOVE 8 TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000         PERFORM UNTIL EXIT
000000         READ STATFILE AT END
000000             EXIT PERFORM
000000         END-READ
000000         IF wst-sent THEN
000000             ADD 1 TO awaiting-count
000000             MOVE "SENT" TO status-text
000000             PERFORM WRITE-STATUS-LINE
000000         END-IF
000000         END-PERFORM
000000         CLOSE STATFILE
000000     END-IF
000000     IF awaiting-count = 0 THEN
000000         MOVE " NONE" TO rpt-line
000000         WRITE rpt-line
000000     END-IF
000000     EXIT PARAGRAPH.
000000     WRITE-STATUS-LINE.
000000     MOVE wst-busn-date TO edit-date
000000     PERFORM EDIT-DATE-GET
000000     MOVE edit-display TO busn-display
000000     MOVE wst-sent-date TO edit-date
000000     PERFORM EDIT-DATE-GET
000000     MOVE edit-display TO sent-display
000000     MOVE SPACES TO rpt-line
000000     STRING " " busn-display "  " wst-job-name "  " status-text
000000            "  SENT " sent-display "  " wst-reason
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     EDIT-DATE-GET.
000000     MOVE SPACES TO edit-display
000000     STRING edit-date(1:4) "-" edit-date(5:2) "-" edit-date(7:2)
000000          DELIMITED BY SIZE INTO edit-display
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-HEADER.
000000     STRING curr-yyyy "-" curr-mm "-" curr-dd
000000          DELIMITED BY SIZE INTO date-display
000000     MOVE SPACES TO rpt-line
000000     STRING "WMS FEED ACKNOWLEDGEMENT AND RESEND REPORT"
000000            "  RUN DATE: " date-display
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000     WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO rpt-line
000000     WRITE rpt-line
000000     MOVE records-read TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "ACK RECORDS READ           : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE error-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "ACK RECORDS IN ERROR       : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE acked-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "FEEDS ACKNOWLEDGED         : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE mismatched-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "FEEDS MISMATCHED           : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE no-feed-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "ACKS WITH NO FEED SENT     : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE swept-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "NEWLY UNACKNOWLEDGED       : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE resend-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "FEEDS NEEDING RESEND       : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     MOVE awaiting-count TO ed-count
000000     MOVE SPACES TO rpt-line
000000     STRING "FEEDS AWAITING ACK         : " ed-count
000000          DELIMITED BY SIZE INTO rpt-line
000000     WRITE rpt-line
000000     EXIT PARAGRAPH.
000000  END PROGRAM wmsack.
