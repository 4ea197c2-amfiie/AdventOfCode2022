000130* FROM THE STACK LOOKUP AND THE MOVE JOURNAL FOR THE BUSINESS
000140* DATE AND JOB NAME ON THE DAY5 RUN CARD: HEADER, ONE DETAIL
000150* PER STACK, ONE SUMMARY PER STACK PAIR WITH CRATES MOVED,
000155* ONE VOLUME RECORD PER STACK WITH CRATES RECEIVED AND SHIPPED,
000160* AND A TRAILER WITH RECORD COUNTS AND A DEPTH HASH TOTAL.
000170* THE FEED IS POSTED AS SENT ON THE WMS FEED STATUS FILE WITH A
000180* COPY OF THE TRAILER, READY FOR THE ACKNOWLEDGEMENT MATCH.
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. wmsxtr.
000300 ENVIRONMENT DIVISION.
000000          "../output/wmsfeed5.txt"
000000          ORGANIZATION IS LINE SEQUENTIAL
000000          .
000000     SELECT statfile ASSIGN TO
000000          "../output/wmsstat.dat"
000000          ORGANIZATION IS INDEXED
000000          ACCESS MODE IS RANDOM
000000          RECORD KEY IS wst-busn-date
000000          FILE STATUS IS wst-file-status
000000          .
000800 DATA DIVISION.
000900 FILE SECTION.
000000 FD cardfile.
000000 COPY jrnlrec.
000000 FD feedfile.
000000 COPY wmsrec.
000000 FD statfile.
000000 COPY wmsstrec.
000000 WORKING-STORAGE SECTION.
000000 01  max-stacks PIC S9(07) COMP-5 VALUE 16.
000000 01  card-file-status PIC X(02).
000000 01  stk-file-status PIC X(02).
000000 01  jrn-file-status PIC X(02).
000000 01  wst-file-status PIC X(02).
000000 01  status-found-switch PIC X(01).
000000     88 status-on-file VALUE 'Y'.
000000 01  current-date PIC 9(08).
000000 01  business-date PIC 9(08).
000000 01  job-name PIC X(08) VALUE "DAY5JOB".
000000 01  control-card-switch PIC X(01) VALUE 'N'.
000000 01  pair-table.
000000     05 pair-row OCCURS 16 TIMES.
000000        10 pair-qty PIC S9(07) COMP-5 OCCURS 16 TIMES.
000000 01  volume-table.
000000     05 volume-entry OCCURS 16 TIMES.
000000        10 vol-received PIC S9(07) COMP-5.
000000        10 vol-shipped PIC S9(07) COMP-5.
000000 01  volume-count PIC S9(07) COMP-5 VALUE 0.
000000 01  from-no PIC S9(07) COMP-5.
000000 01  to-no PIC S9(07) COMP-5.
000000 01  detail-count PIC S9(07) COMP-5 VALUE 0.
000700 PROCEDURE DIVISION.
000000     PERFORM READ-RUN-CARD
000000     INITIALIZE pair-table
000000     INITIALIZE volume-table
000000     PERFORM TALLY-JOURNAL-PAIRS
000000     OPEN OUTPUT FEEDFILE
000000     PERFORM WRITE-FEED-HEADER
000000     PERFORM WRITE-STACK-DETAILS
000000     PERFORM WRITE-PAIR-SUMMARIES
000000     PERFORM WRITE-STACK-VOLUMES
000000     PERFORM WRITE-FEED-TRAILER
000000     CLOSE FEEDFILE
000000     PERFORM POST-FEED-STATUS
000000     DISPLAY "WMS FEED WRITTEN - RECORDS " total-count
000900     STOP RUN.
000000     READ-RUN-CARD.
000000     READ JRNFILE AT END
000000         EXIT PERFORM
000000     END-READ
000000     IF jrn-receive-txn AND jrn-qty IS NUMERIC AND
000000        jrn-to-stack IS NUMERIC AND
000000        jrn-to-stack >= 1 AND jrn-to-stack <= max-stacks THEN
000000         MOVE jrn-to-stack TO to-no
000000         ADD jrn-qty TO vol-received(to-no)
000000     END-IF
000000     IF jrn-ship-txn AND jrn-qty IS NUMERIC AND
000000        jrn-from-stack IS NUMERIC AND
000000        jrn-from-stack >= 1 AND jrn-from-stack <= max-stacks THEN
000000         MOVE jrn-from-stack TO from-no
000000         ADD jrn-qty TO vol-shipped(from-no)
000000     END-IF
000000     IF jrn-move-txn AND
000000        jrn-from-stack IS NUMERIC AND
000000        jrn-to-stack IS NUMERIC AND
000000        jrn-qty IS NUMERIC AND
000000        jrn-from-stack >= 1 AND
000000     END-PERFORM
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-STACK-VOLUMES.
000000     PERFORM VARYING from-no FROM 1 BY 1
000000             UNTIL from-no > max-stacks
000000     IF vol-received(from-no) > 0 OR
000000        vol-shipped(from-no) > 0 THEN
000000     MOVE SPACES TO wms-record
000000     MOVE 'V' TO wms-rec-type
000000     MOVE from-no TO wms-vol-stack-no
000000     MOVE vol-received(from-no) TO wms-crates-received
000000     MOVE vol-shipped(from-no) TO wms-crates-shipped
000000     WRITE wms-record
000000     ADD 1 TO volume-count
000000     ADD 1 TO total-count
000000     END-IF
000000     END-PERFORM
000000     EXIT PARAGRAPH.
000000     WRITE-FEED-TRAILER.
000000     ADD 1 TO total-count
000000     MOVE SPACES TO wms-record
000000     MOVE summary-count TO wms-summary-count
000000     MOVE total-count TO wms-total-count
000000     MOVE depth-hash TO wms-depth-hash
000000     MOVE volume-count TO wms-volume-count
000000     WRITE wms-record
000000     EXIT PARAGRAPH.
000000     POST-FEED-STATUS.
000000     OPEN I-O STATFILE
000000     IF wst-file-status = '35' THEN
000000         OPEN OUTPUT STATFILE
000000         CLOSE STATFILE
000000         OPEN I-O STATFILE
000000     END-IF
000000     IF wst-file-status NOT = '00' THEN
000000         DISPLAY "WMS FEED STATUS FILE OPEN FAILED - STATUS "
000000                 wst-file-status
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF
000000     ACCEPT current-date FROM DATE YYYYMMDD
000000     MOVE business-date TO wst-busn-date
000000     MOVE 'Y' TO status-found-switch
000000     READ STATFILE
000000         INVALID KEY
000000             MOVE 'N' TO status-found-switch
000000     END-READ
000000     MOVE SPACES TO wst-record
000000     MOVE business-date TO wst-busn-date
000000     MOVE 'S' TO wst-status
000000     MOVE job-name TO wst-job-name
000000     MOVE current-date TO wst-sent-date
000000     MOVE detail-count TO wst-detail-count
000000     MOVE summary-count TO wst-summary-count
000000     MOVE volume-count TO wst-volume-count
000000     MOVE total-count TO wst-total-count
000000     MOVE depth-hash TO wst-depth-hash
000000     MOVE 0 TO wst-ack-date
000000     MOVE 0 TO wst-ack-detail
000000     MOVE 0 TO wst-ack-summary
000000     MOVE 0 TO wst-ack-volume
000000     MOVE 0 TO wst-ack-total
000000     MOVE 0 TO wst-ack-hash
000000     MOVE 0 TO wst-stacks-rejected
000000     MOVE "AWAITING ACKNOWLEDGEMENT" TO wst-reason
000000     IF STATUS-ON-FILE THEN
000000         REWRITE wst-record
000000     ELSE
000000         WRITE wst-record
000000     END-IF
000000     IF wst-file-status(1:1) NOT = '0' THEN
000000         DISPLAY "WMS FEED STATUS WRITE FAILED - STATUS "
000000                 wst-file-status
000000         MOVE 8 TO RETURN-CODE
000000     END-IF
000000     CLOSE STATFILE
000000     EXIT PARAGRAPH.
000000  END PROGRAM wmsxtr.
