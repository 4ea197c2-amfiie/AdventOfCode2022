001000* WMSSTREC.CPY
001010* WMS FEED STATUS RECORD KEYED ON BUSINESS DATE.  THE EXTRACT
001020* POSTS 'S' (SENT) WITH A COPY OF THE FEED TRAILER EACH TIME IT
001030* WRITES THE FEED FOR A DATE.  THE ACKNOWLEDGEMENT MATCH SETS
001040* 'A' WHEN THE WAREHOUSE SYSTEM ACCEPTED EVERY RECORD AND ITS
001050* COUNTS AND HASH AGREE WITH THE TRAILER, 'M' WHEN THEY DO NOT
001060* OR WHEN IT REJECTED ANY STACK, AND 'U' WHEN A LATER DATE HAS
001070* BEEN SENT AND THIS ONE WAS NEVER ACKNOWLEDGED.  'M' AND 'U'
001080* DATES ARE LISTED FOR RESEND AND HOLD THE NEXT NIGHT'S EXTRACT.
001090 01  wst-record.
001100     05 wst-busn-date          PIC 9(08).
001110     05 wst-sep-1              PIC X.
001120     05 wst-status             PIC X(01).
001130         88 wst-sent           VALUE 'S'.
001140         88 wst-acknowledged   VALUE 'A'.
001150         88 wst-mismatched     VALUE 'M'.
001160         88 wst-unacknowledged VALUE 'U'.
001170     05 wst-sep-2              PIC X.
001180     05 wst-job-name           PIC X(08).
001190     05 wst-sep-3              PIC X.
001200     05 wst-sent-date          PIC 9(08).
001210     05 wst-sep-4              PIC X.
001220     05 wst-sent-counts.
001230         10 wst-detail-count   PIC 9(07).
001240         10 wst-summary-count  PIC 9(07).
001250         10 wst-volume-count   PIC 9(07).
001260         10 wst-total-count    PIC 9(07).
001270         10 wst-depth-hash     PIC 9(09).
001280     05 wst-sep-5              PIC X.
001290     05 wst-ack-date           PIC 9(08).
001300     05 wst-sep-6              PIC X.
001310     05 wst-ack-counts.
001320         10 wst-ack-detail     PIC 9(07).
001330         10 wst-ack-summary    PIC 9(07).
001340         10 wst-ack-volume     PIC 9(07).
001350         10 wst-ack-total      PIC 9(07).
001360         10 wst-ack-hash       PIC 9(09).
001370     05 wst-sep-7              PIC X.
001380     05 wst-stacks-rejected    PIC 9(03).
001390     05 wst-sep-8              PIC X.
001400     05 wst-reason             PIC X(24).
