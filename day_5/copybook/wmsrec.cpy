001030* JOB NAME FROM THE RUN CARD, ONE 'D' DETAIL PER STACK FROM
001040* THE STACK LOOKUP, ONE 'S' SUMMARY PER STACK PAIR WITH THE
001050* TOTAL CRATES MOVED BETWEEN THEM PER THE MOVE JOURNAL, AND
001060* ONE 'V' VOLUME RECORD PER STACK THAT TOOK CRATES IN FROM THE
001062* DOCK OR SENT CRATES OUT OF THE YARD, AND
001064* ONE 'T' TRAILER WITH RECORD COUNTS AND A HASH TOTAL OF THE
001070* DETAIL DEPTHS SO THE RECEIVER CAN BALANCE THE FILE.
001080 01  wms-record.
001090     05 wms-rec-type            PIC X(01).
001100         88 wms-header          VALUE 'H'.
001110         88 wms-stack-detail    VALUE 'D'.
001120         88 wms-pair-summary    VALUE 'S'.
001125         88 wms-stack-volume    VALUE 'V'.
001130         88 wms-trailer         VALUE 'T'.
001140     05 wms-data                PIC X(52).
001150     05 wms-header-data REDEFINES wms-data.
001270         10 wms-to-stack        PIC 9(07).
001280         10 wms-crates-moved    PIC 9(07).
001290         10 FILLER              PIC X(31).
001292     05 wms-volume-data REDEFINES wms-data.
001294         10 wms-vol-stack-no    PIC 9(07).
001296         10 wms-crates-received PIC 9(07).
001298         10 wms-crates-shipped  PIC 9(07).
001299         10 FILLER              PIC X(31).
001300     05 wms-trailer-data REDEFINES wms-data.
001310         10 wms-detail-count    PIC 9(07).
001320         10 wms-summary-count   PIC 9(07).
001330         10 wms-total-count     PIC 9(07).
001340         10 wms-depth-hash      PIC 9(09).
001345         10 wms-volume-count    PIC 9(07).
001350         10 FILLER              PIC X(15).
