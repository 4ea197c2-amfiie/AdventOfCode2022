001058* ARE LISTED, BUT NO JOURNAL, STACK LOOKUP OR CHECKPOINT IS
001059* WRITTEN AND THE AUDIT LOG GETS ONE TRIAL-MARKED ENTRY.
001060* AN 'O' CARD IS THE OPERATOR OVERRIDE FOR A DOCUMENTED RERUN:
001062* IT LETS THE RUN START DESPITE AN IN-FLIGHT RUN-STATE ENTRY,
001063* A BUSINESS DATE EARLIER THAN THE LAST COMPLETED ONE, OR A NEW
001064* DATE WHILE THE LAST COMPLETED ONE IS NOT YET SIGNED OFF.
001065* THE 'O' CARD NAMES THE OPERATOR TAKING THE OVERRIDE, AND THE
001066* 'C' CARD NAMES THE OPERATOR FOR A BACKOUT OR TRIAL RUN; BOTH
001067* MUST BE AUTHORIZED ON THE OPERATOR REGISTRY.
001068* CARDS STARTING '*' AND BLANK CARDS ARE COMMENTS.
001070 01  card-record.
001080     05 card-rec-type          PIC X(01).
001090         88 card-control-card  VALUE 'C'.
001224         10 card-run-type      PIC X(01).
001226         10 card-sep-4         PIC X.
001228         10 card-backout-seq   PIC 9(07).
001229         10 card-sep-5         PIC X.
001230         10 card-operator-id   PIC X(08).
001235         10 FILLER             PIC X(02).
001240     05 card-file-detail REDEFINES card-detail.
001250         10 card-input-file    PIC X(20).
001260         10 FILLER             PIC X(20).
001270     05 card-override-detail REDEFINES card-detail.
001280         10 card-ovr-operator-id PIC X(08).
001290         10 FILLER             PIC X(32).
