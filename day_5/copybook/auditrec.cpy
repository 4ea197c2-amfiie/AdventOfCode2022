001000* AUDITREC.CPY
001010* SHARED RUN-CONTROL / AUDIT LOG RECORD, COPIED INTO DAY4 AND
001020* DAY5 SO BOTH JOBS WRITE THEIR START/END ENTRIES TO ONE LOG.
001022* EVERY ENTRY CARRIES THE OPERATOR NAMED ON THE RUN CARD AND A
001024* FLAG FOR EACH PRIVILEGED ACTION TAKEN: 'O' OVERRIDE, 'B'
001026* BACKOUT, 'T' TRIAL, 'R' REJECT REPAIR.  REJFIX WRITES ONE 'R'
001028* ENTRY PER FIX CARD RESUBMITTED, WITH THE REJECT LINE NUMBER IN
001029* THE RECORDS-READ FIELD.
001030 01  audit-record.
001040     05 audit-rec-type         PIC X(01).
001050         88 audit-run-header   VALUE 'H'.
001060         88 audit-run-footer   VALUE 'F'.
001065         88 audit-card-error   VALUE 'E'.
001067         88 audit-trial-run    VALUE 'T'.
001068         88 audit-reject-repair VALUE 'R'.
001070     05 audit-sep-0            PIC X.
001080     05 audit-job-name         PIC X(08).
001090     05 audit-sep-1            PIC X.
001200     05 audit-records-read     PIC 9(07).
001210     05 audit-sep-4            PIC X.
001220     05 audit-records-rejected PIC 9(07).
001230     05 audit-sep-5            PIC X.
001240     05 audit-operator-id      PIC X(08).
001250     05 audit-sep-6            PIC X.
001260     05 audit-actions.
001270         10 audit-override-flag PIC X(01).
001280             88 audit-override VALUE 'O'.
001290         10 audit-backout-flag PIC X(01).
001300             88 audit-backout  VALUE 'B'.
001310         10 audit-trial-flag   PIC X(01).
001320             88 audit-trial    VALUE 'T'.
001330         10 audit-repair-flag  PIC X(01).
001340             88 audit-repair   VALUE 'R'.
