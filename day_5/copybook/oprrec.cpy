001000* OPRREC.CPY
001010* AUTHORIZED OPERATOR REGISTRY RECORD, ONE PER OPERATOR ID, READ
001020* BY DAY4, DAY5, REJFIX AND EODSIGN BEFORE THEY ACT ON A
001025* PRIVILEGED CARD.  EACH FLAG IS 'Y' WHEN THE OPERATOR MAY TAKE
001030* THAT ACTION: AN 'O' OVERRIDE CARD, A RUN TYPE 'B' BACKOUT, A RUN
001040* TYPE 'T' TRIAL, A REJECT REPAIR FIX CARD, OR THE END-OF-DAY
001050* SIGN-OFF.  ANYTHING ELSE MEANS NOT AUTHORIZED.
001060* RECORDS STARTING '*' AND BLANK RECORDS ARE COMMENTS.
001070 01  opr-record.
001080     05 opr-operator-id        PIC X(08).
001090     05 opr-sep-1              PIC X.
001100     05 opr-may-override       PIC X(01).
001110         88 opr-override-ok    VALUE 'Y'.
001120     05 opr-sep-2              PIC X.
001130     05 opr-may-backout        PIC X(01).
001140         88 opr-backout-ok     VALUE 'Y'.
001150     05 opr-sep-3              PIC X.
001160     05 opr-may-trial          PIC X(01).
001170         88 opr-trial-ok       VALUE 'Y'.
001180     05 opr-sep-4              PIC X.
001190     05 opr-may-repair         PIC X(01).
001200         88 opr-repair-ok      VALUE 'Y'.
001210     05 opr-sep-5              PIC X.
001212     05 opr-may-signoff        PIC X(01).
001214         88 opr-signoff-ok     VALUE 'Y'.
001216     05 opr-sep-6              PIC X.
001220     05 opr-name               PIC X(20).
