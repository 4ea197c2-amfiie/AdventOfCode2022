001000* CRATEMST.CPY
001010* CRATE MASTER RECORD KEYED ON CRATE LETTER, MAINTAINED BY THE
001020* CRATE MASTER MAINTENANCE PROGRAM AND READ BY DAY5 TO WEIGH
001030* EACH STACK.  CRM-WEIGHT IS IN WHOLE KILOGRAMS.  A RETIRED
001040* ENTRY STAYS ON FILE FOR HISTORY BUT NO LONGER CARRIES WEIGHT.
001050 01  crm-record.
001060     05 crm-key              PIC X(01).
001070     05 crm-sep-1            PIC X.
001080     05 crm-status           PIC X(01).
001090         88 crm-active       VALUE 'A'.
001100         88 crm-retired      VALUE 'R'.
001110     05 crm-sep-2            PIC X.
001120     05 crm-weight           PIC 9(07).
001130     05 crm-sep-3            PIC X.
001140     05 crm-owner            PIC X(20).
001150     05 crm-sep-4            PIC X.
001160     05 crm-hazard-class     PIC X(04).
001170     05 crm-sep-5            PIC X.
001180     05 crm-maint-date       PIC 9(08).
