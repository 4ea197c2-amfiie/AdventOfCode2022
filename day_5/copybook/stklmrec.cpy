001000* STKLMREC.CPY
001010* STACK LIMIT RECORD, ONE PER STACK, GIVING THE MAXIMUM LOAD
001020* THE RACKING UNDER THAT STACK WILL TAKE, IN WHOLE KILOGRAMS.
001030* READ BY DAY5 TO REFUSE ANY MOVE THAT WOULD OVERLOAD A STACK.
001040* A STACK WITH NO LIMIT RECORD IS NOT WEIGHT-CHECKED.  RECORDS
001050* STARTING '*' ARE COMMENTS.  LIM-NOTE IS FREE TEXT FOR THE
001055* RACKING DESCRIPTION AND IS NOT READ.
001060 01  lim-record.
001070     05 lim-stack-no         PIC 9(07).
001080     05 lim-stack-no-x REDEFINES lim-stack-no.
001090         10 lim-comment-flag PIC X(01).
001100             88 lim-comment  VALUE '*'.
001110         10 FILLER           PIC X(06).
001120     05 lim-sep-1            PIC X.
001130     05 lim-max-weight       PIC 9(07).
001140     05 lim-sep-2            PIC X.
001150     05 lim-note             PIC X(40).
