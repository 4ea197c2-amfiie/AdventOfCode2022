001000* SIGNREC.CPY
001010* END-OF-DAY SIGN-OFF RECORD KEYED ON BUSINESS DATE, WRITTEN BY
001020* EODSIGN WHEN THE SUPERVISOR SIGNS THE DAY OFF.  'S' IS A CLEAN
001030* SIGN-OFF, ONLY TAKEN ON A DAY WHOSE VERDICT IS PASS; 'X' IS A
001040* SIGN-OFF WITH NOTED EXCEPTIONS AND CARRIES THE SUPERVISOR'S
001050* NOTE.  THE VERDICT AND AREA COUNTS ARE THOSE REPORTED WHEN THE
001060* DAY WAS SIGNED.  DAY4 AND DAY5 WILL NOT START A LATER BUSINESS
001070* DATE UNTIL THEIR LAST COMPLETED DATE IS ON THIS FILE.
001080 01  sgn-record.
001090     05 sgn-busn-date          PIC 9(08).
001100     05 sgn-sep-1              PIC X.
001110     05 sgn-status             PIC X(01).
001120         88 sgn-signed-clean   VALUE 'S'.
001130         88 sgn-signed-except  VALUE 'X'.
001140         88 sgn-signed-off     VALUE 'S' 'X'.
001150     05 sgn-sep-2              PIC X.
001160     05 sgn-verdict            PIC X(04).
001170     05 sgn-sep-3              PIC X.
001180     05 sgn-pass-count         PIC 9(02).
001190     05 sgn-sep-4              PIC X.
001200     05 sgn-warn-count         PIC 9(02).
001210     05 sgn-sep-5              PIC X.
001220     05 sgn-fail-count         PIC 9(02).
001230     05 sgn-sep-6              PIC X.
001240     05 sgn-operator-id        PIC X(08).
001250     05 sgn-sep-7              PIC X.
001260     05 sgn-timestamp          PIC X(14).
001270     05 sgn-sep-8              PIC X.
001280     05 sgn-note               PIC X(40).
