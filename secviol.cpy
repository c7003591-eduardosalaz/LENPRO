000010*--------------------------------------------------------------
000020* SECVIOL - SECURITY VIOLATION LOG: ONE LINE PER ATTEMPT THE
000030* OPERAUT MASTER REFUSED, APPENDED ACROSS RUNS BY EVERY
000040* PROGRAM THAT CHECKS IT AND REPORTED BY RESUMEN_AUDIT, SO
000050* THE LINE LAYOUT LIVES HERE AND NOWHERE ELSE. DATE, TIME,
000060* OPERATOR AS KEYED, PROGRAM, FUNCTION, REASON.
000070*--------------------------------------------------------------
000080 01  WS-SEC-VIOL-LINE.
000090     05  SV-DATE                 PIC 9(08).
000100     05  FILLER                  PIC X(01).
000110     05  SV-TIME                 PIC 9(08).
000120     05  FILLER                  PIC X(01).
000130     05  SV-OPERATOR             PIC X(08).
000140     05  FILLER                  PIC X(01).
000150     05  SV-PROGRAM              PIC X(12).
000160     05  FILLER                  PIC X(01).
000170     05  SV-FUNCTION             PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  SV-REASON               PIC X(30).
