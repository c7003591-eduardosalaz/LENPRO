000010*--------------------------------------------------------------
000020* OPERAUT - OPERATOR AUTHORIZATION MASTER, KEPT BY SECURITY
000030* ADMINISTRATION: ONE LINE PER OPERATOR ID WITH ITS STATUS
000040* ("A" ACTIVE, ANYTHING ELSE DADO DE BAJA), NAME AND UP TO
000050* TEN GRANTS, EACH A PROGRAM NAME AND ONE OF ITS FUNCTIONS
000060* ("*" GRANTS EVERY CHECKED FUNCTION OF THAT PROGRAM). READ
000070* BY EVERY PROGRAM BEFORE IT DELETES, EXPIRES, OVERWRITES OR
000080* RELEASES ANYTHING, SO THE LINE LAYOUT LIVES HERE AND NOWHERE
000090* ELSE. THE FUNCTIONS CHECKED:
000100*   CACHE_MANT   DEPURA, RECUPERA, IMPORTA
000110*   LIBRO_TASAS  EXPIRA, APRUEBA
000120*   DEPURA_GEN   PURGA   (A PURGE AT ANY RETENTION IN DAYS)
000130*   CONSOLA_OPER LIBERA  (RELEASE OF THE KEYED BATCH)
000140* AN OPERATOR NOT ON FILE, OR A MISSING MASTER, IS REFUSED.
000150*--------------------------------------------------------------
000160 01  WS-OPER-AUTH-LINE.
000170     05  OA-OPERATOR             PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  OA-STATUS               PIC X(01).
000200         88  OA-ACTIVE                      VALUE "A".
000210     05  FILLER                  PIC X(01).
000220     05  OA-NAME                 PIC X(30).
000230     05  OA-GRANT                OCCURS 10.
000240         10  FILLER              PIC X(01).
000250         10  OA-GRANT-PROGRAM    PIC X(12).
000260         10  OA-GRANT-FUNCTION   PIC X(08).
000270             88  OA-GRANT-ALL               VALUE "*".
000280     05  FILLER                  PIC X(09).
