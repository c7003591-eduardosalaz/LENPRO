000010*--------------------------------------------------------------
000020* INTADM - INTERFACE FILE OF COEFFICIENT TABLES SENT TO THE
000030* POLICY ADMINISTRATION SYSTEM, ONE GENERATION PER ACCEPTED
000040* TRIANGULO_PAS RUN. WRITTEN BY INTERFAZ_ADM GENERA AND READ
000050* BACK BY ITS CONCILIA PASS, SO THE LAYOUT LIVES HERE AND
000060* NOWHERE ELSE. FIXED 80-BYTE RECORDS:
000070*   "H" HEADER   - ONE, FIRST: THE RUN SENT AND THE DETAIL
000080*                  RECORDS THAT FOLLOW
000090*   "D" DETAIL   - ONE PER COEFFICIENT, NUMBERED FROM 1 IN
000100*                  IF-SEQ; THE ACKNOWLEDGMENT ECHOES THE NUMBER
000110*   "T" TRAILER  - ONE, LAST: DETAIL AND TOTAL RECORD COUNTS
000120*                  AND THE HASH TOTAL (SIGNED SUM) OF EVERY
000130*                  DETAIL COEFFICIENT
000140* NUMBERS ARE ZONED WITH A LEADING SEPARATE SIGN.
000150*--------------------------------------------------------------
000160 01  WS-INTERFACE-RECORD.
000170     05  IF-REC-TYPE             PIC X(01).
000180         88  IF-HEADER                      VALUE "H".
000190         88  IF-DETAIL                      VALUE "D".
000200         88  IF-TRAILER                     VALUE "T".
000210     05  IF-BODY                 PIC X(79).
000220 01  WS-INTERFACE-HEADER REDEFINES WS-INTERFACE-RECORD.
000230     05  FILLER                  PIC X(01).
000240     05  IF-INTERFACE-ID         PIC X(08).
000250     05  IF-RUN-DATE             PIC 9(08).
000260     05  IF-RUN-SEQ              PIC 9(04).
000270     05  IF-CREATED-DATE         PIC 9(08).
000280     05  IF-CREATED-TIME         PIC 9(08).
000290     05  IF-HDR-DETAIL-COUNT     PIC 9(09).
000300     05  FILLER                  PIC X(34).
000310 01  WS-INTERFACE-DETAIL REDEFINES WS-INTERFACE-RECORD.
000320     05  FILLER                  PIC X(01).
000330     05  IF-SEQ                  PIC 9(09).
000340     05  IF-PRODUCT              PIC X(08).
000350     05  IF-EFF-DATE             PIC 9(08).
000360     05  IF-POTENCIA             PIC 9(04).
000370     05  IF-TERMINO              PIC 9(04).
000380     05  IF-COEF                 PIC S9(14)V9(04)
000390                                 SIGN LEADING SEPARATE.
000400     05  FILLER                  PIC X(27).
000410 01  WS-INTERFACE-TRAILER REDEFINES WS-INTERFACE-RECORD.
000420     05  FILLER                  PIC X(01).
000430     05  IF-DETAIL-COUNT         PIC 9(09).
000440     05  IF-RECORD-COUNT         PIC 9(09).
000450     05  IF-HASH-TOTAL           PIC S9(24)V9(04)
000460                                 SIGN LEADING SEPARATE.
000470     05  FILLER                  PIC X(32).
