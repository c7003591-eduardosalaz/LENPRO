000010*--------------------------------------------------------------
000020* ACUADM - ACKNOWLEDGMENT FILE RETURNED BY THE POLICY
000030* ADMINISTRATION SYSTEM FOR AN INTADM INTERFACE FILE. READ BY
000040* INTERFAZ_ADM CONCILIA, SO THE LAYOUT LIVES HERE AND NOWHERE
000050* ELSE. FIXED 80-BYTE RECORDS:
000060*   "H" HEADER   - ONE, FIRST: THE RUN DATE AND SEQUENCE OF THE
000070*                  INTERFACE FILE BEING ACKNOWLEDGED
000080*   "D" DETAIL   - ONE PER DETAIL RECEIVED, IN ASCENDING IF-SEQ
000090*                  ORDER: THE NUMBER WE SENT, "A" LOADED OR "R"
000100*                  REJECTED, AND THEIR REASON FOR A REJECTION
000110*   "T" TRAILER  - ONE, LAST: DETAILS RECEIVED, LOADED AND
000120*                  REJECTED, AND THE HASH TOTAL OF THE
000130*                  COEFFICIENTS AS RECEIVED
000140* NUMBERS ARE ZONED WITH A LEADING SEPARATE SIGN.
000150*--------------------------------------------------------------
000160 01  WS-ACK-RECORD.
000170     05  AK-REC-TYPE             PIC X(01).
000180         88  AK-HEADER                      VALUE "H".
000190         88  AK-DETAIL                      VALUE "D".
000200         88  AK-TRAILER                     VALUE "T".
000210     05  AK-BODY                 PIC X(79).
000220 01  WS-ACK-HEADER REDEFINES WS-ACK-RECORD.
000230     05  FILLER                  PIC X(01).
000240     05  AK-INTERFACE-ID         PIC X(08).
000250     05  AK-RUN-DATE             PIC 9(08).
000260     05  AK-RUN-SEQ              PIC 9(04).
000270     05  AK-ACK-DATE             PIC 9(08).
000280     05  FILLER                  PIC X(51).
000290 01  WS-ACK-DETAIL REDEFINES WS-ACK-RECORD.
000300     05  FILLER                  PIC X(01).
000310     05  AK-SEQ                  PIC 9(09).
000320     05  AK-STATUS               PIC X(01).
000330         88  AK-LOADED                      VALUE "A".
000340         88  AK-REJECTED                    VALUE "R".
000350     05  AK-REASON               PIC X(30).
000360     05  FILLER                  PIC X(39).
000370 01  WS-ACK-TRAILER REDEFINES WS-ACK-RECORD.
000380     05  FILLER                  PIC X(01).
000390     05  AK-RECEIVED-COUNT       PIC 9(09).
000400     05  AK-LOADED-COUNT         PIC 9(09).
000410     05  AK-REJECTED-COUNT       PIC 9(09).
000420     05  AK-HASH-TOTAL           PIC S9(24)V9(04)
000430                                 SIGN LEADING SEPARATE.
000440     05  FILLER                  PIC X(23).
