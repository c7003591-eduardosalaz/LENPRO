000010*--------------------------------------------------------------
000020* PARTCTL - CONTROL FILE OF THE PARTITION SET THE NIGHTLY RUN
000030* IS SPLIT INTO. WRITTEN BY PARTE_LOTE WHEN IT SPLITS BATCHWRK
000040* INTO BATCHWRK.P01, BATCHWRK.P02 ..., READ BY EVERY
000050* TRIANGULO_PAS STREAM FOR THE RUN DATE AND SEQUENCE ITS OUTPUT
000060* BELONGS TO, AND READ AND REWRITTEN BY PARALELO_PAS WHEN IT
000070* MERGES THE STREAMS INTO THE SINGLE CATALOGED RUN SET, SO THE
000080* LAYOUT LIVES HERE AND NOWHERE ELSE. FIXED 80-BYTE RECORDS:
000090*   "H" HEADER   - ONE, FIRST: THE RUN DATE AND SEQUENCE OF
000100*                  THE SET, HOW MANY STREAMS, AND ITS STATE -
000110*                  PARTIDO UNTIL THE MERGE, FUSIONADO AFTER IT
000120*                  (WITH THE MERGED RUN'S SEQUENCE AND RETURN
000130*                  CODE)
000140*   "S" STREAM   - ONE PER STREAM, IN ORDER: THE ENTRIES IT
000150*                  WAS GIVEN AND THEIR ESTIMATED COEFFICIENTS
000160*--------------------------------------------------------------
000170 01  WS-PART-CTL-RECORD.
000180     05  PC-REC-TYPE             PIC X(01).
000190         88  PC-HEADER                      VALUE "H".
000200         88  PC-STREAM                      VALUE "S".
000210     05  PC-BODY                 PIC X(79).
000220 01  WS-PART-CTL-HEADER REDEFINES WS-PART-CTL-RECORD.
000230     05  FILLER                  PIC X(01).
000240     05  PC-RUN-DATE             PIC 9(08).
000250     05  PC-RUN-SEQ              PIC 9(04).
000260     05  PC-STREAM-COUNT         PIC 9(02).
000270     05  PC-ENTRY-COUNT          PIC 9(08).
000280     05  PC-SET-STATE            PIC X(09).
000290         88  PC-SET-SPLIT                   VALUE "PARTIDO".
000300         88  PC-SET-MERGED                  VALUE "FUSIONADO".
000310     05  PC-MERGED-SEQ           PIC 9(04).
000320     05  PC-MERGED-RC            PIC 9(01).
000330     05  FILLER                  PIC X(43).
000340 01  WS-PART-CTL-STREAM REDEFINES WS-PART-CTL-RECORD.
000350     05  FILLER                  PIC X(01).
000360     05  PC-STREAM-NO            PIC 9(02).
000370     05  PC-STREAM-ENTRIES       PIC 9(08).
000380     05  PC-STREAM-WEIGHT        PIC 9(12).
000390     05  FILLER                  PIC X(57).
