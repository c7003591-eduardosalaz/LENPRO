000010*--------------------------------------------------------------
000020* PARTTOT - END-OF-STREAM CONTROL RECORD, ONE FILE PER STREAM
000030* (PARTTOT.P01, PARTTOT.P02 ...). WRITTEN BY A TRIANGULO_PAS
000040* STREAM ONCE ITS PARTITION IS FINISHED AND READ BY
000050* PARALELO_PAS, WHICH ADDS THE STREAMS' CONTROL TOTALS INTO
000060* THE MERGED RUN'S RESUMEN DE CORRIDA, SO THE LAYOUT LIVES HERE
000070* AND NOWHERE ELSE. A STREAM WITHOUT ONE (OR WITH ONE FOR
000080* ANOTHER RUN DATE AND SEQUENCE) HAS NOT FINISHED. PARTE_LOTE
000090* DELETES THEM WHEN IT SPLITS A NEW SET.
000100*--------------------------------------------------------------
000110 01  WS-PART-TOT-LINE.
000120     05  PT-RUN-DATE             PIC 9(08).
000130     05  FILLER                  PIC X(01) VALUE SPACE.
000140     05  PT-RUN-SEQ              PIC 9(04).
000150     05  FILLER                  PIC X(01) VALUE SPACE.
000160     05  PT-STREAM-NO            PIC 9(02).
000170     05  FILLER                  PIC X(01) VALUE SPACE.
000180     05  PT-STATE                PIC X(08).
000190         88  PT-STREAM-COMPLETE             VALUE "COMPLETA".
000200     05  FILLER                  PIC X(01) VALUE SPACE.
000210     05  PT-ENTRIES-READ         PIC 9(09).
000220     05  PT-ACCEPTED             PIC 9(09).
000230     05  PT-REJECTED             PIC 9(09).
000240     05  PT-VERIFIED             PIC 9(09).
000250     05  PT-ROWS-WRITTEN         PIC 9(09).
000260     05  PT-COEF-COMPUTED        PIC 9(09).
000270     05  PT-COEF-CACHED          PIC 9(09).
000280     05  PT-EXCEPTIONS           PIC 9(09).
000290     05  PT-VER-DIFFS            PIC 9(09).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  PT-RETURN-CODE          PIC 9(01).
