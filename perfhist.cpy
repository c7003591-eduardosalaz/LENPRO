000010*--------------------------------------------------------------
000020* PERFHIST - ONE LINE PER BATCH ENTRY, APPENDED ACROSS RUNS BY
000030* TRIANGULO_PAS AND READ BACK BY THE BATCH-WINDOW REPORT
000040* VENTANA_LOTE, SO THE LINE LAYOUT LIVES HERE AND NOWHERE ELSE.
000050* THE RUN (DATE AND SEQUENCE OF ITS GENERATIONS), THE ENTRY'S
000060* POSITION IN BATCHWRK (ZERO FOR A PARM OR PARMFILE ENTRY), ITS
000070* PRODUCT, N, ROW RANGE, MODE AND OUTCOME, WHEN IT STARTED AND
000080* ENDED, THE ELAPSED SECONDS, THE ROWS IT WROTE, THE
000090* COEFFICIENTS COMPUTED AND THOSE SERVED FROM COEFLKUP, AND THE
000100* CACHE HIT PERCENTAGE.
000101*
000102* 10/15/2026 JR - UNDER PARTICION EACH STREAM NUMBERS ITS OWN
000103* ENTRIES FROM 1 IN ITS BATCHWRK.PNN, SO THE ENTRY POSITION
000104* ALONE REPEATS ACROSS THE STREAMS OF ONE RUN. THE LINE NOW
000105* ENDS WITH PH-STREAM, THE STREAM THAT RAN THE ENTRY (00 FOR
000106* AN UNPARTITIONED OR PRE-COMPUTE RUN); RUN DATE, SEQUENCE,
000107* STREAM AND POSITION TOGETHER NAME ONE ENTRY. LINES WRITTEN
000108* BEFORE THIS CHANGE END AT PH-HIT-RATIO AND READ PH-STREAM
000109* AS SPACES.
000110*--------------------------------------------------------------
000120 01  WS-PERF-LINE.
000130     05  PH-RUN-DATE             PIC 9(08).
000140     05  FILLER                  PIC X(01) VALUE SPACE.
000150     05  PH-RUN-SEQ              PIC 9(04).
000160     05  FILLER                  PIC X(01) VALUE SPACE.
000170     05  PH-ENTRY-SEQ            PIC 9(08).
000180     05  FILLER                  PIC X(01) VALUE SPACE.
000190     05  PH-PRODUCT              PIC X(08).
000200     05  FILLER                  PIC X(01) VALUE SPACE.
000210     05  PH-N                    PIC -(13)9.9(04).
000220     05  FILLER                  PIC X(01) VALUE SPACE.
000230     05  PH-START-ROW            PIC 9(04).
000240     05  FILLER                  PIC X(01) VALUE SPACE.
000250     05  PH-ROWS                 PIC 9(04).
000260     05  FILLER                  PIC X(01) VALUE SPACE.
000270     05  PH-MODE                 PIC X(01).
000280     05  FILLER                  PIC X(01) VALUE SPACE.
000290     05  PH-OUTCOME              PIC X(09).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  PH-START-DATE           PIC 9(08).
000320     05  FILLER                  PIC X(01) VALUE SPACE.
000330     05  PH-START-TIME           PIC 9(08).
000340     05  FILLER                  PIC X(01) VALUE SPACE.
000350     05  PH-END-DATE             PIC 9(08).
000360     05  FILLER                  PIC X(01) VALUE SPACE.
000370     05  PH-END-TIME             PIC 9(08).
000380     05  FILLER                  PIC X(01) VALUE SPACE.
000390     05  PH-ELAPSED              PIC Z(05)9.99.
000400     05  FILLER                  PIC X(01) VALUE SPACE.
000410     05  PH-ROWS-WRITTEN         PIC Z(05)9.
000420     05  FILLER                  PIC X(01) VALUE SPACE.
000430     05  PH-COEF-COMPUTED        PIC Z(08)9.
000440     05  FILLER                  PIC X(01) VALUE SPACE.
000450     05  PH-COEF-CACHED          PIC Z(08)9.
000460     05  FILLER                  PIC X(01) VALUE SPACE.
000470     05  PH-HIT-RATIO            PIC ZZ9.99.
000480     05  FILLER                  PIC X(01) VALUE SPACE.
000490     05  PH-STREAM               PIC 9(02).
