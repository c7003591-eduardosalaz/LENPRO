000080* THEY REFUSE THAT ONE ROW WITH A CLEAR MESSAGE INSTEAD.
000090* SHARED BY WRITER AND READERS, SO THE LINE LAYOUT LIVES HERE
000100* AND NOWHERE ELSE.
000101*
000102* 10/15/2026 JR - THE NIGHTLY RUN NOW WORKS AS UP TO
000103* CF-MAX-STREAMS PARALLEL STREAMS, EACH WRITING ITS OWN ROWS, SO
000104* EACH STREAM KEEPS ITS OWN FLAG FILE: CACHEFLG.P01, CACHEFLG.P02
000105* AND SO ON. A SINGLE (UNPARTITIONED) RUN STILL USES CACHEFLG. A
000106* READER MUST CHECK CACHEFLG AND CACHEFLG.P01 THROUGH .P08 -
000107* EACH NAME IS BUILT IN WS-CACHE-FLAG-NAME (SUFFIX BLANK FOR
000108* CACHEFLG ITSELF) AS CF-FLAG-SLOT COUNTS FROM 0 TO
000109* CF-MAX-STREAMS.
000110*--------------------------------------------------------------
000120 01  WS-CACHE-FLAG-LINE.
000130     05  CF-STATE                PIC X(08).
000170     05  CF-N                    PIC S9(14)V9(04).
000180     05  FILLER                  PIC X(01).
000190     05  CF-POTENCIA             PIC 9(04).
000200 01  WS-CACHE-FLAG-NAME.
000210     05  CF-NAME-BASE            PIC X(08) VALUE "CACHEFLG".
000220     05  CF-NAME-SUFFIX.
000230         10  CF-NAME-PART        PIC X(02) VALUE SPACES.
000240         10  CF-NAME-STREAM      PIC X(02) VALUE SPACES.
000250 01  CF-MAX-STREAMS              PIC 9(02) VALUE 8.
000260 01  CF-FLAG-SLOT                PIC 9(02) VALUE 0.
