000217* 09/02/2026 JR   N IS SIGNED NOW (NEGATIVE RESERVE-ADJUSTMENT
000218*                 FACTORS) - THE INQUIRY ACCEPTS "-0.0250,12"
000219*                 AND COEFFICIENTS DISPLAY WITH THEIR SIGN.
000220* 10/15/2026 JR   A PARTITIONED NIGHTLY RUN KEEPS ONE ROW-IN-
000221*                 PROGRESS FLAG PER STREAM (CACHEFLG.P01,
000222*                 CACHEFLG.P02 ...), SO THE ROW CHECK NOW READS
000223*                 CACHEFLG AND EVERY STREAM FLAG, AND REFUSES THE
000224*                 ROW IF ANY STREAM IS WRITING IT.
000226*--------------------------------------------------------------
000228 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. GNU-LINUX.
000250 OBJECT-COMPUTER. GNU-LINUX.
000340         FILE STATUS IS FS-COEF-LOOKUP.
000342*    ROW-IN-PROGRESS FLAG KEPT BY TRIANGULO_PAS - SEE COPYBOOK
000344*    CACHFLG
000346     SELECT CACHE-FLAG ASSIGN USING WS-CACHE-FLAG-NAME
000347         ORGANIZATION IS LINE SEQUENTIAL
000348         FILE STATUS IS FS-CACHE-FLAG.
000350*
000600 01  WS-INQ-N                    PIC S9(14)V9(04) VALUE 0.
000601 01  WS-INQ-SIGN                 PIC X(01) VALUE "+".
000603 01  WS-INQ-MINUS-COUNT          PIC 9(02) COMP VALUE 0.
000604 01  WS-INQ-WHOLE-TEXT           PIC X(18).
000605 01  WS-INQ-FRAC-TEXT            PIC X(04).
000606 01  WS-INQ-WHOLE                PIC 9(14).
000608 01  WS-INQ-FRAC                 PIC 9(04).
000610 01  WS-INQ-POTENCIA             PIC 9(04) VALUE 0.
001330         PERFORM 2100-SHOW-ONE-COEF
001340     ELSE
001350         PERFORM 2200-SHOW-WHOLE-ROW
001351     END-IF.
001352     CLOSE COEF-LOOKUP.
001353 2000-INQUIRY-EXIT.
001354     EXIT.
001355*==============================================================
001356*    READS THE CACHEFLG FLAG - WHEN THE NIGHTLY RUN IS WRITING
001357*    EXACTLY THE REQUESTED N/POTENCIA ROW, THE INQUIRY REFUSES
001358*    IT RATHER THAN SERVE A HALF-WRITTEN ROW. ANY OTHER ROW
001359*    (AND A MISSING FLAG FILE) IS SERVED NORMALLY.
001360*    CACHEFLG IS THE SINGLE-RUN FLAG; A PARTITIONED RUN KEEPS
001361*    ONE PER STREAM (CACHEFLG.PNN) AND EVERY ONE IS CHECKED.
001362*--------------------------------------------------------------
001363 2070-CHECK-ROW-IN-PROGRESS.
001364*==============================================================
001365     MOVE "N" TO SW-ROW-BUSY.
001366     MOVE 0 TO CF-FLAG-SLOT.
001367     PERFORM 2071-CHECK-ONE-FLAG-FILE
001368         UNTIL CF-FLAG-SLOT > CF-MAX-STREAMS OR ROW-IN-PROGRESS.
001369*==============================================================
001370*    READS ONE FLAG FILE - CACHEFLG FOR SLOT 0, CACHEFLG.PNN
001371*    FOR STREAM NN. A MISSING FILE IS NOT AN ERROR.
001372*--------------------------------------------------------------
001373 2071-CHECK-ONE-FLAG-FILE.
001374*==============================================================
001375     IF CF-FLAG-SLOT = 0
001376         MOVE SPACES TO CF-NAME-SUFFIX
001377     ELSE
001378         MOVE ".P" TO CF-NAME-PART
001379         MOVE CF-FLAG-SLOT TO CF-NAME-STREAM
001380     END-IF.
001381     MOVE SPACES TO WS-CACHE-FLAG-LINE.
001382     OPEN INPUT CACHE-FLAG.
001383     IF CACHE-FLAG-OK
001384         READ CACHE-FLAG
001385             AT END
001386                 CONTINUE
001387             NOT AT END
001388                 MOVE CACHE-FLAG-RECORD TO WS-CACHE-FLAG-LINE
001389         END-READ
001390         CLOSE CACHE-FLAG
001391         IF CF-ROW-IN-PROGRESS
001392             AND CF-N = WS-INQ-N
001393             AND CF-POTENCIA = WS-INQ-POTENCIA
001394             MOVE "Y" TO SW-ROW-BUSY
001395         END-IF
001396     END-IF.
001397     ADD 1 TO CF-FLAG-SLOT.
001398*==============================================================
001399*    CONVERTS THE N TEXT TO THE DECIMAL KEY VALUE. A TEXT
001400*    WITHOUT A DECIMAL POINT IS A WHOLE NUMBER; THE FRACTION
001401*    IS POSITIONAL, SO ITS TRAILING SPACES FILL WITH ZEROS.
001402*--------------------------------------------------------------
001403 2050-PARSE-INQ-N.
001404*==============================================================
001405*    A LEADING MINUS MARKS A NEGATIVE FACTOR - NOTE IT, BLANK
001406*    IT OUT AND PARSE THE DIGITS AS BEFORE.
001407     MOVE "+" TO WS-INQ-SIGN.
001417     UNSTRING WS-INQ-N-TEXT DELIMITED BY "."
001418         INTO WS-INQ-WHOLE-TEXT WS-INQ-FRAC-TEXT
001419     END-UNSTRING.
001420     IF WS-INQ-WHOLE-TEXT = SPACES
001421         MOVE 0 TO WS-INQ-WHOLE
001422     ELSE
001423         MOVE WS-INQ-WHOLE-TEXT TO WS-INQ-WHOLE
001424     END-IF.
001425     INSPECT WS-INQ-FRAC-TEXT REPLACING ALL " " BY "0".
001426     MOVE WS-INQ-FRAC-TEXT TO WS-INQ-FRAC.
001430     COMPUTE WS-INQ-N = WS-INQ-WHOLE + WS-INQ-FRAC / 10000.
001431     IF WS-INQ-SIGN = "-"
001432         COMPUTE WS-INQ-N = 0 - WS-INQ-N
001433     END-IF.
001434*==============================================================
001435*    READS AND DISPLAYS THE SINGLE COEFFICIENT FOR THE GIVEN
001436*    N / POTENCIA / TERMINO KEY.
001437*--------------------------------------------------------------
001440 2100-SHOW-ONE-COEF.
001450*==============================================================
001460     MOVE WS-INQ-TERMINO TO TERMINO.
