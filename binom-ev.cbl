000265*                 FROM THE PARM, THE PROMPT AND THE SCENARIO
000266*                 FILE, AND THE COEFFICIENTS, TERM VALUES AND
000267*                 TOTALS CARRY THE SIGN THROUGH THE LISTING.
000268* 10/15/2026 JR   A PARTITIONED NIGHTLY RUN KEEPS ONE ROW-IN-
000269*                 PROGRESS FLAG PER STREAM (CACHEFLG.P01,
000270*                 CACHEFLG.P02 ...), SO THE ROW CHECK NOW READS
000271*                 CACHEFLG AND EVERY STREAM FLAG, AND REFUSES THE
000272*                 ROW IF ANY STREAM IS WRITING IT.
000273*--------------------------------------------------------------
000274 ENVIRONMENT DIVISION.
000275 CONFIGURATION SECTION.
000276 SOURCE-COMPUTER. GNU-LINUX.
000280 OBJECT-COMPUTER. GNU-LINUX.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000370         FILE STATUS IS FS-COEF-LOOKUP.
000372*    ROW-IN-PROGRESS FLAG KEPT BY TRIANGULO_PAS - SEE COPYBOOK
000374*    CACHFLG
000376     SELECT CACHE-FLAG ASSIGN USING WS-CACHE-FLAG-NAME
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS FS-CACHE-FLAG.
000380*    TERM-BY-TERM EVALUATION LISTING, REBUILT ON EVERY RUN
000470*
000480 FD  LIST-OUT
000490     RECORDING MODE IS F.
000492 01  LIST-OUT-RECORD             PIC X(120).
000494*
000496 FD  CACHE-FLAG
000498     RECORDING MODE IS F.
000500 01  CACHE-FLAG-RECORD           PIC X(40).
000502*
000504 FD  SCEN-IN
000505     RECORDING MODE IS F.
000506 01  SCEN-IN-RECORD.
000692         88  NO-MORE-SCENARIOS              VALUE "N".
000694     05  SW-ROW-BUSY             PIC X(01) VALUE "N".
000696         88  ROW-IN-PROGRESS                VALUE "Y".
000698*--------------------------------------------------------------
000700* COMMAND-LINE / PROMPT WORK AREAS
000710*--------------------------------------------------------------
000720 01  WS-PARM-LINE                PIC X(80).
001289     COPY "cachflg.cpy".
001290*
001291 PROCEDURE DIVISION.
001295*==============================================================
001300 0000-MAINLINE.
001310*==============================================================
001320     DISPLAY "EVALUACION BINOMIAL DESDE CACHE".
002150         CLOSE COEF-LOOKUP
002152         GO TO 2000-EVAL-EXIT
002154     END-IF.
002157     MOVE WS-EV-X-TEXT TO WS-DEC-TEXT.
002160     PERFORM 1200-PARSE-DECIMAL.
002170     MOVE WS-DEC-VALUE TO WS-X-VALUE.
002180     MOVE WS-EV-Y-TEXT TO WS-DEC-TEXT.
003740             END-STRING
003750             WRITE LIST-OUT-RECORD
003760             DISPLAY "      (X+Y)**POTENCIA   = " WS-SUM-EDIT
003761         END-IF
003762     END-IF.
003763*==============================================================
003764*    READS THE CACHEFLG FLAG - WHEN THE NIGHTLY RUN IS WRITING
003765*    EXACTLY THE REQUESTED N/POTENCIA ROW, THE EVALUATION
003766*    REFUSES IT RATHER THAN TOTAL A HALF-WRITTEN ROW. ANY
003767*    OTHER ROW (AND A MISSING FLAG FILE) IS SERVED NORMALLY.
003768*    CACHEFLG IS THE SINGLE-RUN FLAG; A PARTITIONED RUN KEEPS
003769*    ONE PER STREAM (CACHEFLG.PNN) AND EVERY ONE IS CHECKED.
003770*--------------------------------------------------------------
003771 2500-CHECK-ROW-IN-PROGRESS.
003772*==============================================================
003773     MOVE "N" TO SW-ROW-BUSY.
003774     MOVE 0 TO CF-FLAG-SLOT.
003775     PERFORM 2510-CHECK-ONE-FLAG-FILE
003776         UNTIL CF-FLAG-SLOT > CF-MAX-STREAMS OR ROW-IN-PROGRESS.
003777*==============================================================
003778*    READS ONE FLAG FILE - CACHEFLG FOR SLOT 0, CACHEFLG.PNN
003779*    FOR STREAM NN. A MISSING FILE IS NOT AN ERROR.
003780*--------------------------------------------------------------
003781 2510-CHECK-ONE-FLAG-FILE.
003782*==============================================================
003783     IF CF-FLAG-SLOT = 0
003784         MOVE SPACES TO CF-NAME-SUFFIX
003785     ELSE
003786         MOVE ".P" TO CF-NAME-PART
003787         MOVE CF-FLAG-SLOT TO CF-NAME-STREAM
003788     END-IF.
003790     MOVE SPACES TO WS-CACHE-FLAG-LINE.
003791     OPEN INPUT CACHE-FLAG.
003792     IF CACHE-FLAG-OK
003803             MOVE "Y" TO SW-ROW-BUSY
003804         END-IF
003805     END-IF.
003808     ADD 1 TO CF-FLAG-SLOT.
003811*==============================================================
003814*    RANDOM READ OF ONE CACHE RECORD BY ITS FULL KEY.
003817*--------------------------------------------------------------
003820 3000-READ-ONE-KEY.
003830*==============================================================
003840     MOVE "N" TO SW-COEF-FOUND.
005116         END-IF
005117         PERFORM 4210-WRITE-STATUS-LINE
005118     END-IF.
005120*==============================================================
005122 4210-WRITE-STATUS-LINE.
005124*==============================================================
005126     MOVE WS-SCN-LABEL TO SL-LABEL.
005130     MOVE WS-SCN-STATUS-LINE TO LIST-OUT-RECORD.
005140     WRITE LIST-OUT-RECORD.
005150     DISPLAY WS-SCN-STATUS-LINE.
