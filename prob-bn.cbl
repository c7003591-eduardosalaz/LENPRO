000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PROB_BINOM.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - BINOMIAL PROBABILITY TABLES
000110*                 FOR THE CLAIMS ACTUARIES' CLAIM-COUNT MODELS,
000120*                 BUILT FROM THE COEFFICIENTS CACHED IN COEFLKUP
000130*                 BY TRIANGULO_PAS (READ THE SAME WAY BINOMIO_EVAL
000140*                 READS THEM) INSTEAD OF BY HAND FROM BINOMRPT
000150*                 TERM LISTINGS. THE COMMAND-LINE PARM IS
000160*                   "N,POTDESDE,POTHASTA,P1[,P2...,P8]"
000170*                 N IS THE CACHED ROW'S SCALE (BLANK = 1) - THE
000180*                 CACHED COEFFICIENT DIVIDED BY N IS C(POT,K). FOR
000190*                 EVERY POTENCIA IN THE RANGE AND EVERY P IT
000200*                 PRINTS K, P(X=K) = C(POT,K) P**K (1-P)**(POT-K),
000210*                 THE CUMULATIVE P(X<=K) AND THE UPPER TAIL
000220*                 P(X>=K), AND THE SMALLEST K WHOSE CUMULATIVE
000230*                 REACHES 95%, 99% AND 99.5%. THE LISTING GOES TO
000240*                 PROBRPT AND THE SAME COLUMNS TO THE PROBCSV
000250*                 EXTRACT. THE ROW THE NIGHTLY RUN IS WRITING
000260*                 (CACHEFLG) AND ANY ROW NOT FULLY CACHED ARE
000270*                 REFUSED AND SKIPPED - THIS PROGRAM NEVER
000280*                 RECOMPUTES A COEFFICIENT. RETURN CODE 8 WHEN NO
000290*                 ROW COULD BE TABULATED, 4 WHEN SOME ROW WAS
000300*                 SKIPPED, 0 CLEAN.
000301* 10/15/2026 JR   A PARTITIONED NIGHTLY RUN KEEPS ONE ROW-IN-
000302*                 PROGRESS FLAG PER STREAM (CACHEFLG.P01,
000303*                 CACHEFLG.P02 ...), SO THE ROW CHECK NOW READS
000304*                 CACHEFLG AND EVERY STREAM FLAG, AND REFUSES THE
000305*                 ROW IF ANY STREAM IS WRITING IT.
000310*--------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. GNU-LINUX.
000350 OBJECT-COMPUTER. GNU-LINUX.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*    INDEXED CACHE OF PREVIOUSLY COMPUTED COEFFICIENTS, SHARED
000390*    WITH TRIANGULO_PAS - SEE COPYBOOK CKLKUP
000400     SELECT COEF-LOOKUP ASSIGN TO "COEFLKUP"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CK-KEY
000440         LOCK MODE IS AUTOMATIC
000450         SHARING WITH ALL OTHER
000460         FILE STATUS IS FS-COEF-LOOKUP.
000470*    ROW-IN-PROGRESS FLAG KEPT BY TRIANGULO_PAS - SEE COPYBOOK
000480*    CACHFLG
000490     SELECT CACHE-FLAG ASSIGN USING WS-CACHE-FLAG-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-CACHE-FLAG.
000520*    PROBABILITY TABLE LISTING, REBUILT ON EVERY RUN
000530     SELECT LIST-OUT ASSIGN TO "PROBRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-LIST-OUT.
000560*    COMMA-DELIMITED EXTRACT OF THE SAME TABLES FOR THE CLAIM
000570*    MODELS, REBUILT ON EVERY RUN
000580     SELECT CSV-OUT ASSIGN TO "PROBCSV"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-CSV-OUT.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  COEF-LOOKUP.
000650     COPY "cklkup.cpy".
000660*
000670 FD  CACHE-FLAG
000680     RECORDING MODE IS F.
000690 01  CACHE-FLAG-RECORD           PIC X(40).
000700*
000710 FD  LIST-OUT
000720     RECORDING MODE IS F.
000730 01  LIST-OUT-RECORD             PIC X(120).
000740*
000750 FD  CSV-OUT
000760     RECORDING MODE IS F.
000770 01  CSV-OUT-RECORD              PIC X(100).
000780*
000790 WORKING-STORAGE SECTION.
000800 01  WS-FILE-STATUSES.
000810     05  FS-COEF-LOOKUP          PIC X(02) VALUE "00".
000820         88  COEF-LOOKUP-OK                 VALUE "00".
000830         88  COEF-LOOKUP-MISSING            VALUE "35".
000840     05  FS-CACHE-FLAG           PIC X(02) VALUE "00".
000850         88  CACHE-FLAG-OK                  VALUE "00".
000860     05  FS-LIST-OUT             PIC X(02) VALUE "00".
000870     05  FS-CSV-OUT              PIC X(02) VALUE "00".
000880 01  WS-SWITCHES.
000890     05  SW-COEF-FOUND           PIC X(01) VALUE "N".
000900         88  COEF-FOUND                     VALUE "Y".
000910     05  SW-ROW-COMPLETE         PIC X(01) VALUE "Y".
000920         88  ROW-COMPLETE                   VALUE "Y".
000930         88  ROW-INCOMPLETE                 VALUE "N".
000940     05  SW-ROW-BUSY             PIC X(01) VALUE "N".
000950         88  ROW-IN-PROGRESS                VALUE "Y".
000960     05  SW-PARM-VALID           PIC X(01) VALUE "Y".
000970         88  PARM-VALID                     VALUE "Y".
000980         88  PARM-INVALID                   VALUE "N".
000990     05  SW-P-VALID              PIC X(01) VALUE "Y".
001000         88  P-VALID                        VALUE "Y".
001010         88  P-INVALID                      VALUE "N".
001020     05  SW-PCT-FOUND            PIC X(01) VALUE "N".
001030         88  PCT-FOUND                      VALUE "Y".
001040*--------------------------------------------------------------
001050* COMMAND-LINE PARM WORK AREAS - "N,POTDESDE,POTHASTA,P1..P8"
001060*--------------------------------------------------------------
001070 01  WS-PARM-LINE                PIC X(120).
001080 01  WS-PARM-FIELDS.
001090     05  WS-PB-N-TEXT            PIC X(18).
001100     05  WS-PB-DESDE-TEXT        PIC X(04).
001110     05  WS-PB-HASTA-TEXT        PIC X(04).
001120     05  WS-PB-P-TEXT            OCCURS 8 PIC X(10).
001130 01  WS-PB-N                     PIC S9(14)V9(04) VALUE 1.
001140 01  WS-PB-DESDE                 PIC 9(04) VALUE 0.
001150 01  WS-PB-HASTA                 PIC 9(04) VALUE 0.
001160 01  WS-PB-MAX-POTENCIA          PIC 9(04) VALUE 199.
001170 01  POTENCIA                    PIC 9(04) VALUE 0.
001180 01  TERMINO                     PIC 9(04) VALUE 0.
001190 01  CONTADOR                    PIC 9(04) VALUE 0.
001200 01  DIF                         PIC 9(04) VALUE 0.
001210*--------------------------------------------------------------
001220* PROBABILITY LIST - UP TO EIGHT P VALUES PER RUN
001230*--------------------------------------------------------------
001240 01  WS-P-COUNT                  PIC 9(02) COMP VALUE 0.
001250 01  WS-P-IX                     PIC 9(02) COMP VALUE 1.
001260 01  WS-P-TABLE.
001270     05  WS-P-ENTRY              OCCURS 8.
001280         10  WS-P-VALUE          PIC 9(01)V9(08).
001290*--------------------------------------------------------------
001300* REQUESTED PERCENTILES - SMALLEST K WHOSE CUMULATIVE REACHES
001310* EACH ONE
001320*--------------------------------------------------------------
001330 01  WS-PCT-VALUES.
001340     05  FILLER                  PIC V9(04) VALUE .9500.
001350     05  FILLER                  PIC V9(04) VALUE .9900.
001360     05  FILLER                  PIC V9(04) VALUE .9950.
001370 01  WS-PCT-TABLE REDEFINES WS-PCT-VALUES.
001380     05  WS-PCT-VALUE            OCCURS 3 PIC V9(04).
001390 01  WS-PCT-IX                   PIC 9(01) COMP VALUE 1.
001400 01  WS-PCT-K                    PIC 9(04) VALUE 0.
001410*--------------------------------------------------------------
001420* DECIMAL TEXT PARSING WORK AREAS - "9999999.9999" STYLE N AND
001430* "0.12345678" STYLE PROBABILITIES
001440*--------------------------------------------------------------
001450 01  WS-DEC-TEXT                 PIC X(19).
001460 01  WS-DEC-SIGN                 PIC X(01) VALUE "+".
001470 01  WS-DEC-MINUS-COUNT          PIC 9(02) COMP VALUE 0.
001480 01  WS-DEC-WHOLE-TEXT           PIC X(18).
001490 01  WS-DEC-FRAC-TEXT            PIC X(04).
001500 01  WS-DEC-WHOLE                PIC 9(14).
001510 01  WS-DEC-FRAC                 PIC 9(04).
001520 01  WS-DEC-VALUE                PIC S9(14)V9(04).
001530 01  WS-PRB-TEXT                 PIC X(10).
001540 01  WS-PRB-WHOLE-TEXT           PIC X(10).
001550 01  WS-PRB-FRAC-TEXT            PIC X(08).
001560 01  WS-PRB-WHOLE                PIC 9(01).
001570 01  WS-PRB-FRAC                 PIC 9(08).
001580 01  WS-PRB-VALUE                PIC 9(01)V9(08).
001590*--------------------------------------------------------------
001600* ONE ROW UNDER TABULATION - C(POT,K), AND P(X=K), P(X<=K) AND
001610* P(X>=K) FOR THE P UNDER WORK, INDEXED BY TERMINO + 1
001620*--------------------------------------------------------------
001630 01  WS-K-IX                     PIC 9(04) COMP VALUE 1.
001640 01  WS-ROW-TERMS                PIC 9(04) COMP VALUE 0.
001650 01  WS-ROW-TABLE.
001660     05  WS-ROW-TERM             OCCURS 200.
001670         10  WS-COMB             PIC 9(14)V9(04).
001680         10  WS-PMF              PIC 9(01)V9(12).
001690         10  WS-CDF              PIC 9(01)V9(12).
001700         10  WS-TAIL             PIC 9(01)V9(12).
001710 01  WS-Q-VALUE                  PIC 9(01)V9(08) VALUE 0.
001720 01  WS-P-POWER                  PIC 9(01)V9(30) VALUE 1.
001730 01  WS-Q-POWER                  PIC 9(01)V9(30) VALUE 1.
001740 01  WS-RUN-SUM                  PIC 9(03)V9(12) VALUE 0.
001750*--------------------------------------------------------------
001760* RUN TOTALS AND THE SCHEDULER RETURN CODE
001770*--------------------------------------------------------------
001780 01  WS-ROWS-TABULATED           PIC 9(05) COMP VALUE 0.
001790 01  WS-ROWS-SKIPPED             PIC 9(05) COMP VALUE 0.
001800 01  WS-TABLES-WRITTEN           PIC 9(05) COMP VALUE 0.
001810 01  WS-PB-RETURN-CODE           PIC 9(01) VALUE 0.
001820 01  WS-COUNT-EDIT               PIC ZZZZ9.
001830*--------------------------------------------------------------
001840* LISTING WORK AREAS
001850*--------------------------------------------------------------
001860 01  WS-TODAY                    PIC 9(08).
001870 01  WS-HEAD-LINE.
001880     05  FILLER                  PIC X(09) VALUE "POTENCIA ".
001890     05  HL-POTENCIA             PIC ZZZ9.
001900     05  FILLER                  PIC X(07) VALUE "   P = ".
001910     05  HL-P                    PIC 9.9(08).
001920     05  FILLER                  PIC X(07) VALUE "   N = ".
001930     05  HL-N                    PIC -(13)9.9(04).
001940 01  WS-COLUMN-LINE.
001950     05  FILLER                  PIC X(08) VALUE "   K    ".
001960     05  FILLER                  PIC X(17) VALUE "P(X=K)".
001970     05  FILLER                  PIC X(17) VALUE "P(X<=K)".
001980     05  FILLER                  PIC X(07) VALUE "P(X>=K)".
001990 01  WS-TERM-LINE.
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  TL-K                    PIC ZZZ9.
002020     05  FILLER                  PIC X(03) VALUE SPACES.
002030     05  TL-PMF                  PIC 9.9(12).
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  TL-CDF                  PIC 9.9(12).
002060     05  FILLER                  PIC X(03) VALUE SPACES.
002070     05  TL-TAIL                 PIC 9.9(12).
002080 01  WS-PCT-LINE.
002090     05  FILLER                  PIC X(10) VALUE "PERCENTIL ".
002100     05  PL-PCT                  PIC Z9.9.
002110     05  FILLER                  PIC X(15) VALUE "%: K MINIMO = ".
002120     05  PL-K                    PIC X(12).
002130 01  WS-PCT-EDIT                 PIC Z9.9.
002140 01  WS-K-EDIT                   PIC ZZZ9.
002150 01  WS-SKIP-LINE.
002160     05  FILLER                  PIC X(09) VALUE "POTENCIA ".
002170     05  SK-POTENCIA             PIC ZZZ9.
002180     05  FILLER                  PIC X(02) VALUE ": ".
002190     05  SK-STATUS               PIC X(40).
002200*--------------------------------------------------------------
002210* COMMA-DELIMITED EXTRACT WORK AREA - ONE RECORD PER P AND K
002220*--------------------------------------------------------------
002230 01  WS-CSV-LINE.
002240     05  CL-N                    PIC -(13)9.9(04).
002250     05  FILLER                  PIC X(01) VALUE ",".
002260     05  CL-POTENCIA             PIC ZZZ9.
002270     05  FILLER                  PIC X(01) VALUE ",".
002280     05  CL-P                    PIC 9.9(08).
002290     05  FILLER                  PIC X(01) VALUE ",".
002300     05  CL-K                    PIC ZZZ9.
002310     05  FILLER                  PIC X(01) VALUE ",".
002320     05  CL-PMF                  PIC 9.9(12).
002330     05  FILLER                  PIC X(01) VALUE ",".
002340     05  CL-CDF                  PIC 9.9(12).
002350     05  FILLER                  PIC X(01) VALUE ",".
002360     05  CL-TAIL                 PIC 9.9(12).
002370*--------------------------------------------------------------
002380* ROW-IN-PROGRESS FLAG LINE - SEE COPYBOOK CACHFLG
002390*--------------------------------------------------------------
002400     COPY "cachflg.cpy".
002410*
002420 PROCEDURE DIVISION.
002430*==============================================================
002440 0000-MAINLINE.
002450*==============================================================
002460     DISPLAY "TABLAS DE PROBABILIDAD BINOMIAL DESDE CACHE".
002470     MOVE SPACES TO WS-PARM-LINE.
002480     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002490     PERFORM 1000-PARSE-PARM.
002500     IF PARM-INVALID
002510         DISPLAY "USO: N,POTDESDE,POTHASTA,P1[,P2...,P8]"
002520         DISPLAY "     (N VACIO = 1, P ENTRE 0 Y 1, HASTA 8 P)"
002530         MOVE 8 TO RETURN-CODE
002540     ELSE
002550         PERFORM 2000-RUN-TABLES THRU 2000-RUN-EXIT
002560         MOVE WS-PB-RETURN-CODE TO RETURN-CODE
002570     END-IF.
002580     STOP RUN.
002590*==============================================================
002600*    UNSTRINGS AND EDITS THE PARM: N (BLANK = 1, NEVER ZERO),
002610*    A POTENCIA RANGE WITHIN THE ROW TABLE, AND AT LEAST ONE P
002620*    BETWEEN 0 AND 1.
002630*--------------------------------------------------------------
002640 1000-PARSE-PARM.
002650*==============================================================
002660     MOVE "Y" TO SW-PARM-VALID.
002670     MOVE SPACES TO WS-PARM-FIELDS.
002680     UNSTRING WS-PARM-LINE DELIMITED BY ","
002690         INTO WS-PB-N-TEXT WS-PB-DESDE-TEXT WS-PB-HASTA-TEXT
002700             WS-PB-P-TEXT (1) WS-PB-P-TEXT (2) WS-PB-P-TEXT (3)
002710             WS-PB-P-TEXT (4) WS-PB-P-TEXT (5) WS-PB-P-TEXT (6)
002720             WS-PB-P-TEXT (7) WS-PB-P-TEXT (8)
002730     END-UNSTRING.
002740     IF WS-PB-N-TEXT = SPACES
002750         MOVE 1 TO WS-PB-N
002760     ELSE
002770         MOVE WS-PB-N-TEXT TO WS-DEC-TEXT
002780         PERFORM 1200-PARSE-DECIMAL
002790         MOVE WS-DEC-VALUE TO WS-PB-N
002800     END-IF.
002810     IF WS-PB-N = 0
002820         DISPLAY "N NO PUEDE SER CERO"
002830         MOVE "N" TO SW-PARM-VALID
002840     END-IF.
002850     IF WS-PB-DESDE-TEXT = SPACES
002860         DISPLAY "POTENCIA DESDE REQUERIDA"
002870         MOVE "N" TO SW-PARM-VALID
002880     ELSE
002890         MOVE WS-PB-DESDE-TEXT TO WS-PB-DESDE
002900     END-IF.
002910     IF WS-PB-HASTA-TEXT = SPACES
002920         MOVE WS-PB-DESDE TO WS-PB-HASTA
002930     ELSE
002940         MOVE WS-PB-HASTA-TEXT TO WS-PB-HASTA
002950     END-IF.
002960     IF WS-PB-HASTA < WS-PB-DESDE
002970         DISPLAY "POTENCIA HASTA MENOR QUE DESDE"
002980         MOVE "N" TO SW-PARM-VALID
002990     END-IF.
003000     IF WS-PB-HASTA > WS-PB-MAX-POTENCIA
003010         DISPLAY "POTENCIA HASTA EXCEDE " WS-PB-MAX-POTENCIA
003020         MOVE "N" TO SW-PARM-VALID
003030     END-IF.
003040     MOVE 0 TO WS-P-COUNT.
003050     PERFORM 1100-PARSE-ONE-P
003060         VARYING WS-P-IX FROM 1 BY 1
003070         UNTIL WS-P-IX > 8.
003080     IF WS-P-COUNT = 0
003090         DISPLAY "SE REQUIERE AL MENOS UN VALOR DE P"
003100         MOVE "N" TO SW-PARM-VALID
003110     END-IF.
003120*==============================================================
003130*    EDITS ONE P OF THE LIST INTO THE NEXT TABLE SLOT. BLANK
003140*    POSITIONS ARE SKIPPED; A P THAT IS NOT A DECIMAL BETWEEN
003150*    0 AND 1 REFUSES THE WHOLE RUN.
003160*--------------------------------------------------------------
003170 1100-PARSE-ONE-P.
003180*==============================================================
003190     IF WS-PB-P-TEXT (WS-P-IX) NOT = SPACES
003200         MOVE WS-PB-P-TEXT (WS-P-IX) TO WS-PRB-TEXT
003210         PERFORM 1300-PARSE-PROBABILITY
003220         IF P-VALID
003230             ADD 1 TO WS-P-COUNT
003240             MOVE WS-PRB-VALUE TO WS-P-VALUE (WS-P-COUNT)
003250         ELSE
003260             MOVE "N" TO SW-PARM-VALID
003270         END-IF
003280     END-IF.
003290*==============================================================
003300*    CONVERTS A "9999999.9999" STYLE TEXT FIELD IN WS-DEC-TEXT
003310*    TO WS-DEC-VALUE - THE SAME EDIT BINOMIO_EVAL APPLIES TO N.
003320*    THE FRACTION PART IS POSITIONAL, SO ITS TRAILING SPACES
003330*    ARE FILLED WITH ZEROS BEFORE THE MOVE. A LEADING MINUS
003340*    MARKS A NEGATIVE VALUE.
003350*--------------------------------------------------------------
003360 1200-PARSE-DECIMAL.
003370*==============================================================
003380     MOVE "+" TO WS-DEC-SIGN.
003390     MOVE 0 TO WS-DEC-MINUS-COUNT.
003400     INSPECT WS-DEC-TEXT
003410         TALLYING WS-DEC-MINUS-COUNT FOR ALL "-".
003420     IF WS-DEC-MINUS-COUNT > 0
003430         MOVE "-" TO WS-DEC-SIGN
003440         INSPECT WS-DEC-TEXT REPLACING ALL "-" BY " "
003450     END-IF.
003460     MOVE SPACES TO WS-DEC-WHOLE-TEXT.
003470     MOVE SPACES TO WS-DEC-FRAC-TEXT.
003480     UNSTRING WS-DEC-TEXT DELIMITED BY "."
003490         INTO WS-DEC-WHOLE-TEXT WS-DEC-FRAC-TEXT
003500     END-UNSTRING.
003510     IF WS-DEC-WHOLE-TEXT = SPACES
003520         MOVE 0 TO WS-DEC-WHOLE
003530     ELSE
003540         MOVE WS-DEC-WHOLE-TEXT TO WS-DEC-WHOLE
003550     END-IF.
003560     INSPECT WS-DEC-FRAC-TEXT REPLACING ALL " " BY "0".
003570     MOVE WS-DEC-FRAC-TEXT TO WS-DEC-FRAC.
003580     COMPUTE WS-DEC-VALUE = WS-DEC-WHOLE
003590         + WS-DEC-FRAC / 10000.
003600     IF WS-DEC-SIGN = "-"
003610         COMPUTE WS-DEC-VALUE = 0 - WS-DEC-VALUE
003620     END-IF.
003630*==============================================================
003640*    CONVERTS A "0.12345678" STYLE PROBABILITY IN WS-PRB-TEXT
003650*    TO WS-PRB-VALUE, UP TO EIGHT DECIMALS. THE WHOLE PART MAY
003660*    ONLY BE 0 OR 1, AND 1 ONLY WITH A ZERO FRACTION.
003670*--------------------------------------------------------------
003680 1300-PARSE-PROBABILITY.
003690*==============================================================
003700     MOVE "Y" TO SW-P-VALID.
003710     MOVE SPACES TO WS-PRB-WHOLE-TEXT.
003720     MOVE SPACES TO WS-PRB-FRAC-TEXT.
003730     UNSTRING WS-PRB-TEXT DELIMITED BY "."
003740         INTO WS-PRB-WHOLE-TEXT WS-PRB-FRAC-TEXT
003750     END-UNSTRING.
003760     INSPECT WS-PRB-FRAC-TEXT REPLACING ALL " " BY "0".
003770     EVALUATE WS-PRB-WHOLE-TEXT
003780         WHEN SPACES
003790         WHEN "0"
003800             MOVE 0 TO WS-PRB-WHOLE
003810         WHEN "1"
003820             MOVE 1 TO WS-PRB-WHOLE
003830         WHEN OTHER
003840             MOVE "N" TO SW-P-VALID
003850     END-EVALUATE.
003860     IF WS-PRB-FRAC-TEXT IS NOT NUMERIC
003870         MOVE "N" TO SW-P-VALID
003880     END-IF.
003890     IF P-VALID
003900         MOVE WS-PRB-FRAC-TEXT TO WS-PRB-FRAC
003910         IF WS-PRB-WHOLE = 1 AND WS-PRB-FRAC > 0
003920             MOVE "N" TO SW-P-VALID
003930         ELSE
003940             COMPUTE WS-PRB-VALUE = WS-PRB-WHOLE
003950                 + WS-PRB-FRAC / 100000000
003960         END-IF
003970     END-IF.
003980     IF P-INVALID
003990         DISPLAY "P NO VALIDA (0 A 1): " WS-PRB-TEXT
004000     END-IF.
004010*==============================================================
004020*    OPENS THE CACHE AND THE OUTPUTS AND TABULATES EVERY
004030*    POTENCIA OF THE RANGE. A ROW THAT CANNOT BE SERVED IS
004040*    REPORTED AND SKIPPED - IT NEVER ABORTS THE REST.
004050*--------------------------------------------------------------
004060 2000-RUN-TABLES.
004070*==============================================================
004080     OPEN INPUT COEF-LOOKUP.
004090     IF COEF-LOOKUP-MISSING
004100         DISPLAY "NO EXISTE EL ARCHIVO COEFLKUP - "
004110             "NINGUN COEFICIENTE HA SIDO CALCULADO AUN"
004120         MOVE 8 TO WS-PB-RETURN-CODE
004130         GO TO 2000-RUN-EXIT
004140     END-IF.
004150     IF NOT COEF-LOOKUP-OK
004160         DISPLAY "NO SE PUDO ABRIR COEFLKUP - STATUS "
004170             FS-COEF-LOOKUP
004180         MOVE 8 TO WS-PB-RETURN-CODE
004190         GO TO 2000-RUN-EXIT
004200     END-IF.
004210     OPEN OUTPUT LIST-OUT.
004220     OPEN OUTPUT CSV-OUT.
004230     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004240     MOVE SPACES TO LIST-OUT-RECORD.
004250     STRING "TABLAS DE PROBABILIDAD BINOMIAL     FECHA: "
004260         DELIMITED BY SIZE
004270         WS-TODAY DELIMITED BY SIZE
004280         INTO LIST-OUT-RECORD
004290     END-STRING.
004300     WRITE LIST-OUT-RECORD.
004310     MOVE SPACES TO LIST-OUT-RECORD.
004320     WRITE LIST-OUT-RECORD.
004330     PERFORM 2100-PROCESS-ONE-ROW
004340         VARYING POTENCIA FROM WS-PB-DESDE BY 1
004350         UNTIL POTENCIA > WS-PB-HASTA.
004360     PERFORM 4000-WRITE-TOTALS.
004370     CLOSE CSV-OUT.
004380     CLOSE LIST-OUT.
004390     CLOSE COEF-LOOKUP.
004400     DISPLAY "LISTADO ESCRITO EN PROBRPT, EXTRACTO EN PROBCSV".
004410 2000-RUN-EXIT.
004420     EXIT.
004430*==============================================================
004440*    ONE POTENCIA: REFUSED WHILE THE NIGHTLY RUN IS WRITING IT
004450*    OR WHEN ANY TERM IS NOT CACHED; OTHERWISE C(POT,K) IS
004460*    LOADED FROM THE CACHE AND ONE TABLE IS WRITTEN PER P.
004470*--------------------------------------------------------------
004480 2100-PROCESS-ONE-ROW.
004490*==============================================================
004500     MOVE POTENCIA TO SK-POTENCIA.
004510     PERFORM 2500-CHECK-ROW-IN-PROGRESS.
004520     IF ROW-IN-PROGRESS
004530         MOVE "RENGLON EN PROCESO - OMITIDO" TO SK-STATUS
004540         PERFORM 2200-WRITE-SKIP-LINE
004550     ELSE
004560         MOVE "Y" TO SW-ROW-COMPLETE
004570         PERFORM 2110-LOAD-ONE-COEF WITH TEST AFTER
004580             VARYING TERMINO FROM 0 BY 1
004590             UNTIL TERMINO = POTENCIA
004600         IF ROW-INCOMPLETE
004610             MOVE "RENGLON NO EN CACHE - OMITIDO" TO SK-STATUS
004620             PERFORM 2200-WRITE-SKIP-LINE
004630         ELSE
004640             ADD 1 TO WS-ROWS-TABULATED
004650             COMPUTE WS-ROW-TERMS = POTENCIA + 1
004660             PERFORM 3000-TABULATE-ONE-P
004670                 VARYING WS-P-IX FROM 1 BY 1
004680                 UNTIL WS-P-IX > WS-P-COUNT
004690         END-IF
004700     END-IF.
004710*==============================================================
004720*    READS ONE TERM OF THE ROW AND KEEPS C(POT,K) - THE CACHED
004730*    COEFFICIENT DIVIDED BY THE ROW'S N.
004740*--------------------------------------------------------------
004750 2110-LOAD-ONE-COEF.
004760*==============================================================
004770     PERFORM 2600-READ-ONE-KEY.
004780     COMPUTE WS-K-IX = TERMINO + 1.
004790     IF COEF-FOUND
004800         COMPUTE WS-COMB (WS-K-IX) ROUNDED = CK-DOP / WS-PB-N
004810     ELSE
004820         MOVE "N" TO SW-ROW-COMPLETE
004830         MOVE 0 TO WS-COMB (WS-K-IX)
004840     END-IF.
004850*==============================================================
004860 2200-WRITE-SKIP-LINE.
004870*==============================================================
004880     ADD 1 TO WS-ROWS-SKIPPED.
004890     MOVE WS-SKIP-LINE TO LIST-OUT-RECORD.
004900     WRITE LIST-OUT-RECORD.
004910     DISPLAY WS-SKIP-LINE.
004920     MOVE SPACES TO LIST-OUT-RECORD.
004930     WRITE LIST-OUT-RECORD.
004940*==============================================================
004950*    READS THE CACHEFLG FLAG - WHEN THE NIGHTLY RUN IS WRITING
004960*    EXACTLY THIS N/POTENCIA ROW IT IS REFUSED RATHER THAN
004970*    TABULATED HALF-WRITTEN. ANY OTHER ROW (AND A MISSING FLAG
004980*    FILE) IS SERVED NORMALLY.
004990*    CACHEFLG IS THE SINGLE-RUN FLAG; A PARTITIONED RUN KEEPS
004991*    ONE PER STREAM (CACHEFLG.PNN) AND EVERY ONE IS CHECKED.
004995*--------------------------------------------------------------
005000 2500-CHECK-ROW-IN-PROGRESS.
005010*==============================================================
005020     MOVE "N" TO SW-ROW-BUSY.
005021     MOVE 0 TO CF-FLAG-SLOT.
005022     PERFORM 2510-CHECK-ONE-FLAG-FILE
005023         UNTIL CF-FLAG-SLOT > CF-MAX-STREAMS OR ROW-IN-PROGRESS.
005024*==============================================================
005025*    READS ONE FLAG FILE - CACHEFLG FOR SLOT 0, CACHEFLG.PNN
005026*    FOR STREAM NN. A MISSING FILE IS NOT AN ERROR.
005027*--------------------------------------------------------------
005028 2510-CHECK-ONE-FLAG-FILE.
005029*==============================================================
005030     IF CF-FLAG-SLOT = 0
005031         MOVE SPACES TO CF-NAME-SUFFIX
005032     ELSE
005033         MOVE ".P" TO CF-NAME-PART
005034         MOVE CF-FLAG-SLOT TO CF-NAME-STREAM
005035     END-IF.
005037     MOVE SPACES TO WS-CACHE-FLAG-LINE.
005040     OPEN INPUT CACHE-FLAG.
005050     IF CACHE-FLAG-OK
005060         READ CACHE-FLAG
005070             AT END
005080                 CONTINUE
005090             NOT AT END
005100                 MOVE CACHE-FLAG-RECORD TO WS-CACHE-FLAG-LINE
005110         END-READ
005120         CLOSE CACHE-FLAG
005130         IF CF-ROW-IN-PROGRESS
005140             AND CF-N = WS-PB-N
005150             AND CF-POTENCIA = POTENCIA
005160             MOVE "Y" TO SW-ROW-BUSY
005170         END-IF
005180     END-IF.
005185     ADD 1 TO CF-FLAG-SLOT.
005190*==============================================================
005200*    RANDOM READ OF ONE CACHE RECORD BY ITS FULL KEY.
005210*--------------------------------------------------------------
005220 2600-READ-ONE-KEY.
005230*==============================================================
005240     MOVE "N" TO SW-COEF-FOUND.
005250     MOVE WS-PB-N TO CK-N.
005260     MOVE POTENCIA TO CK-POTENCIA.
005270     MOVE TERMINO TO CK-TERMINO.
005280     READ COEF-LOOKUP
005290         KEY IS CK-KEY
005300         INVALID KEY
005310             CONTINUE
005320         NOT INVALID KEY
005330             MOVE "Y" TO SW-COEF-FOUND
005340     END-READ.
005350*==============================================================
005360*    ONE TABLE: P(X=K) FOR EVERY K, THEN THE CUMULATIVE FROM
005370*    THE BOTTOM AND THE UPPER TAIL FROM THE TOP (SO NEITHER
005380*    IS A DIFFERENCE OF TWO NEARLY EQUAL SUMS), THEN THE
005390*    LISTING, THE EXTRACT AND THE PERCENTILES.
005400*--------------------------------------------------------------
005410 3000-TABULATE-ONE-P.
005420*==============================================================
005430     COMPUTE WS-Q-VALUE = 1 - WS-P-VALUE (WS-P-IX).
005440     PERFORM 3100-COMPUTE-ONE-PMF WITH TEST AFTER
005450         VARYING TERMINO FROM 0 BY 1
005460         UNTIL TERMINO = POTENCIA.
005470     MOVE 0 TO WS-RUN-SUM.
005480     PERFORM 3200-ACCUMULATE-CDF
005490         VARYING WS-K-IX FROM 1 BY 1
005500         UNTIL WS-K-IX > WS-ROW-TERMS.
005510     MOVE 0 TO WS-RUN-SUM.
005520     PERFORM 3300-ACCUMULATE-TAIL
005530         VARYING WS-K-IX FROM WS-ROW-TERMS BY -1
005540         UNTIL WS-K-IX < 1.
005550     PERFORM 3400-WRITE-TABLE-HEADER.
005560     PERFORM 3500-WRITE-ONE-TERM
005570         VARYING WS-K-IX FROM 1 BY 1
005580         UNTIL WS-K-IX > WS-ROW-TERMS.
005590     PERFORM 3600-WRITE-ONE-PERCENTILE
005600         VARYING WS-PCT-IX FROM 1 BY 1
005610         UNTIL WS-PCT-IX > 3.
005620     MOVE SPACES TO LIST-OUT-RECORD.
005630     WRITE LIST-OUT-RECORD.
005640     ADD 1 TO WS-TABLES-WRITTEN.
005650*==============================================================
005660*    P(X=K) = C(POT,K) * P**K * (1-P)**(POT-K). THE POWERS ARE
005670*    RAISED BY REPEATED MULTIPLICATION, AS BINOMIO_EVAL DOES.
005680*--------------------------------------------------------------
005690 3100-COMPUTE-ONE-PMF.
005700*==============================================================
005710     COMPUTE DIF = POTENCIA - TERMINO.
005720     MOVE 1 TO WS-P-POWER.
005730     IF TERMINO > 0
005740         PERFORM 3110-RAISE-P WITH TEST AFTER
005750             VARYING CONTADOR FROM 1 BY 1
005760             UNTIL CONTADOR = TERMINO
005770     END-IF.
005780     MOVE 1 TO WS-Q-POWER.
005790     IF DIF > 0
005800         PERFORM 3120-RAISE-Q WITH TEST AFTER
005810             VARYING CONTADOR FROM 1 BY 1
005820             UNTIL CONTADOR = DIF
005830     END-IF.
005840     COMPUTE WS-K-IX = TERMINO + 1.
005850     COMPUTE WS-PMF (WS-K-IX) ROUNDED = WS-COMB (WS-K-IX)
005860         * WS-P-POWER * WS-Q-POWER
005870         ON SIZE ERROR
005880             MOVE 0 TO WS-PMF (WS-K-IX)
005890     END-COMPUTE.
005900*==============================================================
005910 3110-RAISE-P.
005920*==============================================================
005930     COMPUTE WS-P-POWER ROUNDED
005940         = WS-P-POWER * WS-P-VALUE (WS-P-IX).
005950*==============================================================
005960 3120-RAISE-Q.
005970*==============================================================
005980     COMPUTE WS-Q-POWER ROUNDED = WS-Q-POWER * WS-Q-VALUE.
005990*==============================================================
006000*    P(X<=K), CARRIED FROM K = 0 UPWARD. ROUNDING OF THE TERMS
006010*    CAN PUSH THE RUNNING SUM A HAIR PAST 1 - IT IS CAPPED.
006020*--------------------------------------------------------------
006030 3200-ACCUMULATE-CDF.
006040*==============================================================
006050     ADD WS-PMF (WS-K-IX) TO WS-RUN-SUM.
006060     IF WS-RUN-SUM > 1
006070         MOVE 1 TO WS-CDF (WS-K-IX)
006080     ELSE
006090         MOVE WS-RUN-SUM TO WS-CDF (WS-K-IX)
006100     END-IF.
006110*==============================================================
006120*    P(X>=K), CARRIED FROM K = POTENCIA DOWNWARD.
006130*--------------------------------------------------------------
006140 3300-ACCUMULATE-TAIL.
006150*==============================================================
006160     ADD WS-PMF (WS-K-IX) TO WS-RUN-SUM.
006170     IF WS-RUN-SUM > 1
006180         MOVE 1 TO WS-TAIL (WS-K-IX)
006190     ELSE
006200         MOVE WS-RUN-SUM TO WS-TAIL (WS-K-IX)
006210     END-IF.
006220*==============================================================
006230 3400-WRITE-TABLE-HEADER.
006240*==============================================================
006250     MOVE POTENCIA TO HL-POTENCIA.
006260     MOVE WS-P-VALUE (WS-P-IX) TO HL-P.
006270     MOVE WS-PB-N TO HL-N.
006280     MOVE WS-HEAD-LINE TO LIST-OUT-RECORD.
006290     WRITE LIST-OUT-RECORD.
006300     DISPLAY WS-HEAD-LINE.
006310     MOVE WS-COLUMN-LINE TO LIST-OUT-RECORD.
006320     WRITE LIST-OUT-RECORD.
006330*==============================================================
006340*    ONE K - TO THE LISTING AND TO THE EXTRACT.
006350*--------------------------------------------------------------
006360 3500-WRITE-ONE-TERM.
006370*==============================================================
006380     COMPUTE TERMINO = WS-K-IX - 1.
006390     MOVE TERMINO TO TL-K.
006400     MOVE WS-PMF (WS-K-IX) TO TL-PMF.
006410     MOVE WS-CDF (WS-K-IX) TO TL-CDF.
006420     MOVE WS-TAIL (WS-K-IX) TO TL-TAIL.
006430     MOVE WS-TERM-LINE TO LIST-OUT-RECORD.
006440     WRITE LIST-OUT-RECORD.
006450     MOVE WS-PB-N TO CL-N.
006460     MOVE POTENCIA TO CL-POTENCIA.
006470     MOVE WS-P-VALUE (WS-P-IX) TO CL-P.
006480     MOVE TERMINO TO CL-K.
006490     MOVE WS-PMF (WS-K-IX) TO CL-PMF.
006500     MOVE WS-CDF (WS-K-IX) TO CL-CDF.
006510     MOVE WS-TAIL (WS-K-IX) TO CL-TAIL.
006520     MOVE WS-CSV-LINE TO CSV-OUT-RECORD.
006530     WRITE CSV-OUT-RECORD.
006540*==============================================================
006550*    THE SMALLEST K WHOSE CUMULATIVE REACHES THE PERCENTILE.
006560*--------------------------------------------------------------
006570 3600-WRITE-ONE-PERCENTILE.
006580*==============================================================
006590     MOVE "N" TO SW-PCT-FOUND.
006600     PERFORM 3610-TEST-ONE-K
006610         VARYING WS-K-IX FROM 1 BY 1
006620         UNTIL WS-K-IX > WS-ROW-TERMS OR PCT-FOUND.
006630     COMPUTE PL-PCT = WS-PCT-VALUE (WS-PCT-IX) * 100.
006640     IF PCT-FOUND
006650         MOVE WS-PCT-K TO WS-K-EDIT
006660         MOVE WS-K-EDIT TO PL-K
006670     ELSE
006680         MOVE "NO ALCANZADO" TO PL-K
006690     END-IF.
006700     MOVE WS-PCT-LINE TO LIST-OUT-RECORD.
006710     WRITE LIST-OUT-RECORD.
006720     DISPLAY WS-PCT-LINE.
006730*==============================================================
006740 3610-TEST-ONE-K.
006750*==============================================================
006760     IF WS-CDF (WS-K-IX) >= WS-PCT-VALUE (WS-PCT-IX)
006770         COMPUTE WS-PCT-K = WS-K-IX - 1
006780         MOVE "Y" TO SW-PCT-FOUND
006790     END-IF.
006800*==============================================================
006810*    RUN TOTALS AND THE SCHEDULER RETURN CODE: 8 WHEN NO ROW
006820*    COULD BE TABULATED, 4 WHEN ANY ROW WAS SKIPPED, 0 CLEAN.
006830*--------------------------------------------------------------
006840 4000-WRITE-TOTALS.
006850*==============================================================
006860     IF WS-ROWS-TABULATED = 0
006870         MOVE 8 TO WS-PB-RETURN-CODE
006880     ELSE
006890         IF WS-ROWS-SKIPPED > 0
006900             MOVE 4 TO WS-PB-RETURN-CODE
006910         ELSE
006920             MOVE 0 TO WS-PB-RETURN-CODE
006930         END-IF
006940     END-IF.
006950     MOVE "RESUMEN DE LA CORRIDA" TO LIST-OUT-RECORD.
006960     WRITE LIST-OUT-RECORD.
006970     DISPLAY "RESUMEN DE LA CORRIDA".
006980     MOVE WS-ROWS-TABULATED TO WS-COUNT-EDIT.
006990     MOVE SPACES TO LIST-OUT-RECORD.
007000     STRING "RENGLONES TABULADOS:   " DELIMITED BY SIZE
007010         WS-COUNT-EDIT DELIMITED BY SIZE
007020         INTO LIST-OUT-RECORD
007030     END-STRING.
007040     WRITE LIST-OUT-RECORD.
007050     DISPLAY "RENGLONES TABULADOS:   " WS-COUNT-EDIT.
007060     MOVE WS-ROWS-SKIPPED TO WS-COUNT-EDIT.
007070     MOVE SPACES TO LIST-OUT-RECORD.
007080     STRING "RENGLONES OMITIDOS:    " DELIMITED BY SIZE
007090         WS-COUNT-EDIT DELIMITED BY SIZE
007100         INTO LIST-OUT-RECORD
007110     END-STRING.
007120     WRITE LIST-OUT-RECORD.
007130     DISPLAY "RENGLONES OMITIDOS:    " WS-COUNT-EDIT.
007140     MOVE WS-TABLES-WRITTEN TO WS-COUNT-EDIT.
007150     MOVE SPACES TO LIST-OUT-RECORD.
007160     STRING "TABLAS ESCRITAS:       " DELIMITED BY SIZE
007170         WS-COUNT-EDIT DELIMITED BY SIZE
007180         INTO LIST-OUT-RECORD
007190     END-STRING.
007200     WRITE LIST-OUT-RECORD.
007210     DISPLAY "TABLAS ESCRITAS:       " WS-COUNT-EDIT.
007220     MOVE SPACES TO LIST-OUT-RECORD.
007230     STRING "CODIGO DE RETORNO:     " DELIMITED BY SIZE
007240         WS-PB-RETURN-CODE DELIMITED BY SIZE
007250         INTO LIST-OUT-RECORD
007260     END-STRING.
007270     WRITE LIST-OUT-RECORD.
007280     DISPLAY "CODIGO DE RETORNO:     " WS-PB-RETURN-CODE.
