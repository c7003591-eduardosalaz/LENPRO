000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENTANA_LOTE.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000096* 10/15/2026 JR   ORIGINAL VERSION - BATCH-WINDOW REPORT OVER THE
000102*                 PERFHIST PERFORMANCE HISTORY KEPT BY
000108*                 TRIANGULO_PAS, FOR OPERATIONS PLANNING THE
000114*                 NIGHT. THREE SECTIONS:
000120*                   - WINDOW USAGE PER NIGHT: ENTRIES, FIRST
000126*                     START, LAST END, WALL-CLOCK WINDOW, SUMMED
000132*                     ENTRY TIME (T.SUMADO - THE ELAPSED TIMES
000138*                     ADDED UP, SO ON A NIGHT RUN AS PARALLEL
000144*                     STREAMS IT EXCEEDS THE WINDOW), ROWS,
000150*                     COEFFICIENTS COMPUTED AND FROM CACHE, AND
000156*                     THE CACHE HIT PERCENTAGE;
000162*                   - THE SLOWEST N/ROW-COUNT PAIRS BY AVERAGE
000168*                     ELAPSED TIME PER ENTRY;
000174*                   - A PROJECTION OF TONIGHT'S BATCHIN: EACH
000180*                     ENTRY PRICED AT ITS PAIR'S AVERAGE, OR, FOR
000186*                     A PAIR NEVER RUN IN THE PERIOD, AT THE
000192*                     PERIOD'S AVERAGE TIME PER COEFFICIENT, AND
000198*                     PLACED ON A STREAM BY PARTE_LOTE'S RULE (THE
000204*                     HEAVIEST ENTRY BY COEFFICIENTS TO THE
000210*                     LIGHTEST STREAM). EACH ENTRY IS LISTED WITH
000216*                     ITS STREAM AND THAT STREAM'S RUNNING FINISH
000222*                     TIME, THEN EACH STREAM'S TOTAL; THE
000228*                     PROJECTED FINISH IS THE START PLUS THE
000234*                     LONGEST STREAM.
000240*                 THE COMMAND-LINE PARM IS
000246*                 "DESDE,HASTA,TOPE,INICIO,LIMITE,CORRIENTES",
000252*                 EVERY FIELD OPTIONAL: THE RUN DATES TO COVER
000258*                 (YYYYMMDD, BLANK FOR THE WHOLE FILE), HOW MANY
000264*                 SLOW PAIRS TO LIST (DEFAULT 10, AT MOST 50),
000270*                 TONIGHT'S START TIME (HHMM, DEFAULT NOW), THE
000276*                 END OF THE WINDOW (HHMM) AND THE NUMBER OF
000282*                 STREAMS (1 TO 8, DEFAULT 4 AS CADENA_NOCHE RUNS
000288*                 PARTE_LOTE; 1 PROJECTS A SERIAL RUN). OUTPUT
000294*                 GOES TO THE VENTSUM LISTING AND THE PROJECTION
000300*                 ALSO TO THE CONSOLE. RETURN CODE 4 WHEN THE
000306*                 PROJECTED FINISH PASSES THE WINDOW END, 8 WHEN
000312*                 PERFHIST IS MISSING OR THE PARM IS INVALID.
000351* 10/15/2026 JR   PRE-COMPUTE ENTRIES (PERFHIST MODE "A", FROM
000352*                 TRIANGULO_PAS ANTICIPA) RUN OUTSIDE THE NIGHTLY
000353*                 WINDOW AND ARE LEFT OUT OF THE PER-NIGHT WINDOW
000354*                 USAGE, COUNTED ON A LINE OF THEIR OWN. THEY
000355*                 STILL PRICE THEIR N/ROW-COUNT PAIR.
000360*--------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNU-LINUX.
000400 OBJECT-COMPUTER. GNU-LINUX.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430*    PER-ENTRY PERFORMANCE HISTORY WRITTEN BY TRIANGULO_PAS
000440     SELECT PERF-IN ASSIGN TO "PERFHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-PERF-IN.
000470*    TONIGHT'S REQUESTS, AS LIBRO_TASAS GENERA LEFT THEM
000480     SELECT BATCH-IN ASSIGN TO "BATCHIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-BATCH-IN.
000510*    WINDOW REPORT, REBUILT ON EVERY RUN
000520     SELECT SUM-OUT ASSIGN TO "VENTSUM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-SUM-OUT.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PERF-IN
000590     RECORDING MODE IS F.
000600 01  PERF-IN-RECORD              PIC X(160).
000610*
000620 FD  BATCH-IN
000630     RECORDING MODE IS F.
000640     COPY "batchin.cpy".
000650*
000660 FD  SUM-OUT
000670     RECORDING MODE IS F.
000680 01  SUM-OUT-RECORD              PIC X(132).
000690*
000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUSES.
000720     05  FS-PERF-IN              PIC X(02) VALUE "00".
000730         88  PERF-IN-OK                     VALUE "00".
000740     05  FS-BATCH-IN             PIC X(02) VALUE "00".
000750         88  BATCH-IN-OK                    VALUE "00".
000760     05  FS-SUM-OUT              PIC X(02) VALUE "00".
000770 01  WS-SWITCHES.
000780     05  SW-MORE-RECORDS         PIC X(01) VALUE "Y".
000790         88  MORE-RECORDS                   VALUE "Y".
000800         88  NO-MORE-RECORDS                VALUE "N".
000810     05  SW-SLOT-FOUND           PIC X(01) VALUE "N".
000820         88  SLOT-FOUND                     VALUE "Y".
000830         88  SLOT-NOT-FOUND                 VALUE "N".
000840     05  SW-HHMM-OK              PIC X(01) VALUE "Y".
000850         88  HHMM-OK                        VALUE "Y".
000860     05  SW-PARM-OK              PIC X(01) VALUE "Y".
000870         88  PARM-OK                        VALUE "Y".
000880     05  SW-LIMIT-GIVEN          PIC X(01) VALUE "N".
000890         88  LIMIT-GIVEN                    VALUE "Y".
000900*--------------------------------------------------------------
000910* PARSED COPY OF ONE HISTORY LINE - SEE COPYBOOK PERFHIST
000920*--------------------------------------------------------------
000930     COPY "perfhist.cpy".
000940*--------------------------------------------------------------
000950* COMMAND-LINE PARM - "DESDE,HASTA,TOPE,INICIO,LIMITE,CORRIENTES"
000960*--------------------------------------------------------------
000970 01  WS-PARM-LINE                PIC X(80).
000980 01  WS-PARM-FIELDS.
000990     05  WS-DESDE-TEXT           PIC X(08).
001000     05  WS-HASTA-TEXT           PIC X(08).
001010     05  WS-TOPE-TEXT            PIC X(04).
001020     05  WS-INICIO-TEXT          PIC X(04).
001030     05  WS-LIMITE-TEXT          PIC X(04).
001035     05  WS-CORR-TEXT            PIC X(04).
001040 01  WS-DESDE                    PIC 9(08) VALUE 0.
001050 01  WS-HASTA                    PIC 9(08) VALUE 99999999.
001060 01  WS-TOPE-JUST                PIC X(04) JUSTIFIED RIGHT.
001070 01  WS-TOPE                     PIC 9(04) VALUE 10.
001073 01  WS-CORR-JUST                PIC X(04) JUSTIFIED RIGHT.
001076 01  WS-STREAM-COUNT             PIC 9(02) VALUE 4.
001080 01  WS-HHMM-TEXT                PIC X(04).
001090 01  WS-HHMM                     PIC 9(04) VALUE 0.
001100 01  WS-HHMM-PARTS REDEFINES WS-HHMM.
001110     05  WS-HHMM-HH              PIC 9(02).
001120     05  WS-HHMM-MM              PIC 9(02).
001130 01  WS-HHMM-SECONDS             PIC 9(09) COMP VALUE 0.
001140 01  WS-START-SECONDS            PIC 9(09) COMP VALUE 0.
001150 01  WS-LIMIT-SECONDS            PIC 9(09) COMP VALUE 0.
001160 01  WS-RETURN-CODE              PIC 9(01) VALUE 0.
001163*    FOR CF-MAX-STREAMS, THE MOST STREAMS A SET MAY HAVE
001166     COPY "cachflg.cpy".
001170*--------------------------------------------------------------
001180* DE-EDITED VALUES OF THE LINE UNDER TALLY. START AND END ARE
001190* HUNDREDTHS SINCE MIDNIGHT OF THE RUN DATE, SO AN ENTRY THAT
001200* RUNS PAST MIDNIGHT STAYS IN ITS NIGHT.
001210*--------------------------------------------------------------
001220 01  WS-LINE-N                   PIC S9(14)V9(04) VALUE 0.
001230 01  WS-LINE-ROWS                PIC 9(04) VALUE 0.
001240 01  WS-LINE-ELAPSED             PIC 9(07)V99 VALUE 0.
001250 01  WS-LINE-ROWS-WRITTEN        PIC 9(09) VALUE 0.
001260 01  WS-LINE-COMPUTED            PIC 9(09) VALUE 0.
001270 01  WS-LINE-CACHED              PIC 9(09) VALUE 0.
001280 01  WS-LINE-START-HUND          PIC 9(09) COMP VALUE 0.
001290 01  WS-LINE-END-HUND            PIC 9(09) COMP VALUE 0.
001300 01  WS-TIME                     PIC 9(08) VALUE 0.
001310 01  WS-TIME-PARTS REDEFINES WS-TIME.
001320     05  WS-TIME-HH              PIC 9(02).
001330     05  WS-TIME-MM              PIC 9(02).
001340     05  WS-TIME-SS              PIC 9(02).
001350     05  WS-TIME-CC              PIC 9(02).
001360 01  WS-HUNDREDTHS               PIC 9(09) COMP VALUE 0.
001370*--------------------------------------------------------------
001380* NIGHT TABLE, ONE SLOT PER RUN DATE IN ORDER OF APPEARANCE
001390*--------------------------------------------------------------
001400 01  WS-NGT-COUNT                PIC 9(04) COMP VALUE 0.
001410 01  WS-NGT-IX                   PIC 9(04) COMP VALUE 1.
001420 01  WS-NGT-SLOT                 PIC 9(04) COMP VALUE 0.
001430 01  WS-NGT-TABLE.
001440     05  WS-NGT-ENTRY            OCCURS 400.
001450         10  WS-NGT-DATE         PIC 9(08).
001460         10  WS-NGT-ENTRIES      PIC 9(05) COMP.
001470         10  WS-NGT-FIRST-HUND   PIC 9(09) COMP.
001480         10  WS-NGT-LAST-HUND    PIC 9(09) COMP.
001490         10  WS-NGT-BUSY         PIC 9(07)V99.
001500         10  WS-NGT-ROWS         PIC 9(09) COMP.
001510         10  WS-NGT-COMPUTED     PIC 9(09) COMP.
001520         10  WS-NGT-CACHED       PIC 9(09) COMP.
001530*--------------------------------------------------------------
001540* N/ROW-COUNT PAIR TABLE - ENTRIES THAT RAN (NOT RECHAZADO)
001550*--------------------------------------------------------------
001560 01  WS-PAIR-COUNT               PIC 9(04) COMP VALUE 0.
001570 01  WS-PAIR-IX                  PIC 9(04) COMP VALUE 1.
001580 01  WS-PAIR-SLOT                PIC 9(04) COMP VALUE 0.
001590 01  WS-PAIR-TABLE.
001600     05  WS-PAIR-ENTRY           OCCURS 500.
001610         10  WS-PAIR-N           PIC S9(14)V9(04).
001620         10  WS-PAIR-ROWS        PIC 9(04).
001630         10  WS-PAIR-RUNS        PIC 9(05) COMP.
001640         10  WS-PAIR-TOTAL       PIC 9(09)V99.
001650         10  WS-PAIR-MAX         PIC 9(07)V99.
001660         10  WS-PAIR-AVERAGE     PIC 9(07)V99.
001670         10  WS-PAIR-COMPUTED    PIC 9(09) COMP.
001680         10  WS-PAIR-CACHED      PIC 9(09) COMP.
001690         10  WS-PAIR-LISTED      PIC X(01).
001700 01  WS-RANK                     PIC 9(04) COMP VALUE 0.
001710 01  WS-BEST-SLOT                PIC 9(04) COMP VALUE 0.
001720 01  WS-BEST-AVERAGE             PIC 9(07)V99 VALUE 0.
001730*--------------------------------------------------------------
001740* PERIOD ACCUMULATORS
001750*--------------------------------------------------------------
001760 01  WS-TOTAL-READ               PIC 9(07) COMP VALUE 0.
001770 01  WS-TOTAL-IN-RANGE           PIC 9(07) COMP VALUE 0.
001780 01  WS-TOTAL-NIGHTS-LOST        PIC 9(07) COMP VALUE 0.
001781 01  WS-TOTAL-PRECOMPUTE         PIC 9(07) COMP VALUE 0.
001790 01  WS-TOTAL-PAIRS-LOST         PIC 9(07) COMP VALUE 0.
001800 01  WS-TOTAL-RUN-SECONDS        PIC 9(09)V99 VALUE 0.
001810 01  WS-TOTAL-RUN-COEFS          PIC 9(11) VALUE 0.
001820 01  WS-SECONDS-PER-COEF         PIC 9(03)V9(06) VALUE 0.
001830 01  WS-COEFS                    PIC 9(11) VALUE 0.
001840 01  WS-HIT-RATIO                PIC 9(03)V99 VALUE 0.
001850*--------------------------------------------------------------
001860* TONIGHT'S PROJECTION
001870*--------------------------------------------------------------
001880 01  WS-BI-SEQ                   PIC 9(06) VALUE 0.
001890 01  WS-BI-N                     PIC S9(14)V9(04) VALUE 0.
001900 01  WS-BI-ROWS                  PIC 9(04) VALUE 0.
001910 01  WS-BI-START-ROW             PIC 9(04) VALUE 0.
001920 01  WS-BI-TERMS                 PIC 9(09) VALUE 0.
001930 01  WS-BI-ESTIMATE              PIC 9(07)V99 VALUE 0.
001940 01  WS-BI-BASIS                 PIC X(10).
001950 01  WS-PROJ-ENTRIES             PIC 9(07) COMP VALUE 0.
001960 01  WS-PROJ-SKIPPED             PIC 9(07) COMP VALUE 0.
001970 01  WS-PROJ-UNPRICED            PIC 9(07) COMP VALUE 0.
001980 01  WS-PROJ-SECONDS             PIC 9(09)V99 VALUE 0.
001990 01  WS-PROJ-FINISH              PIC 9(09) COMP VALUE 0.
001991 01  WS-PROJ-LOST                PIC 9(07) COMP VALUE 0.
001992 01  WS-BI-WEIGHT                PIC 9(12) COMP VALUE 0.
001993*--------------------------------------------------------------
001994* TONIGHT'S PRICED ENTRIES, EACH WITH ITS WEIGHT (THE
001995* COEFFICIENTS ITS ROWS HOLD, AS PARTE_LOTE WEIGHS IT) AND THE
001996* STREAM IT IS GIVEN, AND THE LOAD OF EACH STREAM
001997*--------------------------------------------------------------
001998 01  WS-PRJ-MAX                  PIC 9(04) COMP VALUE 2000.
001999 01  WS-PRJ-IX                   PIC 9(04) COMP VALUE 1.
002000 01  WS-PRJ-TABLE.
002001     05  WS-PRJ-ENTRY            OCCURS 2000.
002002         10  WS-PRJ-SEQ          PIC 9(06).
002003         10  WS-PRJ-PRODUCT      PIC X(08).
002004         10  WS-PRJ-N            PIC S9(14)V9(04).
002005         10  WS-PRJ-START-ROW    PIC 9(04).
002006         10  WS-PRJ-ROWS         PIC 9(04).
002007         10  WS-PRJ-ESTIMATE     PIC 9(07)V99.
002008         10  WS-PRJ-BASIS        PIC X(10).
002009         10  WS-PRJ-WEIGHT       PIC 9(12) COMP.
002010         10  WS-PRJ-STREAM       PIC 9(02).
002011 01  WS-STREAM-TABLE.
002012     05  WS-STREAM               OCCURS 8.
002013         10  WS-STR-LOAD         PIC 9(12) COMP.
002014         10  WS-STR-ENTRIES      PIC 9(05) COMP.
002015         10  WS-STR-SECONDS      PIC 9(09)V99.
002016         10  WS-STR-RUNNING      PIC 9(09)V99.
002017 01  WS-STREAM-IX                PIC 9(02) COMP VALUE 1.
002018 01  WS-PLACED                   PIC 9(04) COMP VALUE 0.
002019 01  WS-HEAVY-IX                 PIC 9(04) COMP VALUE 0.
002020 01  WS-LIGHT-IX                 PIC 9(02) COMP VALUE 0.
002021*--------------------------------------------------------------
002022* N TEXT PARSING - THE SAME RULES TRIANGULO_PAS APPLIES TO A
002023* BATCHIN N: AN OPTIONAL MINUS, A POINT, A POSITIONAL FRACTION
002030*--------------------------------------------------------------
002040 01  WS-N-TEXT-IN                PIC X(18).
002050 01  WS-N-SIGN                   PIC X(01) VALUE "+".
002060 01  WS-N-MINUS-COUNT            PIC 9(02) VALUE 0.
002070 01  WS-N-WHOLE-TEXT             PIC X(18).
002080 01  WS-N-FRAC-TEXT              PIC X(04).
002090 01  WS-N-WHOLE                  PIC 9(14).
002100 01  WS-N-FRAC                   PIC 9(04).
002110*--------------------------------------------------------------
002120* TIME EDITING - A DURATION AS HHHH:MM:SS, A CLOCK TIME AS
002130* HH:MM:SS WITH "+N" FOR EACH MIDNIGHT PASSED
002140*--------------------------------------------------------------
002150 01  WS-CONV-SECONDS             PIC 9(09) VALUE 0.
002160 01  WS-CONV-DAYS                PIC 9(04) VALUE 0.
002170 01  WS-CONV-HOURS               PIC 9(04) VALUE 0.
002180 01  WS-CONV-MINUTES             PIC 9(02) VALUE 0.
002190 01  WS-CONV-REST                PIC 9(09) VALUE 0.
002200 01  WS-DURATION-EDIT.
002210     05  DE-HOURS                PIC ZZZ9.
002220     05  FILLER                  PIC X(01) VALUE ":".
002230     05  DE-MINUTES              PIC 9(02).
002240     05  FILLER                  PIC X(01) VALUE ":".
002250     05  DE-SECONDS              PIC 9(02).
002260 01  WS-CLOCK-EDIT.
002270     05  CE-HOURS                PIC 9(02).
002280     05  FILLER                  PIC X(01) VALUE ":".
002290     05  CE-MINUTES              PIC 9(02).
002300     05  FILLER                  PIC X(01) VALUE ":".
002310     05  CE-SECONDS              PIC 9(02).
002320     05  CE-DAYS-TEXT            PIC X(03).
002330 01  WS-DAYS-EDIT                PIC 9.
002340*--------------------------------------------------------------
002350* LISTING WORK AREAS
002360*--------------------------------------------------------------
002370 01  WS-TODAY                    PIC 9(08).
002380 01  WS-NOW                      PIC 9(08).
002390 01  WS-COUNT-EDIT               PIC Z(06)9.
002400 01  WS-SECONDS-EDIT             PIC Z(06)9.99.
002410 01  WS-NIGHT-LINE.
002420     05  NL-DATE                 PIC 9(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  NL-ENTRIES              PIC Z(07)9.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  NL-FIRST                PIC X(11).
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  NL-LAST                 PIC X(11).
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  NL-WINDOW               PIC X(10).
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  NL-BUSY                 PIC X(10).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  NL-ROWS                 PIC Z(08)9.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  NL-COMPUTED             PIC Z(09)9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  NL-CACHED               PIC Z(09)9.
002590     05  FILLER                  PIC X(03) VALUE SPACES.
002600     05  NL-HIT                  PIC ZZ9.99.
002610 01  WS-PAIR-LINE.
002620     05  PL-RANK                 PIC Z9.
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  PL-N                    PIC -(13)9.9(04).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  PL-ROWS                 PIC Z(04)9.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  PL-RUNS                 PIC Z(07)9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  PL-AVERAGE              PIC Z(06)9.99.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  PL-MAX                  PIC Z(06)9.99.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  PL-AVERAGE-HMS          PIC X(10).
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  PL-HIT                  PIC ZZ9.99.
002770 01  WS-PROJ-LINE.
002780     05  JL-SEQ                  PIC Z(05)9.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  JL-PRODUCT              PIC X(08).
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  JL-N                    PIC -(13)9.9(04).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  JL-START-ROW            PIC Z(04)9.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  JL-ROWS                 PIC Z(04)9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  JL-ESTIMATE             PIC Z(06)9.99.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  JL-BASIS                PIC X(10).
002903     05  FILLER                  PIC X(02) VALUE SPACES.
002906     05  JL-STREAM               PIC ZZZ9.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  JL-FINISH               PIC X(11).
002921 01  WS-STREAM-LINE.
002922     05  FILLER                  PIC X(07) VALUE SPACES.
002923     05  SL-STREAM               PIC Z9.
002924     05  FILLER                  PIC X(02) VALUE SPACES.
002925     05  SL-ENTRIES              PIC Z(07)9.
002926     05  FILLER                  PIC X(02) VALUE SPACES.
002927     05  SL-DURATION             PIC X(10).
002928     05  FILLER                  PIC X(02) VALUE SPACES.
002929     05  SL-FINISH               PIC X(11).
002930*
002940 PROCEDURE DIVISION.
002950*==============================================================
002960 0000-MAINLINE.
002970*==============================================================
002980     DISPLAY "USO DE LA VENTANA DE LOTE".
002990     PERFORM 1000-PARSE-PARM.
003000     IF NOT PARM-OK
003010         MOVE 8 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     OPEN INPUT PERF-IN.
003050     IF NOT PERF-IN-OK
003060         DISPLAY "NO EXISTE EL ARCHIVO PERFHIST - SIN HISTORIA"
003070         MOVE 8 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     MOVE "Y" TO SW-MORE-RECORDS.
003110     PERFORM 2000-TALLY-ONE-LINE
003120         UNTIL NO-MORE-RECORDS.
003130     CLOSE PERF-IN.
003140     OPEN OUTPUT SUM-OUT.
003150     PERFORM 3000-WRITE-NIGHTS.
003160     PERFORM 3200-WRITE-SLOWEST.
003170     PERFORM 4000-PROJECT-BATCHIN THRU 4000-PROJECT-BATCHIN-EXIT.
003180     CLOSE SUM-OUT.
003190     DISPLAY "REPORTE ESCRITO EN VENTSUM".
003200     MOVE WS-RETURN-CODE TO RETURN-CODE.
003210     STOP RUN.
003220*==============================================================
003228*    THE PARM IS "DESDE,HASTA,TOPE,INICIO,LIMITE,CORRIENTES";
003236*    ANY FIELD MAY BE LEFT EMPTY. A BLANK DESDE MEANS FROM THE
003244*    BEGINNING, A BLANK HASTA THROUGH THE LAST LINE, A BLANK
003252*    INICIO NOW, A BLANK LIMITE NO WINDOW CHECK AND A BLANK
003260*    CORRIENTES THE 4 STREAMS CADENA_NOCHE RUNS.
003270*--------------------------------------------------------------
003280 1000-PARSE-PARM.
003290*==============================================================
003300     MOVE SPACES TO WS-PARM-LINE.
003310     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
003320     MOVE SPACES TO WS-PARM-FIELDS.
003330     IF WS-PARM-LINE NOT = SPACES
003340         UNSTRING WS-PARM-LINE DELIMITED BY ","
003350             INTO WS-DESDE-TEXT WS-HASTA-TEXT WS-TOPE-TEXT
003360                 WS-INICIO-TEXT WS-LIMITE-TEXT WS-CORR-TEXT
003370         END-UNSTRING
003380     END-IF.
003390     IF WS-DESDE-TEXT NOT = SPACES
003400         MOVE WS-DESDE-TEXT TO WS-DESDE
003410     END-IF.
003420     IF WS-HASTA-TEXT NOT = SPACES
003430         MOVE WS-HASTA-TEXT TO WS-HASTA
003440     END-IF.
003450     IF WS-TOPE-TEXT NOT = SPACES
003460         MOVE SPACES TO WS-TOPE-JUST
003470         UNSTRING WS-TOPE-TEXT DELIMITED BY SPACE
003480             INTO WS-TOPE-JUST
003490         END-UNSTRING
003500         INSPECT WS-TOPE-JUST REPLACING LEADING SPACE BY "0"
003510         IF WS-TOPE-JUST IS NUMERIC
003520             MOVE WS-TOPE-JUST TO WS-TOPE
003530         ELSE
003540             MOVE 0 TO WS-TOPE
003550         END-IF
003560         IF WS-TOPE = 0 OR WS-TOPE > 50
003570             DISPLAY "TOPE DE PARES NO VALIDO (1 A 50): "
003580                 WS-TOPE-TEXT
003590             MOVE "N" TO SW-PARM-OK
003600         END-IF
003610     END-IF.
003620     IF WS-INICIO-TEXT = SPACES
003630         ACCEPT WS-NOW FROM TIME
003640         MOVE WS-NOW (1:4) TO WS-HHMM-TEXT
003650     ELSE
003660         MOVE WS-INICIO-TEXT TO WS-HHMM-TEXT
003670     END-IF.
003680     PERFORM 1100-EDIT-HHMM.
003690     IF HHMM-OK
003700         MOVE WS-HHMM-SECONDS TO WS-START-SECONDS
003710     ELSE
003720         DISPLAY "HORA DE INICIO NO VALIDA (HHMM): "
003730             WS-INICIO-TEXT
003740         MOVE "N" TO SW-PARM-OK
003750     END-IF.
003760     IF WS-LIMITE-TEXT NOT = SPACES
003770         MOVE WS-LIMITE-TEXT TO WS-HHMM-TEXT
003780         PERFORM 1100-EDIT-HHMM
003790         IF HHMM-OK
003800             MOVE "Y" TO SW-LIMIT-GIVEN
003810             MOVE WS-HHMM-SECONDS TO WS-LIMIT-SECONDS
003820*            A WINDOW END AT OR BEFORE THE START IS TOMORROW'S
003830             IF WS-LIMIT-SECONDS NOT > WS-START-SECONDS
003840                 ADD 86400 TO WS-LIMIT-SECONDS
003850             END-IF
003860         ELSE
003870             DISPLAY "HORA LIMITE NO VALIDA (HHMM): "
003880                 WS-LIMITE-TEXT
003890             MOVE "N" TO SW-PARM-OK
003900         END-IF
003910     END-IF.
003911     IF WS-CORR-TEXT NOT = SPACES
003912         MOVE SPACES TO WS-CORR-JUST
003913         UNSTRING WS-CORR-TEXT DELIMITED BY SPACE
003914             INTO WS-CORR-JUST
003915         END-UNSTRING
003916         INSPECT WS-CORR-JUST REPLACING LEADING SPACE BY "0"
003917         IF WS-CORR-JUST IS NUMERIC AND WS-CORR-JUST < "0100"
003918             MOVE WS-CORR-JUST TO WS-STREAM-COUNT
003919         ELSE
003920             MOVE 0 TO WS-STREAM-COUNT
003921         END-IF
003922         IF WS-STREAM-COUNT = 0
003923             OR WS-STREAM-COUNT > CF-MAX-STREAMS
003924             DISPLAY "CORRIENTES NO VALIDAS (1 A " CF-MAX-STREAMS
003925                 "): " WS-CORR-TEXT
003926             MOVE "N" TO SW-PARM-OK
003927         END-IF
003928     END-IF.
003929*==============================================================
003930*    EDITS AN HHMM TIME INTO SECONDS SINCE MIDNIGHT.
003940*--------------------------------------------------------------
003950 1100-EDIT-HHMM.
003960*==============================================================
003970     MOVE "N" TO SW-HHMM-OK.
003980     MOVE 0 TO WS-HHMM-SECONDS.
003990     IF WS-HHMM-TEXT IS NUMERIC
004000         MOVE WS-HHMM-TEXT TO WS-HHMM
004010         IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
004020             MOVE "Y" TO SW-HHMM-OK
004030             COMPUTE WS-HHMM-SECONDS
004040                 = (WS-HHMM-HH * 60 + WS-HHMM-MM) * 60
004050         END-IF
004060     END-IF.
004070*==============================================================
004080*    READS ONE HISTORY LINE AND, WHEN ITS RUN DATE FALLS IN THE
004090*    REQUESTED RANGE, ROLLS IT INTO THE NIGHT AND PAIR TABLES.
004100*--------------------------------------------------------------
004110 2000-TALLY-ONE-LINE.
004120*==============================================================
004130     READ PERF-IN
004140         AT END
004150             MOVE "N" TO SW-MORE-RECORDS
004160         NOT AT END
004170             ADD 1 TO WS-TOTAL-READ
004180             MOVE PERF-IN-RECORD TO WS-PERF-LINE
004190             IF PH-RUN-DATE IS NUMERIC
004200                 IF PH-RUN-DATE >= WS-DESDE
004210                     AND PH-RUN-DATE <= WS-HASTA
004220                     PERFORM 2100-TALLY-IN-RANGE
004230                 END-IF
004240             END-IF
004250     END-READ.
004260*==============================================================
004270 2100-TALLY-IN-RANGE.
004280*==============================================================
004290     ADD 1 TO WS-TOTAL-IN-RANGE.
004300     MOVE PH-N TO WS-LINE-N.
004310     MOVE PH-ROWS TO WS-LINE-ROWS.
004320     MOVE PH-ELAPSED TO WS-LINE-ELAPSED.
004330     MOVE PH-ROWS-WRITTEN TO WS-LINE-ROWS-WRITTEN.
004340     MOVE PH-COEF-COMPUTED TO WS-LINE-COMPUTED.
004350     MOVE PH-COEF-CACHED TO WS-LINE-CACHED.
004360     MOVE PH-START-TIME TO WS-TIME.
004370     PERFORM 2400-TIME-TO-HUNDREDTHS.
004380     MOVE WS-HUNDREDTHS TO WS-LINE-START-HUND.
004390     IF PH-START-DATE NOT = PH-RUN-DATE
004400         ADD 8640000 TO WS-LINE-START-HUND
004410     END-IF.
004420     MOVE PH-END-TIME TO WS-TIME.
004430     PERFORM 2400-TIME-TO-HUNDREDTHS.
004440     MOVE WS-HUNDREDTHS TO WS-LINE-END-HUND.
004450     IF PH-END-DATE NOT = PH-RUN-DATE
004460         ADD 8640000 TO WS-LINE-END-HUND
004470     END-IF.
004473*    PRE-COMPUTE ENTRIES ARE LOW-PRIORITY LOOK-AHEAD WORK, SO
004476*    THEY ARE KEPT OUT OF THE NIGHTLY WINDOW FIGURES AND ONLY
004480*    COUNTED ON THEIR OWN LINE.
004481     MOVE 0 TO WS-NGT-SLOT.
004482     IF PH-MODE = "A"
004483         ADD 1 TO WS-TOTAL-PRECOMPUTE
004484     ELSE
004485         PERFORM 2200-FIND-NIGHT-SLOT
004486         IF WS-NGT-SLOT = 0
004487             ADD 1 TO WS-TOTAL-NIGHTS-LOST
004488         END-IF
004489     END-IF.
004490     IF WS-NGT-SLOT > 0
004500         ADD 1 TO WS-NGT-ENTRIES (WS-NGT-SLOT)
004510         IF WS-LINE-START-HUND < WS-NGT-FIRST-HUND (WS-NGT-SLOT)
004520             MOVE WS-LINE-START-HUND
004530                 TO WS-NGT-FIRST-HUND (WS-NGT-SLOT)
004540         END-IF
004550         IF WS-LINE-END-HUND > WS-NGT-LAST-HUND (WS-NGT-SLOT)
004560             MOVE WS-LINE-END-HUND
004570                 TO WS-NGT-LAST-HUND (WS-NGT-SLOT)
004580         END-IF
004590         ADD WS-LINE-ELAPSED TO WS-NGT-BUSY (WS-NGT-SLOT)
004600         ADD WS-LINE-ROWS-WRITTEN TO WS-NGT-ROWS (WS-NGT-SLOT)
004610         ADD WS-LINE-COMPUTED TO WS-NGT-COMPUTED (WS-NGT-SLOT)
004620         ADD WS-LINE-CACHED TO WS-NGT-CACHED (WS-NGT-SLOT)
004650     END-IF.
004660*    ONLY WORK THAT RAN PRICES A PAIR - A RECHAZADO ENTRY TAKES
004670*    NO TIME AND WOULD DRAG ITS PAIR'S AVERAGE DOWN.
004680     IF PH-OUTCOME NOT = "RECHAZADO"
004690         ADD WS-LINE-ELAPSED TO WS-TOTAL-RUN-SECONDS
004700         ADD WS-LINE-COMPUTED TO WS-TOTAL-RUN-COEFS
004710         ADD WS-LINE-CACHED TO WS-TOTAL-RUN-COEFS
004720         PERFORM 2300-FIND-PAIR-SLOT
004730         IF WS-PAIR-SLOT > 0
004740             ADD 1 TO WS-PAIR-RUNS (WS-PAIR-SLOT)
004750             ADD WS-LINE-ELAPSED TO WS-PAIR-TOTAL (WS-PAIR-SLOT)
004760             IF WS-LINE-ELAPSED > WS-PAIR-MAX (WS-PAIR-SLOT)
004770                 MOVE WS-LINE-ELAPSED
004780                     TO WS-PAIR-MAX (WS-PAIR-SLOT)
004790             END-IF
004800             ADD WS-LINE-COMPUTED
004810                 TO WS-PAIR-COMPUTED (WS-PAIR-SLOT)
004820             ADD WS-LINE-CACHED TO WS-PAIR-CACHED (WS-PAIR-SLOT)
004830         ELSE
004840             ADD 1 TO WS-TOTAL-PAIRS-LOST
004850         END-IF
004860     END-IF.
004870*==============================================================
004880*    FINDS (OR ADDS) THE NIGHT SLOT FOR THE CURRENT LINE. A
004890*    FULL TABLE LEAVES THE SLOT AT ZERO AND THE LINE IS COUNTED
004900*    AS NOT SHOWN.
004910*--------------------------------------------------------------
004920 2200-FIND-NIGHT-SLOT.
004930*==============================================================
004940     MOVE 0 TO WS-NGT-SLOT.
004950     MOVE "N" TO SW-SLOT-FOUND.
004960     IF WS-NGT-COUNT > 0
004970         PERFORM 2210-MATCH-NIGHT-SLOT
004980             VARYING WS-NGT-IX FROM 1 BY 1
004990             UNTIL WS-NGT-IX > WS-NGT-COUNT OR SLOT-FOUND
005000     END-IF.
005010     IF SLOT-NOT-FOUND AND WS-NGT-COUNT < 400
005020         ADD 1 TO WS-NGT-COUNT
005030         MOVE PH-RUN-DATE TO WS-NGT-DATE (WS-NGT-COUNT)
005040         MOVE 0 TO WS-NGT-ENTRIES (WS-NGT-COUNT)
005050         MOVE WS-LINE-START-HUND
005060             TO WS-NGT-FIRST-HUND (WS-NGT-COUNT)
005070         MOVE WS-LINE-END-HUND TO WS-NGT-LAST-HUND (WS-NGT-COUNT)
005080         MOVE 0 TO WS-NGT-BUSY (WS-NGT-COUNT)
005090         MOVE 0 TO WS-NGT-ROWS (WS-NGT-COUNT)
005100         MOVE 0 TO WS-NGT-COMPUTED (WS-NGT-COUNT)
005110         MOVE 0 TO WS-NGT-CACHED (WS-NGT-COUNT)
005120         MOVE WS-NGT-COUNT TO WS-NGT-SLOT
005130     END-IF.
005140*==============================================================
005150 2210-MATCH-NIGHT-SLOT.
005160*==============================================================
005170     IF WS-NGT-DATE (WS-NGT-IX) = PH-RUN-DATE
005180         MOVE WS-NGT-IX TO WS-NGT-SLOT
005190         MOVE "Y" TO SW-SLOT-FOUND
005200     END-IF.
005210*==============================================================
005220*    FINDS (OR ADDS) THE N/ROW-COUNT PAIR SLOT.
005230*--------------------------------------------------------------
005240 2300-FIND-PAIR-SLOT.
005250*==============================================================
005260     MOVE 0 TO WS-PAIR-SLOT.
005270     MOVE "N" TO SW-SLOT-FOUND.
005280     IF WS-PAIR-COUNT > 0
005290         PERFORM 2310-MATCH-PAIR-SLOT
005300             VARYING WS-PAIR-IX FROM 1 BY 1
005310             UNTIL WS-PAIR-IX > WS-PAIR-COUNT OR SLOT-FOUND
005320     END-IF.
005330     IF SLOT-NOT-FOUND AND WS-PAIR-COUNT < 500
005340         ADD 1 TO WS-PAIR-COUNT
005350         MOVE WS-LINE-N TO WS-PAIR-N (WS-PAIR-COUNT)
005360         MOVE WS-LINE-ROWS TO WS-PAIR-ROWS (WS-PAIR-COUNT)
005370         MOVE 0 TO WS-PAIR-RUNS (WS-PAIR-COUNT)
005380         MOVE 0 TO WS-PAIR-TOTAL (WS-PAIR-COUNT)
005390         MOVE 0 TO WS-PAIR-MAX (WS-PAIR-COUNT)
005400         MOVE 0 TO WS-PAIR-AVERAGE (WS-PAIR-COUNT)
005410         MOVE 0 TO WS-PAIR-COMPUTED (WS-PAIR-COUNT)
005420         MOVE 0 TO WS-PAIR-CACHED (WS-PAIR-COUNT)
005430         MOVE "N" TO WS-PAIR-LISTED (WS-PAIR-COUNT)
005440         MOVE WS-PAIR-COUNT TO WS-PAIR-SLOT
005450     END-IF.
005460*==============================================================
005470 2310-MATCH-PAIR-SLOT.
005480*==============================================================
005490     IF WS-PAIR-N (WS-PAIR-IX) = WS-LINE-N
005500         AND WS-PAIR-ROWS (WS-PAIR-IX) = WS-LINE-ROWS
005510         MOVE WS-PAIR-IX TO WS-PAIR-SLOT
005520         MOVE "Y" TO SW-SLOT-FOUND
005530     END-IF.
005540*==============================================================
005550*    HHMMSSCC IN WS-TIME TO HUNDREDTHS SINCE MIDNIGHT.
005560*--------------------------------------------------------------
005570 2400-TIME-TO-HUNDREDTHS.
005580*==============================================================
005590     IF WS-TIME IS NUMERIC
005600         COMPUTE WS-HUNDREDTHS
005610             = ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
005620                 * 100 + WS-TIME-CC
005630     ELSE
005640         MOVE 0 TO WS-HUNDREDTHS
005650     END-IF.
005660*==============================================================
005670*    REPORT HEADER AND THE WINDOW USAGE OF EACH NIGHT.
005680*--------------------------------------------------------------
005690 3000-WRITE-NIGHTS.
005700*==============================================================
005710     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005720     MOVE SPACES TO SUM-OUT-RECORD.
005730     STRING "USO DE LA VENTANA DE LOTE   FECHA: "
005740         DELIMITED BY SIZE
005750         WS-TODAY DELIMITED BY SIZE
005760         "   DESDE: " DELIMITED BY SIZE
005770         WS-DESDE DELIMITED BY SIZE
005780         "   HASTA: " DELIMITED BY SIZE
005790         WS-HASTA DELIMITED BY SIZE
005800         INTO SUM-OUT-RECORD
005810     END-STRING.
005820     WRITE SUM-OUT-RECORD.
005830     MOVE SPACES TO SUM-OUT-RECORD.
005840     WRITE SUM-OUT-RECORD.
005850     MOVE "USO DE LA VENTANA POR NOCHE" TO SUM-OUT-RECORD.
005860     WRITE SUM-OUT-RECORD.
005870     MOVE SPACES TO SUM-OUT-RECORD.
005880     STRING "FECHA     ENTRADAS  PRIMER INI  ULTIMO FIN"
005890         DELIMITED BY SIZE
005900         "     VENTANA   T.SUMADO  RENGLONES  CALCULADOS"
005910         DELIMITED BY SIZE
005920         "    DE CACHE ACIERTO%" DELIMITED BY SIZE
005930         INTO SUM-OUT-RECORD
005940     END-STRING.
005950     WRITE SUM-OUT-RECORD.
005960     IF WS-NGT-COUNT > 0
005970         PERFORM 3100-WRITE-NIGHT-LINE
005980             VARYING WS-NGT-IX FROM 1 BY 1
005990             UNTIL WS-NGT-IX > WS-NGT-COUNT
005991         MOVE SPACES TO SUM-OUT-RECORD
005992         STRING "  T.SUMADO = SUMA DE LOS TIEMPOS DE LAS"
005993             DELIMITED BY SIZE
005994             " ENTRADAS; CON CORRIENTES EN PARALELO EXCEDE"
005995             DELIMITED BY SIZE
005996             " LA VENTANA" DELIMITED BY SIZE
005997             INTO SUM-OUT-RECORD
005998         END-STRING
005999         WRITE SUM-OUT-RECORD
006000     ELSE
006010         MOVE "  (NINGUNA CORRIDA EN EL PERIODO)"
006020             TO SUM-OUT-RECORD
006030         WRITE SUM-OUT-RECORD
006040     END-IF.
006050     IF WS-TOTAL-NIGHTS-LOST > 0
006060         MOVE WS-TOTAL-NIGHTS-LOST TO WS-COUNT-EDIT
006070         MOVE SPACES TO SUM-OUT-RECORD
006080         STRING "  TABLA DE NOCHES LLENA - NO MOSTRADAS: "
006090             DELIMITED BY SIZE
006100             WS-COUNT-EDIT DELIMITED BY SIZE
006110             INTO SUM-OUT-RECORD
006120         END-STRING
006130         WRITE SUM-OUT-RECORD
006140     END-IF.
006141     IF WS-TOTAL-PRECOMPUTE > 0
006142         MOVE WS-TOTAL-PRECOMPUTE TO WS-COUNT-EDIT
006143         MOVE SPACES TO SUM-OUT-RECORD
006144         STRING "  ENTRADAS DE PRECALCULO (FUERA DE LA VENTANA): "
006145             DELIMITED BY SIZE
006146             WS-COUNT-EDIT DELIMITED BY SIZE
006147             INTO SUM-OUT-RECORD
006148         END-STRING
006149         WRITE SUM-OUT-RECORD
006150     END-IF.
006155     MOVE SPACES TO SUM-OUT-RECORD.
006160     WRITE SUM-OUT-RECORD.
006170     MOVE WS-TOTAL-IN-RANGE TO WS-COUNT-EDIT.
006180     DISPLAY "ENTRADAS EN PERIODO: " WS-COUNT-EDIT.
006190     MOVE WS-NGT-COUNT TO WS-COUNT-EDIT.
006200     DISPLAY "NOCHES EN PERIODO:   " WS-COUNT-EDIT.
006210*==============================================================
006220 3100-WRITE-NIGHT-LINE.
006230*==============================================================
006240     MOVE WS-NGT-DATE (WS-NGT-IX) TO NL-DATE.
006250     MOVE WS-NGT-ENTRIES (WS-NGT-IX) TO NL-ENTRIES.
006260     COMPUTE WS-CONV-SECONDS
006270         = WS-NGT-FIRST-HUND (WS-NGT-IX) / 100.
006280     PERFORM 8100-EDIT-CLOCK.
006290     MOVE WS-CLOCK-EDIT TO NL-FIRST.
006300     COMPUTE WS-CONV-SECONDS
006310         = WS-NGT-LAST-HUND (WS-NGT-IX) / 100.
006320     PERFORM 8100-EDIT-CLOCK.
006330     MOVE WS-CLOCK-EDIT TO NL-LAST.
006340     COMPUTE WS-CONV-SECONDS
006350         = (WS-NGT-LAST-HUND (WS-NGT-IX)
006360             - WS-NGT-FIRST-HUND (WS-NGT-IX)) / 100.
006370     PERFORM 8000-EDIT-DURATION.
006380     MOVE WS-DURATION-EDIT TO NL-WINDOW.
006390     MOVE WS-NGT-BUSY (WS-NGT-IX) TO WS-CONV-SECONDS.
006400     PERFORM 8000-EDIT-DURATION.
006410     MOVE WS-DURATION-EDIT TO NL-BUSY.
006420     MOVE WS-NGT-ROWS (WS-NGT-IX) TO NL-ROWS.
006430     MOVE WS-NGT-COMPUTED (WS-NGT-IX) TO NL-COMPUTED.
006440     MOVE WS-NGT-CACHED (WS-NGT-IX) TO NL-CACHED.
006450     COMPUTE WS-COEFS = WS-NGT-COMPUTED (WS-NGT-IX)
006460         + WS-NGT-CACHED (WS-NGT-IX).
006470     IF WS-COEFS > 0
006480         COMPUTE WS-HIT-RATIO ROUNDED
006490             = WS-NGT-CACHED (WS-NGT-IX) * 100 / WS-COEFS
006500     ELSE
006510         MOVE 0 TO WS-HIT-RATIO
006520     END-IF.
006530     MOVE WS-HIT-RATIO TO NL-HIT.
006540     MOVE WS-NIGHT-LINE TO SUM-OUT-RECORD.
006550     WRITE SUM-OUT-RECORD.
006560*==============================================================
006570*    THE SLOWEST PAIRS BY AVERAGE ELAPSED TIME PER ENTRY, TOPE
006580*    OF THEM, PICKED ONE AT A TIME FROM THOSE NOT YET LISTED.
006590*--------------------------------------------------------------
006600 3200-WRITE-SLOWEST.
006610*==============================================================
006620     IF WS-PAIR-COUNT > 0
006630         PERFORM 3205-AVERAGE-ONE-PAIR
006640             VARYING WS-PAIR-IX FROM 1 BY 1
006650             UNTIL WS-PAIR-IX > WS-PAIR-COUNT
006660     END-IF.
006670     MOVE WS-TOPE TO WS-COUNT-EDIT.
006680     MOVE SPACES TO SUM-OUT-RECORD.
006690     STRING "PARES N/RENGLONES MAS LENTOS (TOPE "
006700         DELIMITED BY SIZE
006710         WS-COUNT-EDIT DELIMITED BY SIZE
006720         ") - SEGUNDOS POR ENTRADA" DELIMITED BY SIZE
006730         INTO SUM-OUT-RECORD
006740     END-STRING.
006750     WRITE SUM-OUT-RECORD.
006760     MOVE SPACES TO SUM-OUT-RECORD.
006770     STRING " #                    N  RENGL  CORRIDAS"
006780         DELIMITED BY SIZE
006790         "    PROMEDIO      MAXIMO    PROMEDIO ACIERTO%"
006800         DELIMITED BY SIZE
006810         INTO SUM-OUT-RECORD
006820     END-STRING.
006830     WRITE SUM-OUT-RECORD.
006840     MOVE 1 TO WS-BEST-SLOT.
006850     PERFORM 3210-LIST-NEXT-SLOWEST
006860         VARYING WS-RANK FROM 1 BY 1
006870         UNTIL WS-RANK > WS-TOPE OR WS-BEST-SLOT = 0.
006880     IF WS-PAIR-COUNT = 0
006890         MOVE "  (NINGUNA ENTRADA PROCESADA EN EL PERIODO)"
006900             TO SUM-OUT-RECORD
006910         WRITE SUM-OUT-RECORD
006920     END-IF.
006930     IF WS-TOTAL-PAIRS-LOST > 0
006940         MOVE WS-TOTAL-PAIRS-LOST TO WS-COUNT-EDIT
006950         MOVE SPACES TO SUM-OUT-RECORD
006960         STRING "  TABLA DE PARES LLENA - NO MOSTRADAS: "
006970             DELIMITED BY SIZE
006980             WS-COUNT-EDIT DELIMITED BY SIZE
006990             INTO SUM-OUT-RECORD
007000         END-STRING
007010         WRITE SUM-OUT-RECORD
007020     END-IF.
007030     MOVE SPACES TO SUM-OUT-RECORD.
007040     WRITE SUM-OUT-RECORD.
007050*==============================================================
007060 3205-AVERAGE-ONE-PAIR.
007070*==============================================================
007080     COMPUTE WS-PAIR-AVERAGE (WS-PAIR-IX) ROUNDED
007090         = WS-PAIR-TOTAL (WS-PAIR-IX) / WS-PAIR-RUNS (WS-PAIR-IX).
007100*==============================================================
007110*    FINDS THE SLOWEST PAIR NOT YET LISTED AND LISTS IT. NONE
007120*    LEFT LEAVES WS-BEST-SLOT AT ZERO, WHICH ENDS THE LIST.
007130*--------------------------------------------------------------
007140 3210-LIST-NEXT-SLOWEST.
007150*==============================================================
007160     MOVE 0 TO WS-BEST-SLOT.
007170     MOVE 0 TO WS-BEST-AVERAGE.
007180     IF WS-PAIR-COUNT > 0
007190         PERFORM 3220-COMPARE-ONE-PAIR
007200             VARYING WS-PAIR-IX FROM 1 BY 1
007210             UNTIL WS-PAIR-IX > WS-PAIR-COUNT
007220     END-IF.
007230     IF WS-BEST-SLOT > 0
007240         MOVE "Y" TO WS-PAIR-LISTED (WS-BEST-SLOT)
007250         PERFORM 3230-WRITE-PAIR-LINE
007260     END-IF.
007270*==============================================================
007280 3220-COMPARE-ONE-PAIR.
007290*==============================================================
007300     IF WS-PAIR-LISTED (WS-PAIR-IX) = "N"
007310         IF WS-BEST-SLOT = 0
007320             OR WS-PAIR-AVERAGE (WS-PAIR-IX) > WS-BEST-AVERAGE
007330             MOVE WS-PAIR-IX TO WS-BEST-SLOT
007340             MOVE WS-PAIR-AVERAGE (WS-PAIR-IX) TO WS-BEST-AVERAGE
007350         END-IF
007360     END-IF.
007370*==============================================================
007380 3230-WRITE-PAIR-LINE.
007390*==============================================================
007400     MOVE WS-RANK TO PL-RANK.
007410     MOVE WS-PAIR-N (WS-BEST-SLOT) TO PL-N.
007420     MOVE WS-PAIR-ROWS (WS-BEST-SLOT) TO PL-ROWS.
007430     MOVE WS-PAIR-RUNS (WS-BEST-SLOT) TO PL-RUNS.
007440     MOVE WS-PAIR-AVERAGE (WS-BEST-SLOT) TO PL-AVERAGE.
007450     MOVE WS-PAIR-MAX (WS-BEST-SLOT) TO PL-MAX.
007460     MOVE WS-PAIR-AVERAGE (WS-BEST-SLOT) TO WS-CONV-SECONDS.
007470     PERFORM 8000-EDIT-DURATION.
007480     MOVE WS-DURATION-EDIT TO PL-AVERAGE-HMS.
007490     COMPUTE WS-COEFS = WS-PAIR-COMPUTED (WS-BEST-SLOT)
007500         + WS-PAIR-CACHED (WS-BEST-SLOT).
007510     IF WS-COEFS > 0
007520         COMPUTE WS-HIT-RATIO ROUNDED
007530             = WS-PAIR-CACHED (WS-BEST-SLOT) * 100 / WS-COEFS
007540     ELSE
007550         MOVE 0 TO WS-HIT-RATIO
007560     END-IF.
007570     MOVE WS-HIT-RATIO TO PL-HIT.
007580     MOVE WS-PAIR-LINE TO SUM-OUT-RECORD.
007590     WRITE SUM-OUT-RECORD.
007600*==============================================================
007606*    PROJECTS TONIGHT'S BATCHIN: EACH ENTRY IS PRICED AT ITS
007612*    PAIR'S AVERAGE WHEN THE PAIR RAN IN THE PERIOD ("HISTORIA"),
007618*    OTHERWISE AT THE PERIOD'S SECONDS PER COEFFICIENT TIMES THE
007624*    COEFFICIENTS OF ITS ROW RANGE ("POR COEF"). WITH NO HISTORY
007630*    AT ALL AN ENTRY CANNOT BE PRICED ("SIN DATOS") AND THE
007636*    PROJECTION IS A FLOOR. THE PRICED ENTRIES ARE THEN PLACED ON
007642*    THE STREAMS AS PARTE_LOTE WILL PLACE THEM AND LISTED IN
007648*    BATCHIN ORDER - THE ORDER EACH STREAM RUNS THEM IN - WITH
007654*    THE RUNNING FINISH OF THEIR STREAM. THE STREAMS ALL START
007660*    AT THE START TIME AND THE NIGHT ENDS WITH THE LONGEST.
007670*--------------------------------------------------------------
007680 4000-PROJECT-BATCHIN.
007690*==============================================================
007700     IF WS-TOTAL-RUN-COEFS > 0
007710         COMPUTE WS-SECONDS-PER-COEF ROUNDED
007720             = WS-TOTAL-RUN-SECONDS / WS-TOTAL-RUN-COEFS
007730     END-IF.
007740     MOVE WS-START-SECONDS TO WS-CONV-SECONDS.
007750     PERFORM 8100-EDIT-CLOCK.
007760     MOVE SPACES TO SUM-OUT-RECORD.
007770     STRING "PROYECCION DEL BATCHIN DE ESTA NOCHE   INICIO: "
007780         DELIMITED BY SIZE
007790         WS-CLOCK-EDIT DELIMITED BY SIZE
007793         "   CORRIENTES: " DELIMITED BY SIZE
007796         WS-STREAM-COUNT DELIMITED BY SIZE
007800         INTO SUM-OUT-RECORD
007810     END-STRING.
007820     WRITE SUM-OUT-RECORD.
007830     OPEN INPUT BATCH-IN.
007840     IF NOT BATCH-IN-OK
007850         MOVE "  (SIN BATCHIN - NO HAY PROYECCION)"
007860             TO SUM-OUT-RECORD
007870         WRITE SUM-OUT-RECORD
007880         DISPLAY "SIN BATCHIN - NO HAY PROYECCION"
007890         GO TO 4000-PROJECT-BATCHIN-EXIT
007900     END-IF.
007910     MOVE SPACES TO SUM-OUT-RECORD.
007920     STRING "   SEC  PRODUCTO                   N  DESDE HASTA"
007930         DELIMITED BY SIZE
007940         "    ESTIMADO  BASE        CORR  FIN ESTIMADO"
007950         DELIMITED BY SIZE
007960         INTO SUM-OUT-RECORD
007970     END-STRING.
007980     WRITE SUM-OUT-RECORD.
007990     MOVE 0 TO WS-BI-SEQ.
008010     MOVE "Y" TO SW-MORE-RECORDS.
008020     PERFORM 4100-PROJECT-ONE-ENTRY
008030         UNTIL NO-MORE-RECORDS.
008040     CLOSE BATCH-IN.
008042     PERFORM 4300-PLACE-ENTRIES.
008044     PERFORM 4400-LIST-ONE-ENTRY
008046         VARYING WS-PRJ-IX FROM 1 BY 1
008048         UNTIL WS-PRJ-IX > WS-PROJ-ENTRIES.
008050     PERFORM 4200-WRITE-PROJECTION-TOTALS.
008060 4000-PROJECT-BATCHIN-EXIT.
008070     EXIT.
008080*==============================================================
008090 4100-PROJECT-ONE-ENTRY.
008100*==============================================================
008110     READ BATCH-IN
008120         AT END
008130             MOVE "N" TO SW-MORE-RECORDS
008140         NOT AT END
008150             ADD 1 TO WS-BI-SEQ
008160             IF BI-ROW-COUNT-TEXT = SPACES
008170                 ADD 1 TO WS-PROJ-SKIPPED
008180             ELSE
008190                 PERFORM 4110-PRICE-ENTRY
008200                     THRU 4110-PRICE-ENTRY-EXIT
008210             END-IF
008220     END-READ.
008230*==============================================================
008238*    PRICES ONE ENTRY, WEIGHS IT AND KEEPS IT FOR PLACEMENT.
008246*    ROW P HOLDS P + 1 COEFFICIENTS, SO ROWS S THROUGH R HOLD
008254*    (R - S + 1) * (R + S + 2) / 2 OF THEM - THE ENTRY'S WEIGHT
008262*    AND, WITH NO PAIR HISTORY, THE BASIS OF ITS PRICE.
008270*--------------------------------------------------------------
008280 4110-PRICE-ENTRY.
008290*==============================================================
008300     MOVE BI-N-TEXT TO WS-N-TEXT-IN.
008310     PERFORM 4120-PARSE-N-TEXT.
008320     MOVE BI-ROW-COUNT-TEXT TO WS-BI-ROWS.
008330     MOVE BI-START-ROW-TEXT TO WS-BI-START-ROW.
008340     IF WS-BI-START-ROW = 0
008350         MOVE 1 TO WS-BI-START-ROW
008360     END-IF.
008370     IF WS-BI-ROWS = 0
008380         ADD 1 TO WS-PROJ-SKIPPED
008390         GO TO 4110-PRICE-ENTRY-EXIT
008400     END-IF.
008410     IF WS-BI-START-ROW > WS-BI-ROWS
008420         MOVE WS-BI-ROWS TO WS-BI-START-ROW
008430     END-IF.
008431     IF WS-PROJ-ENTRIES = WS-PRJ-MAX
008432         ADD 1 TO WS-PROJ-LOST
008433         GO TO 4110-PRICE-ENTRY-EXIT
008434     END-IF.
008435     COMPUTE WS-BI-TERMS
008436         = (WS-BI-ROWS - WS-BI-START-ROW + 1)
008437         * (WS-BI-ROWS + WS-BI-START-ROW + 2) / 2.
008440     MOVE WS-BI-N TO WS-LINE-N.
008450     MOVE WS-BI-ROWS TO WS-LINE-ROWS.
008460     MOVE 0 TO WS-PAIR-SLOT.
008470     MOVE "N" TO SW-SLOT-FOUND.
008480     IF WS-PAIR-COUNT > 0
008490         PERFORM 2310-MATCH-PAIR-SLOT
008500             VARYING WS-PAIR-IX FROM 1 BY 1
008510             UNTIL WS-PAIR-IX > WS-PAIR-COUNT OR SLOT-FOUND
008520     END-IF.
008530     IF WS-PAIR-SLOT > 0
008540         MOVE WS-PAIR-AVERAGE (WS-PAIR-SLOT) TO WS-BI-ESTIMATE
008550         MOVE "HISTORIA" TO WS-BI-BASIS
008560     ELSE
008570         IF WS-SECONDS-PER-COEF > 0
008640             COMPUTE WS-BI-ESTIMATE ROUNDED
008650                 = WS-BI-TERMS * WS-SECONDS-PER-COEF
008660             MOVE "POR COEF" TO WS-BI-BASIS
008670         ELSE
008680             MOVE 0 TO WS-BI-ESTIMATE
008690             MOVE "SIN DATOS" TO WS-BI-BASIS
008700             ADD 1 TO WS-PROJ-UNPRICED
008710         END-IF
008720     END-IF.
008721     ADD 1 TO WS-PROJ-ENTRIES.
008722     MOVE WS-BI-SEQ TO WS-PRJ-SEQ (WS-PROJ-ENTRIES).
008723     MOVE BI-PRODUCT TO WS-PRJ-PRODUCT (WS-PROJ-ENTRIES).
008724     MOVE WS-BI-N TO WS-PRJ-N (WS-PROJ-ENTRIES).
008725     MOVE WS-BI-START-ROW TO WS-PRJ-START-ROW (WS-PROJ-ENTRIES).
008726     MOVE WS-BI-ROWS TO WS-PRJ-ROWS (WS-PROJ-ENTRIES).
008727     MOVE WS-BI-ESTIMATE TO WS-PRJ-ESTIMATE (WS-PROJ-ENTRIES).
008728     MOVE WS-BI-BASIS TO WS-PRJ-BASIS (WS-PROJ-ENTRIES).
008729     MOVE WS-BI-TERMS TO WS-PRJ-WEIGHT (WS-PROJ-ENTRIES).
008730     MOVE 0 TO WS-PRJ-STREAM (WS-PROJ-ENTRIES).
008731 4110-PRICE-ENTRY-EXIT.
008732     EXIT.
008733*==============================================================
008734*    PLACES THE PRICED ENTRIES THE WAY PARTE_LOTE DOES: HEAVIEST
008735*    FIRST, EACH ON THE STREAM WITH THE LEAST WEIGHT SO FAR (THE
008736*    LOWEST-NUMBERED ON A TIE), WITH NO MORE STREAMS THAN
008737*    ENTRIES. THE LONGEST STREAM GIVES THE PROJECTED FINISH.
008738*--------------------------------------------------------------
008739 4300-PLACE-ENTRIES.
008740*==============================================================
008741     IF WS-PROJ-ENTRIES > 0 AND WS-PROJ-ENTRIES < WS-STREAM-COUNT
008742         MOVE WS-PROJ-ENTRIES TO WS-STREAM-COUNT
008743         MOVE SPACES TO SUM-OUT-RECORD
008744         STRING "  POCAS ENTRADAS - SE USAN " DELIMITED BY SIZE
008745             WS-STREAM-COUNT DELIMITED BY SIZE
008746             " CORRIENTES" DELIMITED BY SIZE
008747             INTO SUM-OUT-RECORD
008748         END-STRING
008749         WRITE SUM-OUT-RECORD
008750     END-IF.
008751     PERFORM 4310-CLEAR-ONE-STREAM
008752         VARYING WS-STREAM-IX FROM 1 BY 1
008753         UNTIL WS-STREAM-IX > CF-MAX-STREAMS.
008754     PERFORM 4320-PLACE-ONE-ENTRY
008755         VARYING WS-PLACED FROM 1 BY 1
008756         UNTIL WS-PLACED > WS-PROJ-ENTRIES.
008757     MOVE 0 TO WS-PROJ-SECONDS.
008758     PERFORM 4350-CHECK-LONGEST
008759         VARYING WS-STREAM-IX FROM 1 BY 1
008760         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
008761     COMPUTE WS-PROJ-FINISH ROUNDED
008762         = WS-START-SECONDS + WS-PROJ-SECONDS.
008763*==============================================================
008764 4310-CLEAR-ONE-STREAM.
008765*==============================================================
008766     MOVE 0 TO WS-STR-LOAD (WS-STREAM-IX).
008767     MOVE 0 TO WS-STR-ENTRIES (WS-STREAM-IX).
008768     MOVE 0 TO WS-STR-SECONDS (WS-STREAM-IX).
008769     MOVE 0 TO WS-STR-RUNNING (WS-STREAM-IX).
008770*==============================================================
008771 4320-PLACE-ONE-ENTRY.
008772*==============================================================
008773     MOVE 0 TO WS-HEAVY-IX.
008774     PERFORM 4330-CHECK-HEAVIER
008775         VARYING WS-PRJ-IX FROM 1 BY 1
008776         UNTIL WS-PRJ-IX > WS-PROJ-ENTRIES.
008777     MOVE 1 TO WS-LIGHT-IX.
008778     PERFORM 4340-CHECK-LIGHTER
008779         VARYING WS-STREAM-IX FROM 2 BY 1
008780         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
008781     MOVE WS-LIGHT-IX TO WS-PRJ-STREAM (WS-HEAVY-IX).
008782     ADD WS-PRJ-WEIGHT (WS-HEAVY-IX) TO WS-STR-LOAD (WS-LIGHT-IX).
008783     ADD 1 TO WS-STR-ENTRIES (WS-LIGHT-IX).
008784     ADD WS-PRJ-ESTIMATE (WS-HEAVY-IX)
008785         TO WS-STR-SECONDS (WS-LIGHT-IX).
008786*==============================================================
008787 4330-CHECK-HEAVIER.
008788*==============================================================
008789     IF WS-PRJ-STREAM (WS-PRJ-IX) = 0
008790         IF WS-HEAVY-IX = 0
008791             MOVE WS-PRJ-IX TO WS-HEAVY-IX
008792         ELSE
008793             IF WS-PRJ-WEIGHT (WS-PRJ-IX)
008794                 > WS-PRJ-WEIGHT (WS-HEAVY-IX)
008795                 MOVE WS-PRJ-IX TO WS-HEAVY-IX
008796             END-IF
008797         END-IF
008798     END-IF.
008799*==============================================================
008800 4340-CHECK-LIGHTER.
008801*==============================================================
008802     IF WS-STR-LOAD (WS-STREAM-IX) < WS-STR-LOAD (WS-LIGHT-IX)
008803         MOVE WS-STREAM-IX TO WS-LIGHT-IX
008804     END-IF.
008805*==============================================================
008806 4350-CHECK-LONGEST.
008807*==============================================================
008808     IF WS-STR-SECONDS (WS-STREAM-IX) > WS-PROJ-SECONDS
008809         MOVE WS-STR-SECONDS (WS-STREAM-IX) TO WS-PROJ-SECONDS
008810     END-IF.
008811*==============================================================
008812*    LISTS ONE ENTRY WITH ITS STREAM AND THAT STREAM'S RUNNING
008813*    FINISH.
008814*--------------------------------------------------------------
008815 4400-LIST-ONE-ENTRY.
008816*==============================================================
008817     MOVE WS-PRJ-STREAM (WS-PRJ-IX) TO WS-STREAM-IX.
008818     ADD WS-PRJ-ESTIMATE (WS-PRJ-IX)
008819         TO WS-STR-RUNNING (WS-STREAM-IX).
008820     MOVE WS-PRJ-SEQ (WS-PRJ-IX) TO JL-SEQ.
008821     MOVE WS-PRJ-PRODUCT (WS-PRJ-IX) TO JL-PRODUCT.
008822     MOVE WS-PRJ-N (WS-PRJ-IX) TO JL-N.
008823     MOVE WS-PRJ-START-ROW (WS-PRJ-IX) TO JL-START-ROW.
008824     MOVE WS-PRJ-ROWS (WS-PRJ-IX) TO JL-ROWS.
008825     MOVE WS-PRJ-ESTIMATE (WS-PRJ-IX) TO JL-ESTIMATE.
008826     MOVE WS-PRJ-BASIS (WS-PRJ-IX) TO JL-BASIS.
008827     MOVE WS-STREAM-IX TO JL-STREAM.
008828     COMPUTE WS-CONV-SECONDS ROUNDED
008829         = WS-START-SECONDS + WS-STR-RUNNING (WS-STREAM-IX).
008830     PERFORM 8100-EDIT-CLOCK.
008831     MOVE WS-CLOCK-EDIT TO JL-FINISH.
008832     MOVE WS-PROJ-LINE TO SUM-OUT-RECORD.
008833     WRITE SUM-OUT-RECORD.
008910*==============================================================
008920*    CONVERTS THE N TEXT IN WS-N-TEXT-IN TO WS-BI-N - A LEADING
008930*    MINUS, THEN WHOLE AND POSITIONAL FRACTION ABOUT THE POINT.
008940*--------------------------------------------------------------
008950 4120-PARSE-N-TEXT.
008960*==============================================================
008970     MOVE "+" TO WS-N-SIGN.
008980     MOVE 0 TO WS-N-MINUS-COUNT.
008990     INSPECT WS-N-TEXT-IN
009000         TALLYING WS-N-MINUS-COUNT FOR ALL "-".
009010     IF WS-N-MINUS-COUNT > 0
009020         MOVE "-" TO WS-N-SIGN
009030         INSPECT WS-N-TEXT-IN REPLACING ALL "-" BY " "
009040     END-IF.
009050     MOVE SPACES TO WS-N-WHOLE-TEXT.
009060     MOVE SPACES TO WS-N-FRAC-TEXT.
009070     UNSTRING WS-N-TEXT-IN DELIMITED BY "."
009080         INTO WS-N-WHOLE-TEXT WS-N-FRAC-TEXT
009090     END-UNSTRING.
009100     IF WS-N-WHOLE-TEXT = SPACES
009110         MOVE 0 TO WS-N-WHOLE
009120     ELSE
009130         MOVE WS-N-WHOLE-TEXT TO WS-N-WHOLE
009140     END-IF.
009150     INSPECT WS-N-FRAC-TEXT REPLACING ALL " " BY "0".
009160     MOVE WS-N-FRAC-TEXT TO WS-N-FRAC.
009170     COMPUTE WS-BI-N = WS-N-WHOLE + WS-N-FRAC / 10000.
009180     IF WS-N-SIGN = "-"
009190         COMPUTE WS-BI-N = 0 - WS-BI-N
009200     END-IF.
009210*==============================================================
009220*    PROJECTION TOTALS AND THE WINDOW VERDICT, TO THE LISTING
009230*    AND THE CONSOLE.
009240*--------------------------------------------------------------
009250 4200-WRITE-PROJECTION-TOTALS.
009260*==============================================================
009270     MOVE SPACES TO SUM-OUT-RECORD.
009280     WRITE SUM-OUT-RECORD.
009290     MOVE WS-PROJ-ENTRIES TO WS-COUNT-EDIT.
009300     MOVE SPACES TO SUM-OUT-RECORD.
009310     STRING "ENTRADAS PROYECTADAS: " DELIMITED BY SIZE
009320         WS-COUNT-EDIT DELIMITED BY SIZE
009330         INTO SUM-OUT-RECORD
009340     END-STRING.
009350     WRITE SUM-OUT-RECORD.
009360     DISPLAY "ENTRADAS PROYECTADAS: " WS-COUNT-EDIT.
009370     IF WS-PROJ-SKIPPED > 0
009380         MOVE WS-PROJ-SKIPPED TO WS-COUNT-EDIT
009390         MOVE SPACES TO SUM-OUT-RECORD
009400         STRING "ENTRADAS NO VALIDAS: " DELIMITED BY SIZE
009410             WS-COUNT-EDIT DELIMITED BY SIZE
009420             INTO SUM-OUT-RECORD
009430         END-STRING
009440         WRITE SUM-OUT-RECORD
009450         DISPLAY "ENTRADAS NO VALIDAS:  " WS-COUNT-EDIT
009460     END-IF.
009470     IF WS-PROJ-UNPRICED > 0
009480         MOVE WS-PROJ-UNPRICED TO WS-COUNT-EDIT
009490         MOVE SPACES TO SUM-OUT-RECORD
009500         STRING "SIN DATOS PARA ESTIMAR:" DELIMITED BY SIZE
009510             WS-COUNT-EDIT DELIMITED BY SIZE
009520             " - LA PROYECCION ES UN MINIMO" DELIMITED BY SIZE
009530             INTO SUM-OUT-RECORD
009540         END-STRING
009550         WRITE SUM-OUT-RECORD
009560         DISPLAY SUM-OUT-RECORD (1:60)
009570     END-IF.
009571     IF WS-PROJ-LOST > 0
009572         MOVE WS-PROJ-LOST TO WS-COUNT-EDIT
009573         MOVE SPACES TO SUM-OUT-RECORD
009574         STRING "TABLA DE PROYECCION LLENA - NO PROYECTADAS:"
009575             DELIMITED BY SIZE
009576             WS-COUNT-EDIT DELIMITED BY SIZE
009577             " - LA PROYECCION ES UN MINIMO" DELIMITED BY SIZE
009578             INTO SUM-OUT-RECORD
009579         END-STRING
009580         WRITE SUM-OUT-RECORD
009581         DISPLAY SUM-OUT-RECORD (1:72)
009582     END-IF.
009583     MOVE SPACES TO SUM-OUT-RECORD.
009584     STRING "CORRIENTE  ENTRADAS    DURACION  FIN ESTIMADO"
009585         DELIMITED BY SIZE
009586         INTO SUM-OUT-RECORD
009587     END-STRING.
009588     WRITE SUM-OUT-RECORD.
009589     PERFORM 4210-WRITE-STREAM-LINE
009590         VARYING WS-STREAM-IX FROM 1 BY 1
009591         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
009592     DISPLAY "CORRIENTES:           " WS-STREAM-COUNT.
009593     COMPUTE WS-CONV-SECONDS = WS-PROJ-FINISH - WS-START-SECONDS.
009594     PERFORM 8000-EDIT-DURATION.
009600     MOVE SPACES TO SUM-OUT-RECORD.
009610     STRING "DURACION ESTIMADA:   " DELIMITED BY SIZE
009620         WS-DURATION-EDIT DELIMITED BY SIZE
009630         INTO SUM-OUT-RECORD
009640     END-STRING.
009650     WRITE SUM-OUT-RECORD.
009660     DISPLAY "DURACION ESTIMADA:    " WS-DURATION-EDIT.
009670     MOVE WS-PROJ-FINISH TO WS-CONV-SECONDS.
009680     PERFORM 8100-EDIT-CLOCK.
009690     MOVE SPACES TO SUM-OUT-RECORD.
009700     STRING "FIN PROYECTADO:      " DELIMITED BY SIZE
009710         WS-CLOCK-EDIT DELIMITED BY SIZE
009720         INTO SUM-OUT-RECORD
009730     END-STRING.
009740     WRITE SUM-OUT-RECORD.
009750     DISPLAY "FIN PROYECTADO:       " WS-CLOCK-EDIT.
009760     IF LIMIT-GIVEN
009770         MOVE WS-LIMIT-SECONDS TO WS-CONV-SECONDS
009780         PERFORM 8100-EDIT-CLOCK
009790         MOVE SPACES TO SUM-OUT-RECORD
009800         STRING "FIN DE LA VENTANA:   " DELIMITED BY SIZE
009810             WS-CLOCK-EDIT DELIMITED BY SIZE
009820             INTO SUM-OUT-RECORD
009830         END-STRING
009840         WRITE SUM-OUT-RECORD
009850         DISPLAY "FIN DE LA VENTANA:    " WS-CLOCK-EDIT
009860         MOVE SPACES TO SUM-OUT-RECORD
009870         IF WS-PROJ-FINISH > WS-LIMIT-SECONDS
009880             COMPUTE WS-CONV-SECONDS
009890                 = WS-PROJ-FINISH - WS-LIMIT-SECONDS
009900             PERFORM 8000-EDIT-DURATION
009910             STRING "RESULTADO: VENTANA EXCEDIDA POR "
009920                 DELIMITED BY SIZE
009930                 WS-DURATION-EDIT DELIMITED BY SIZE
009940                 " - REPROGRAMAR ENTRADAS" DELIMITED BY SIZE
009950                 INTO SUM-OUT-RECORD
009960             END-STRING
009970             MOVE 4 TO WS-RETURN-CODE
009980         ELSE
009990             MOVE "RESULTADO: DENTRO DE LA VENTANA"
010000                 TO SUM-OUT-RECORD
010010         END-IF
010020         WRITE SUM-OUT-RECORD
010030         DISPLAY SUM-OUT-RECORD (1:72)
010040     END-IF.
010041*==============================================================
010042*    ONE STREAM'S ENTRIES, TOTAL TIME AND FINISH.
010043*--------------------------------------------------------------
010044 4210-WRITE-STREAM-LINE.
010045*==============================================================
010046     MOVE WS-STREAM-IX TO SL-STREAM.
010047     MOVE WS-STR-ENTRIES (WS-STREAM-IX) TO SL-ENTRIES.
010048     COMPUTE WS-CONV-SECONDS ROUNDED
010049         = WS-STR-SECONDS (WS-STREAM-IX).
010050     PERFORM 8000-EDIT-DURATION.
010051     MOVE WS-DURATION-EDIT TO SL-DURATION.
010052     COMPUTE WS-CONV-SECONDS ROUNDED
010053         = WS-START-SECONDS + WS-STR-SECONDS (WS-STREAM-IX).
010054     PERFORM 8100-EDIT-CLOCK.
010055     MOVE WS-CLOCK-EDIT TO SL-FINISH.
010056     MOVE WS-STREAM-LINE TO SUM-OUT-RECORD.
010057     WRITE SUM-OUT-RECORD.
010058*==============================================================
010060*    WS-CONV-SECONDS AS A DURATION, HHHH:MM:SS.
010070*--------------------------------------------------------------
010080 8000-EDIT-DURATION.
010090*==============================================================
010100     DIVIDE WS-CONV-SECONDS BY 3600 GIVING WS-CONV-HOURS
010110         REMAINDER WS-CONV-REST.
010120     DIVIDE WS-CONV-REST BY 60 GIVING WS-CONV-MINUTES
010130         REMAINDER WS-CONV-REST.
010140     MOVE WS-CONV-HOURS TO DE-HOURS.
010150     MOVE WS-CONV-MINUTES TO DE-MINUTES.
010160     MOVE WS-CONV-REST TO DE-SECONDS.
010170*==============================================================
010180*    WS-CONV-SECONDS SINCE MIDNIGHT AS A CLOCK TIME, HH:MM:SS,
010190*    WITH "+N" WHEN IT FALLS N DAYS LATER.
010200*--------------------------------------------------------------
010210 8100-EDIT-CLOCK.
010220*==============================================================
010230     DIVIDE WS-CONV-SECONDS BY 86400 GIVING WS-CONV-DAYS
010240         REMAINDER WS-CONV-REST.
010250     DIVIDE WS-CONV-REST BY 3600 GIVING WS-CONV-HOURS
010260         REMAINDER WS-CONV-REST.
010270     DIVIDE WS-CONV-REST BY 60 GIVING WS-CONV-MINUTES
010280         REMAINDER WS-CONV-REST.
010290     MOVE WS-CONV-HOURS TO CE-HOURS.
010300     MOVE WS-CONV-MINUTES TO CE-MINUTES.
010310     MOVE WS-CONV-REST TO CE-SECONDS.
010320     MOVE SPACES TO CE-DAYS-TEXT.
010330     IF WS-CONV-DAYS > 0
010340         IF WS-CONV-DAYS > 9
010350             MOVE 9 TO WS-DAYS-EDIT
010360         ELSE
010370             MOVE WS-CONV-DAYS TO WS-DAYS-EDIT
010380         END-IF
010390         STRING "+" DELIMITED BY SIZE
010400             WS-DAYS-EDIT DELIMITED BY SIZE
010410             INTO CE-DAYS-TEXT
010420         END-STRING
010430     END-IF.
