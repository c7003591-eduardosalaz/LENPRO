000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARTE_LOTE.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - SPLITS THE NIGHT'S EDITED
000110*                 BATCHWRK INTO PARTITIONS BATCHWRK.P01,
000120*                 BATCHWRK.P02 ... SO SEVERAL TRIANGULO_PAS
000130*                 STREAMS CAN RUN AT ONCE AGAINST THE SHARED
000140*                 COEFLKUP. THE PARM IS THE NUMBER OF STREAMS
000150*                 (1 TO 8, BLANK = 4). EACH ENTRY IS WEIGHED BY
000160*                 THE COEFFICIENTS ITS ROWS HOLD AND THE HEAVIEST
000170*                 ENTRY STILL UNPLACED ALWAYS GOES TO THE
000180*                 LIGHTEST STREAM, SO THE BIG TABLES SPREAD OUT
000190*                 INSTEAD OF RUNNING BACK TO BACK; WITHIN A
000200*                 STREAM THE ENTRIES KEEP THEIR BATCHWRK ORDER.
000210*                 THE SET TAKES TODAY'S DATE AND THE NEXT RUN
000220*                 SEQUENCE AFTER GENCAT'S HIGHEST, AND IS
000230*                 DESCRIBED IN THE NEW PARTCTL CONTROL FILE (SEE
000240*                 COPYBOOK PARTCTL). EVERY STREAM'S RESTART
000250*                 CHECKPOINT IS RESET AND ITS PARTTOT REMOVED, SO
000260*                 THE NEW SET STARTS CLEAN. PARALELO_PAS RUNS THE
000270*                 STREAMS AND MERGES THEM.
000280*--------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GNU-LINUX.
000320 OBJECT-COMPUTER. GNU-LINUX.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350*    EDITED BATCH WRITTEN BY EDITA_LOTE - SEE COPYBOOK BATCHIN
000360     SELECT BATCH-WRK ASSIGN TO "BATCHWRK"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-BATCH-WRK.
000390*    ONE PARTITION OF IT, BATCHWRK.PNN, PER STREAM
000400     SELECT STREAM-OUT ASSIGN USING WS-STREAM-FILE-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-STREAM-OUT.
000430*    A STREAM'S RESTART CHECKPOINT, RESTARTF.PNN
000440     SELECT RESTART-OUT ASSIGN USING WS-RESTART-FILE-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-RESTART-OUT.
000470*    PARTITION SET CONTROL - SEE COPYBOOK PARTCTL
000480     SELECT PART-CTL ASSIGN TO "PARTCTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-PART-CTL.
000510*    CATALOG OF OUTPUT GENERATIONS - SEE COPYBOOK GENCAT
000520     SELECT GEN-CAT ASSIGN TO "GENCAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-GEN-CAT.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  BATCH-WRK
000590     RECORDING MODE IS F.
000600     COPY "batchin.cpy".
000610*
000620 FD  STREAM-OUT
000630     RECORDING MODE IS F.
000640 01  STREAM-OUT-RECORD           PIC X(83).
000650*
000660 FD  RESTART-OUT
000670     RECORDING MODE IS F.
000680 01  RESTART-OUT-RECORD          PIC X(80).
000690*
000700 FD  PART-CTL
000710     RECORDING MODE IS F.
000720 01  PART-CTL-RECORD             PIC X(80).
000730*
000740 FD  GEN-CAT
000750     RECORDING MODE IS F.
000760 01  GEN-CAT-RECORD              PIC X(60).
000770*
000780 WORKING-STORAGE SECTION.
000790 01  WS-FILE-STATUSES.
000800     05  FS-BATCH-WRK            PIC X(02) VALUE "00".
000810         88  BATCH-WRK-OK                   VALUE "00".
000820     05  FS-STREAM-OUT           PIC X(02) VALUE "00".
000830     05  FS-RESTART-OUT          PIC X(02) VALUE "00".
000840     05  FS-PART-CTL             PIC X(02) VALUE "00".
000850         88  PART-CTL-OK                    VALUE "00".
000860     05  FS-GEN-CAT              PIC X(02) VALUE "00".
000870         88  GEN-CAT-OK                     VALUE "00".
000880 01  WS-SWITCHES.
000890     05  SW-MORE-ENTRIES         PIC X(01) VALUE "Y".
000900         88  MORE-ENTRIES                   VALUE "Y".
000910         88  NO-MORE-ENTRIES                VALUE "N".
000920     05  SW-MORE-LINES           PIC X(01) VALUE "Y".
000930         88  MORE-LINES                     VALUE "Y".
000940         88  NO-MORE-LINES                  VALUE "N".
000950     05  SW-TABLE-FULL           PIC X(01) VALUE "N".
000960         88  TABLE-OVERFLOWED               VALUE "Y".
000970*--------------------------------------------------------------
000980* COMMAND-LINE PARM - THE NUMBER OF STREAMS
000990*--------------------------------------------------------------
001000 01  WS-PARM-LINE                PIC X(80).
001010 01  WS-STREAM-COUNT             PIC 9(02) VALUE 4.
001020*--------------------------------------------------------------
001030* THE ENTRIES OF BATCHWRK, EACH WITH ITS ESTIMATED WEIGHT (THE
001040* COEFFICIENTS ITS ROWS HOLD) AND THE STREAM IT IS GIVEN
001050*--------------------------------------------------------------
001060 01  WS-MAX-ENTRIES              PIC 9(04) COMP VALUE 2000.
001070 01  WS-ENTRY-COUNT              PIC 9(04) COMP VALUE 0.
001080 01  WS-ENTRY-IX                 PIC 9(04) COMP VALUE 1.
001090 01  WS-ENTRY-TABLE.
001100     05  WS-ENTRY                OCCURS 2000.
001110         10  WS-ENT-TEXT         PIC X(83).
001120         10  WS-ENT-WEIGHT       PIC 9(12) COMP.
001130         10  WS-ENT-STREAM       PIC 9(02).
001140 01  WS-ROWS                     PIC 9(04) VALUE 0.
001150 01  WS-FIRST-ROW                PIC 9(04) VALUE 0.
001160*--------------------------------------------------------------
001170* PLACEMENT WORK AREAS - THE LOAD GIVEN TO EACH STREAM SO FAR
001180*--------------------------------------------------------------
001190 01  WS-STREAM-TABLE.
001200     05  WS-STREAM               OCCURS 8.
001210         10  WS-STR-LOAD         PIC 9(12) COMP.
001220         10  WS-STR-ENTRIES      PIC 9(08) COMP.
001230 01  WS-STREAM-IX                PIC 9(02) COMP VALUE 1.
001240 01  WS-PLACED                   PIC 9(04) COMP VALUE 0.
001250 01  WS-HEAVY-IX                 PIC 9(04) COMP VALUE 0.
001260 01  WS-LIGHT-IX                 PIC 9(02) COMP VALUE 0.
001270*--------------------------------------------------------------
001280* PER-STREAM FILE NAMES - <BASE>.PNN
001290*--------------------------------------------------------------
001300 01  WS-STREAM-SUFFIX.
001310     05  FILLER                  PIC X(02) VALUE ".P".
001320     05  WS-SUFFIX-STREAM        PIC 9(02) VALUE 0.
001330 01  WS-STREAM-FILE-NAME         PIC X(12) VALUE "BATCHWRK".
001340 01  WS-RESTART-FILE-NAME        PIC X(12) VALUE "RESTARTF".
001350 01  WS-DELETE-NAME              PIC X(12).
001360 01  WS-DELETE-RC                PIC S9(09) BINARY VALUE 0.
001370*--------------------------------------------------------------
001380* THE NEW SET'S DATE AND SEQUENCE
001390*--------------------------------------------------------------
001400 01  WS-TODAY                    PIC 9(08).
001410 01  WS-MAX-SEQ                  PIC 9(04) VALUE 0.
001420     COPY "gencat.cpy".
001430     COPY "partctl.cpy".
001440*    FOR CF-MAX-STREAMS, THE MOST STREAMS A SET MAY HAVE
001450     COPY "cachflg.cpy".
001460 01  WS-COUNT-EDIT               PIC Z(07)9.
001470 01  WS-WEIGHT-EDIT              PIC Z(11)9.
001480*
001490 PROCEDURE DIVISION.
001500*==============================================================
001510 0000-MAINLINE.
001520*==============================================================
001530     DISPLAY "PARTICION DEL LOTE BATCHWRK".
001540     MOVE SPACES TO WS-PARM-LINE.
001550     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
001560     PERFORM 1000-EDIT-PARM.
001570     PERFORM 1100-LOAD-BATCH.
001580     IF TABLE-OVERFLOWED
001590         DISPLAY "BATCHWRK EXCEDE LA TABLA (2000 ENTRADAS) - "
001600             "AMPLIE LA TABLA O CORRA SIN PARTICION"
001610         MOVE 8 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     IF WS-ENTRY-COUNT < WS-STREAM-COUNT
001650         IF WS-ENTRY-COUNT = 0
001660             MOVE 1 TO WS-STREAM-COUNT
001670         ELSE
001680             MOVE WS-ENTRY-COUNT TO WS-STREAM-COUNT
001690         END-IF
001700         DISPLAY "POCAS ENTRADAS - SE USAN " WS-STREAM-COUNT
001710             " CORRIENTES"
001720     END-IF.
001730     PERFORM 1300-FIND-SET-SEQUENCE.
001740     PERFORM 2000-PLACE-ENTRIES.
001750     PERFORM 3000-WRITE-PARTITIONS.
001760     PERFORM 4000-RESET-STREAM-FILES
001770         VARYING WS-STREAM-IX FROM 1 BY 1
001780         UNTIL WS-STREAM-IX > CF-MAX-STREAMS.
001790     PERFORM 5000-WRITE-PART-CTL.
001800     STOP RUN.
001810*==============================================================
001820*    THE PARM, WHEN PRESENT, IS THE NUMBER OF STREAMS - ONE OR
001830*    TWO DIGITS, 1 TO CF-MAX-STREAMS. ANYTHING ELSE IS REFUSED
001840*    WITH RETURN CODE 8 BEFORE A FILE IS TOUCHED.
001850*--------------------------------------------------------------
001860 1000-EDIT-PARM.
001870*==============================================================
001880     IF WS-PARM-LINE NOT = SPACES
001890         IF WS-PARM-LINE (1:1) IS NUMERIC
001900             AND WS-PARM-LINE (2:79) = SPACES
001910             MOVE WS-PARM-LINE (1:1) TO WS-STREAM-COUNT
001920         ELSE
001930             IF WS-PARM-LINE (1:2) IS NUMERIC
001940                 AND WS-PARM-LINE (3:78) = SPACES
001950                 MOVE WS-PARM-LINE (1:2) TO WS-STREAM-COUNT
001960             ELSE
001970                 MOVE 0 TO WS-STREAM-COUNT
001980             END-IF
001990         END-IF
002000     END-IF.
002010     IF WS-STREAM-COUNT = 0 OR WS-STREAM-COUNT > CF-MAX-STREAMS
002020         DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARM-LINE (1:20)
002030         DISPLAY "USE EL NUMERO DE CORRIENTES, 1 A "
002040             CF-MAX-STREAMS " (EN BLANCO = 4)"
002050         MOVE 8 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080*==============================================================
002090*    LOADS BATCHWRK INTO THE TABLE AND WEIGHS EACH ENTRY.
002100*--------------------------------------------------------------
002110 1100-LOAD-BATCH.
002120*==============================================================
002130     OPEN INPUT BATCH-WRK.
002140     IF NOT BATCH-WRK-OK
002150         DISPLAY "NO EXISTE EL ARCHIVO BATCHWRK - NADA QUE PARTIR"
002160         MOVE 8 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     MOVE "Y" TO SW-MORE-ENTRIES.
002200     PERFORM 1110-LOAD-ONE-ENTRY
002210         UNTIL NO-MORE-ENTRIES OR TABLE-OVERFLOWED.
002220     CLOSE BATCH-WRK.
002230*==============================================================
002240 1110-LOAD-ONE-ENTRY.
002250*==============================================================
002260     READ BATCH-WRK
002270         AT END
002280             MOVE "N" TO SW-MORE-ENTRIES
002290         NOT AT END
002300             IF WS-ENTRY-COUNT = WS-MAX-ENTRIES
002310                 MOVE "Y" TO SW-TABLE-FULL
002320             ELSE
002330                 ADD 1 TO WS-ENTRY-COUNT
002340                 MOVE BATCH-IN-RECORD
002350                     TO WS-ENT-TEXT (WS-ENTRY-COUNT)
002360                 MOVE 0 TO WS-ENT-STREAM (WS-ENTRY-COUNT)
002370                 PERFORM 1200-WEIGH-ENTRY
002380             END-IF
002390     END-READ.
002400*==============================================================
002410*    AN ENTRY'S WEIGHT IS THE NUMBER OF COEFFICIENTS IN ITS
002420*    ROWS - ROW P HOLDS P + 1 TERMS, SO ROWS S THROUGH C HOLD
002430*    (C - S + 1) * (C + S + 2) / 2. A BLANK OR ZERO START IS
002440*    ROW 1, AS IN TRIANGULO_PAS. AN ENTRY THE MAIN RUN WILL
002450*    REJECT COSTS NEXT TO NOTHING AND WEIGHS 1.
002460*--------------------------------------------------------------
002470 1200-WEIGH-ENTRY.
002480*==============================================================
002490     MOVE BI-ROW-COUNT-TEXT TO WS-ROWS.
002500     MOVE BI-START-ROW-TEXT TO WS-FIRST-ROW.
002510     IF WS-FIRST-ROW = 0
002520         MOVE 1 TO WS-FIRST-ROW
002530     END-IF.
002540     IF WS-ROWS = 0 OR WS-FIRST-ROW > WS-ROWS
002550         MOVE 1 TO WS-ENT-WEIGHT (WS-ENTRY-COUNT)
002560     ELSE
002570         COMPUTE WS-ENT-WEIGHT (WS-ENTRY-COUNT)
002580             = (WS-ROWS - WS-FIRST-ROW + 1)
002590             * (WS-ROWS + WS-FIRST-ROW + 2) / 2
002600     END-IF.
002610*==============================================================
002620*    THE SET'S SEQUENCE IS ONE PAST THE HIGHEST RUN SEQUENCE IN
002630*    GENCAT, THE SAME RULE TRIANGULO_PAS USES FOR A SINGLE RUN.
002640*--------------------------------------------------------------
002650 1300-FIND-SET-SEQUENCE.
002660*==============================================================
002670     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002680     MOVE 0 TO WS-MAX-SEQ.
002690     OPEN INPUT GEN-CAT.
002700     IF GEN-CAT-OK
002710         MOVE "Y" TO SW-MORE-LINES
002720         PERFORM 1310-SCAN-ONE-CAT-LINE
002730             UNTIL NO-MORE-LINES
002740         CLOSE GEN-CAT
002750     END-IF.
002760*==============================================================
002770 1310-SCAN-ONE-CAT-LINE.
002780*==============================================================
002790     READ GEN-CAT
002800         AT END
002810             MOVE "N" TO SW-MORE-LINES
002820         NOT AT END
002830             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
002840             IF GC-SEQ > WS-MAX-SEQ
002850                 MOVE GC-SEQ TO WS-MAX-SEQ
002860             END-IF
002870     END-READ.
002880*==============================================================
002890*    PLACES THE ENTRIES HEAVIEST FIRST, EACH ON THE STREAM WITH
002900*    THE LEAST WEIGHT SO FAR (THE LOWEST-NUMBERED ON A TIE).
002910*--------------------------------------------------------------
002920 2000-PLACE-ENTRIES.
002930*==============================================================
002940     PERFORM 2010-CLEAR-ONE-STREAM
002950         VARYING WS-STREAM-IX FROM 1 BY 1
002960         UNTIL WS-STREAM-IX > CF-MAX-STREAMS.
002970     PERFORM 2100-PLACE-ONE-ENTRY
002980         VARYING WS-PLACED FROM 1 BY 1
002990         UNTIL WS-PLACED > WS-ENTRY-COUNT.
003000*==============================================================
003010 2010-CLEAR-ONE-STREAM.
003020*==============================================================
003030     MOVE 0 TO WS-STR-LOAD (WS-STREAM-IX).
003040     MOVE 0 TO WS-STR-ENTRIES (WS-STREAM-IX).
003050*==============================================================
003060 2100-PLACE-ONE-ENTRY.
003070*==============================================================
003080     MOVE 0 TO WS-HEAVY-IX.
003090     PERFORM 2110-CHECK-HEAVIER
003100         VARYING WS-ENTRY-IX FROM 1 BY 1
003110         UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT.
003120     MOVE 1 TO WS-LIGHT-IX.
003130     PERFORM 2120-CHECK-LIGHTER
003140         VARYING WS-STREAM-IX FROM 2 BY 1
003150         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
003160     MOVE WS-LIGHT-IX TO WS-ENT-STREAM (WS-HEAVY-IX).
003170     ADD WS-ENT-WEIGHT (WS-HEAVY-IX) TO WS-STR-LOAD (WS-LIGHT-IX).
003180     ADD 1 TO WS-STR-ENTRIES (WS-LIGHT-IX).
003190*==============================================================
003200 2110-CHECK-HEAVIER.
003210*==============================================================
003220     IF WS-ENT-STREAM (WS-ENTRY-IX) = 0
003230         IF WS-HEAVY-IX = 0
003240             MOVE WS-ENTRY-IX TO WS-HEAVY-IX
003250         ELSE
003260             IF WS-ENT-WEIGHT (WS-ENTRY-IX)
003270                 > WS-ENT-WEIGHT (WS-HEAVY-IX)
003280                 MOVE WS-ENTRY-IX TO WS-HEAVY-IX
003290             END-IF
003300         END-IF
003310     END-IF.
003320*==============================================================
003330 2120-CHECK-LIGHTER.
003340*==============================================================
003350     IF WS-STR-LOAD (WS-STREAM-IX) < WS-STR-LOAD (WS-LIGHT-IX)
003360         MOVE WS-STREAM-IX TO WS-LIGHT-IX
003370     END-IF.
003380*==============================================================
003390*    WRITES BATCHWRK.P01 THROUGH .PNN, EACH WITH ITS ENTRIES IN
003400*    THEIR ORIGINAL ORDER. A STREAM LEFT WITHOUT ENTRIES STILL
003410*    GETS ITS (EMPTY) FILE.
003420*--------------------------------------------------------------
003430 3000-WRITE-PARTITIONS.
003440*==============================================================
003450     PERFORM 3100-WRITE-ONE-PARTITION
003460         VARYING WS-STREAM-IX FROM 1 BY 1
003470         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
003480*==============================================================
003490 3100-WRITE-ONE-PARTITION.
003500*==============================================================
003510     MOVE WS-STREAM-IX TO WS-SUFFIX-STREAM.
003520     MOVE WS-STREAM-SUFFIX TO WS-STREAM-FILE-NAME (9:4).
003530     OPEN OUTPUT STREAM-OUT.
003540     PERFORM 3110-WRITE-IF-IN-STREAM
003550         VARYING WS-ENTRY-IX FROM 1 BY 1
003560         UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT.
003570     CLOSE STREAM-OUT.
003580     MOVE WS-STR-ENTRIES (WS-STREAM-IX) TO WS-COUNT-EDIT.
003590     MOVE WS-STR-LOAD (WS-STREAM-IX) TO WS-WEIGHT-EDIT.
003600     DISPLAY WS-STREAM-FILE-NAME ": " WS-COUNT-EDIT
003610         " ENTRADAS  " WS-WEIGHT-EDIT " COEFICIENTES ESTIMADOS".
003620*==============================================================
003630 3110-WRITE-IF-IN-STREAM.
003640*==============================================================
003650     IF WS-ENT-STREAM (WS-ENTRY-IX) = WS-STREAM-IX
003660         MOVE WS-ENT-TEXT (WS-ENTRY-IX) TO STREAM-OUT-RECORD
003670         WRITE STREAM-OUT-RECORD
003680     END-IF.
003690*==============================================================
003700*    A STREAM OF THE NEW SET STARTS FROM A ZERO CHECKPOINT AND
003710*    NO PARTTOT. THE FILES OF A STREAM NUMBER THE NEW SET DOES
003720*    NOT USE ARE REMOVED, SO A STALE CACHEFLG.PNN CAN NEVER
003730*    HOLD A ROW AGAINST THE INQUIRY PROGRAMS.
003740*--------------------------------------------------------------
003750 4000-RESET-STREAM-FILES.
003760*==============================================================
003770     MOVE WS-STREAM-IX TO WS-SUFFIX-STREAM.
003780     MOVE SPACES TO WS-DELETE-NAME.
003790     STRING "PARTTOT" WS-STREAM-SUFFIX DELIMITED BY SIZE
003800         INTO WS-DELETE-NAME
003810     END-STRING.
003820     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
003830         RETURNING WS-DELETE-RC
003840     END-CALL.
003850     MOVE WS-STREAM-SUFFIX TO WS-RESTART-FILE-NAME (9:4).
003860     IF WS-STREAM-IX > WS-STREAM-COUNT
003870         MOVE WS-RESTART-FILE-NAME TO WS-DELETE-NAME
003880         PERFORM 4100-DELETE-STREAM-FILE
003890         MOVE "BATCHWRK" TO WS-DELETE-NAME
003900         MOVE WS-STREAM-SUFFIX TO WS-DELETE-NAME (9:4)
003910         PERFORM 4100-DELETE-STREAM-FILE
003920         MOVE "CACHEFLG" TO WS-DELETE-NAME
003930         MOVE WS-STREAM-SUFFIX TO WS-DELETE-NAME (9:4)
003940         PERFORM 4100-DELETE-STREAM-FILE
003950     ELSE
003960         OPEN OUTPUT RESTART-OUT
003970         MOVE "00000000" TO RESTART-OUT-RECORD
003980         WRITE RESTART-OUT-RECORD
003990         CLOSE RESTART-OUT
004000     END-IF.
004010*==============================================================
004020 4100-DELETE-STREAM-FILE.
004030*==============================================================
004040     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
004050         RETURNING WS-DELETE-RC
004060     END-CALL.
004070*==============================================================
004080*    REWRITES PARTCTL FOR THE NEW SET. A PREVIOUS SET THAT WAS
004090*    NEVER MERGED IS DISCARDED WITH A WARNING - ITS STREAMS'
004100*    OUTPUT WAS NEVER CATALOGED AND NO LONGER COUNTS.
004110*--------------------------------------------------------------
004120 5000-WRITE-PART-CTL.
004130*==============================================================
004140     MOVE SPACES TO WS-PART-CTL-RECORD.
004150     OPEN INPUT PART-CTL.
004160     IF PART-CTL-OK
004170         READ PART-CTL
004180             NOT AT END
004190                 MOVE PART-CTL-RECORD TO WS-PART-CTL-RECORD
004200         END-READ
004210         CLOSE PART-CTL
004220     END-IF.
004230     IF PC-HEADER AND PC-SET-SPLIT
004240         DISPLAY "CONJUNTO ANTERIOR " PC-RUN-DATE "/" PC-RUN-SEQ
004250             " SIN FUSIONAR - SE DESCARTA"
004260     END-IF.
004270     OPEN OUTPUT PART-CTL.
004280     MOVE SPACES TO WS-PART-CTL-RECORD.
004290     MOVE "H" TO PC-REC-TYPE.
004300     MOVE WS-TODAY TO PC-RUN-DATE.
004310     COMPUTE PC-RUN-SEQ = WS-MAX-SEQ + 1.
004320     MOVE WS-STREAM-COUNT TO PC-STREAM-COUNT.
004330     MOVE WS-ENTRY-COUNT TO PC-ENTRY-COUNT.
004340     MOVE "PARTIDO" TO PC-SET-STATE.
004350     MOVE 0 TO PC-MERGED-SEQ.
004360     MOVE 0 TO PC-MERGED-RC.
004370     MOVE WS-PART-CTL-RECORD TO PART-CTL-RECORD.
004380     WRITE PART-CTL-RECORD.
004390     DISPLAY "CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ " - "
004400         PC-STREAM-COUNT " CORRIENTES, " PC-ENTRY-COUNT
004410         " ENTRADAS".
004420     PERFORM 5100-WRITE-STREAM-LINE
004430         VARYING WS-STREAM-IX FROM 1 BY 1
004440         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
004450     CLOSE PART-CTL.
004460*==============================================================
004470 5100-WRITE-STREAM-LINE.
004480*==============================================================
004490     MOVE SPACES TO WS-PART-CTL-RECORD.
004500     MOVE "S" TO PC-REC-TYPE.
004510     MOVE WS-STREAM-IX TO PC-STREAM-NO.
004520     MOVE WS-STR-ENTRIES (WS-STREAM-IX) TO PC-STREAM-ENTRIES.
004530     MOVE WS-STR-LOAD (WS-STREAM-IX) TO PC-STREAM-WEIGHT.
004540     MOVE WS-PART-CTL-RECORD TO PART-CTL-RECORD.
004550     WRITE PART-CTL-RECORD.
