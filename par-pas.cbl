000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARALELO_PAS.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - RUNS THE TRIANGULO_PAS
000110*                 STREAMS OF THE PARTITION SET PARTE_LOTE SPLIT
000120*                 (SEE COPYBOOK PARTCTL) AT THE SAME TIME, ONE
000130*                 "pas-tri PARTICION,NN" PER STREAM NOT YET
000140*                 COMPLETE, AND WAITS FOR ALL OF THEM. IT THEN
000150*                 MERGES THE STREAMS INTO THE SINGLE NIGHTLY RUN
000160*                 SET DOWNSTREAM EXPECTS: ONE RPTOUT, EXCPRPT,
000170*                 CSVOUT AND VERIFRPT GENERATION, CATALOGED IN
000180*                 GENCAT UNDER THE SET'S DATE AND SEQUENCE, WITH
000190*                 ONE RESUMEN DE CORRIDA ADDING UP EVERY STREAM'S
000200*                 CONTROL TOTALS (SEE COPYBOOK PARTTOT) AND ONE
000210*                 RETURN CODE. THE STREAMS' OWN GENERATIONS ARE
000220*                 CATALOGED ALONGSIDE (RPTSNN, EXCPSNN, CSVSNN,
000230*                 VERIFSNN) AND THEIR AUDITLOG, PERFHIST AND
000240*                 CACHEJRN LINES ARE APPENDED TO THE SHARED
000250*                 FILES. A SET WITH A STREAM THAT DID NOT FINISH
000260*                 IS NOT MERGED (RC 8) - RESUBMITTING RESTARTS
000270*                 ONLY THE UNFINISHED STREAMS, EACH FROM ITS OWN
000280*                 CHECKPOINT. PARM:
000290*                   (BLANK) - RUN THE PENDING STREAMS, THEN MERGE
000300*                   FUSIONA - MERGE ONLY, THE STREAMS HAVING BEEN
000310*                             RUN BY HAND OR BY THE SCHEDULER
000320*                 A SET ALREADY MERGED IS NOT MERGED AGAIN - THE
000330*                 RUN ENDS WITH THE MERGED RUN'S RETURN CODE.
000340*--------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. GNU-LINUX.
000380 OBJECT-COMPUTER. GNU-LINUX.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410*    PARTITION SET CONTROL - SEE COPYBOOK PARTCTL
000420     SELECT PART-CTL ASSIGN TO "PARTCTL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-PART-CTL.
000450*    A STREAM'S END-OF-STREAM TOTALS, PARTTOT.PNN
000460     SELECT PART-TOT ASSIGN USING WS-PART-TOT-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-PART-TOT.
000490*    THE STREAM FILE BEING COPIED FROM
000500     SELECT COPY-IN ASSIGN USING WS-COPY-IN-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-COPY-IN.
000530*    THE MERGED GENERATION OR SHARED LOG BEING COPIED TO
000540     SELECT COPY-OUT ASSIGN USING WS-COPY-OUT-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-COPY-OUT.
000570*    CATALOG OF OUTPUT GENERATIONS - SEE COPYBOOK GENCAT
000580     SELECT GEN-CAT ASSIGN TO "GENCAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-GEN-CAT.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PART-CTL
000650     RECORDING MODE IS F.
000660 01  PART-CTL-RECORD             PIC X(80).
000670*
000680 FD  PART-TOT
000690     RECORDING MODE IS F.
000700 01  PART-TOT-RECORD             PIC X(120).
000710*
000720 FD  COPY-IN
000730     RECORDING MODE IS F.
000740 01  COPY-IN-RECORD              PIC X(2200).
000750*
000760 FD  COPY-OUT
000770     RECORDING MODE IS F.
000780 01  COPY-OUT-RECORD             PIC X(2200).
000790*
000800 FD  GEN-CAT
000810     RECORDING MODE IS F.
000820 01  GEN-CAT-RECORD              PIC X(60).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-FILE-STATUSES.
000860     05  FS-PART-CTL             PIC X(02) VALUE "00".
000870         88  PART-CTL-OK                    VALUE "00".
000880     05  FS-PART-TOT             PIC X(02) VALUE "00".
000890         88  PART-TOT-OK                    VALUE "00".
000900     05  FS-COPY-IN              PIC X(02) VALUE "00".
000910         88  COPY-IN-OK                     VALUE "00".
000920     05  FS-COPY-OUT             PIC X(02) VALUE "00".
000930         88  COPY-OUT-OK                    VALUE "00".
000940         88  COPY-OUT-MISSING               VALUE "35".
000950     05  FS-GEN-CAT              PIC X(02) VALUE "00".
000960         88  GEN-CAT-OK                     VALUE "00".
000970         88  GEN-CAT-MISSING                VALUE "35".
000980 01  WS-SWITCHES.
000990     05  SW-MORE-LINES           PIC X(01) VALUE "Y".
001000         88  MORE-LINES                     VALUE "Y".
001010         88  NO-MORE-LINES                  VALUE "N".
001020     05  SW-LAUNCH               PIC X(01) VALUE "Y".
001030         88  LAUNCH-STREAMS                 VALUE "Y".
001040         88  MERGE-ONLY                     VALUE "N".
001050     05  SW-HELD-LINE            PIC X(01) VALUE "N".
001060         88  LINE-HELD                      VALUE "Y".
001070     05  SW-SUMMARY-REACHED      PIC X(01) VALUE "N".
001080         88  SUMMARY-REACHED                VALUE "Y".
001090*--------------------------------------------------------------
001100* COMMAND-LINE PARM
001110*--------------------------------------------------------------
001120 01  WS-PARM-LINE                PIC X(80).
001130*--------------------------------------------------------------
001140* PARTCTL AS READ - THE HEADER AND ONE LINE PER STREAM, KEPT
001150* TO BE WRITTEN BACK WHEN THE SET IS MARKED MERGED
001160*--------------------------------------------------------------
001170     COPY "partctl.cpy".
001180 01  WS-CTL-COUNT                PIC 9(02) COMP VALUE 0.
001190 01  WS-CTL-IX                   PIC 9(02) COMP VALUE 1.
001200 01  WS-CTL-TABLE.
001210     05  WS-CTL-SAVED            PIC X(80) OCCURS 9.
001220*--------------------------------------------------------------
001230* THE STREAMS - WHETHER EACH HAS FINISHED FOR THIS SET, AND
001240* WHAT IT READ AND ENDED WITH
001250*--------------------------------------------------------------
001260     COPY "parttot.cpy".
001270*    FOR CF-MAX-STREAMS, THE MOST STREAMS A SET MAY HAVE
001280     COPY "cachflg.cpy".
001290 01  WS-STREAM-TABLE.
001300     05  WS-STREAM               OCCURS 8.
001310         10  WS-STR-STATE        PIC X(01).
001320             88  WS-STR-COMPLETE            VALUE "C".
001330             88  WS-STR-PENDING             VALUE "P".
001340         10  WS-STR-ENTRIES      PIC 9(09).
001350         10  WS-STR-RC           PIC 9(01).
001360 01  WS-STREAM-IX                PIC 9(02) COMP VALUE 1.
001370 01  WS-STREAM-COUNT             PIC 9(02) VALUE 0.
001380 01  WS-PENDING-COUNT            PIC 9(02) VALUE 0.
001390 01  WS-STREAM-NO                PIC 9(02) VALUE 0.
001400*--------------------------------------------------------------
001410* PER-STREAM FILE NAMES - <BASE>.PNN
001420*--------------------------------------------------------------
001430 01  WS-STREAM-SUFFIX.
001440     05  FILLER                  PIC X(02) VALUE ".P".
001450     05  WS-SUFFIX-STREAM        PIC 9(02) VALUE 0.
001460 01  WS-PART-TOT-NAME            PIC X(12) VALUE "PARTTOT".
001470 01  WS-COPY-IN-NAME             PIC X(30).
001480 01  WS-COPY-OUT-NAME            PIC X(30).
001490 01  WS-LOG-BASE                 PIC X(08).
001500*--------------------------------------------------------------
001510* STREAM LAUNCH - ONE SHELL COMMAND STARTING EVERY PENDING
001520* STREAM IN THE BACKGROUND AND WAITING FOR ALL OF THEM
001530*--------------------------------------------------------------
001540 01  WS-COMMAND-LINE             PIC X(400).
001550 01  WS-COMMAND-PTR              PIC 9(04) COMP VALUE 1.
001560 01  WS-SYSTEM-STATUS            PIC S9(09) BINARY VALUE 0.
001570*--------------------------------------------------------------
001580* THE MERGED RUN'S DATE AND SEQUENCE AND ITS GENERATIONS
001590*--------------------------------------------------------------
001600 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
001610 01  WS-RUN-SEQ                  PIC 9(04) VALUE 0.
001620 01  WS-MAX-SEQ                  PIC 9(04) VALUE 0.
001630 01  WS-GEN-PREFIX               PIC X(08).
001640 01  WS-MERGE-TYPE               PIC X(08).
001650 01  WS-GEN-SEQ                  PIC 9(04).
001660 01  WS-GEN-NAME                 PIC X(30).
001670     COPY "gencat.cpy".
001680*--------------------------------------------------------------
001690* REPORT MERGE WORK AREAS - THE LINE READ JUST BEFORE THE ONE
001700* IN HAND, SO THE BLANK LINE AHEAD OF A STREAM'S RESUMEN DE
001710* CORRIDA CAN BE DROPPED WITH IT
001720*--------------------------------------------------------------
001730 01  WS-HELD-RECORD              PIC X(2200).
001740 01  WS-LINES-COPIED             PIC 9(09) BINARY VALUE 0.
001750*--------------------------------------------------------------
001760* CONTROL TOTALS OF THE MERGED RUN - THE SUM OF THE STREAMS'
001770*--------------------------------------------------------------
001780 01  WS-CTL-ENTRIES-READ         PIC 9(09) BINARY VALUE 0.
001790 01  WS-CTL-ACCEPTED             PIC 9(09) BINARY VALUE 0.
001800 01  WS-CTL-REJECTED             PIC 9(09) BINARY VALUE 0.
001810 01  WS-CTL-VERIFIED             PIC 9(09) BINARY VALUE 0.
001820 01  WS-CTL-ROWS-WRITTEN         PIC 9(09) BINARY VALUE 0.
001830 01  WS-CTL-COEF-COMPUTED        PIC 9(09) BINARY VALUE 0.
001840 01  WS-CTL-COEF-CACHED          PIC 9(09) BINARY VALUE 0.
001850 01  WS-CTL-EXCEPTIONS           PIC 9(09) BINARY VALUE 0.
001860 01  WS-CTL-VER-DIFFS            PIC 9(09) BINARY VALUE 0.
001870 01  WS-CTL-RETURN-CODE          PIC 9(01) VALUE 0.
001880 01  WS-CTL-LINE                 PIC X(24).
001890 01  WS-CTL-COUNT-EDIT           PIC Z(08)9.
001900 01  WS-STREAM-LINE.
001910     05  FILLER                  PIC X(10) VALUE "CORRIENTE ".
001920     05  SL-STREAM-NO            PIC 9(02).
001930     05  FILLER                  PIC X(12) VALUE "  ENTRADAS: ".
001940     05  SL-ENTRIES              PIC Z(08)9.
001950     05  FILLER                  PIC X(23)
001960                                 VALUE "  CODIGO DE RETORNO:   ".
001970     05  SL-RC                   PIC 9(01).
001980*
001990 PROCEDURE DIVISION.
002000*==============================================================
002010 0000-MAINLINE.
002020*==============================================================
002030     DISPLAY "TRIANGULO_PAS EN CORRIENTES PARALELAS".
002040     MOVE SPACES TO WS-PARM-LINE.
002050     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002060     PERFORM 1000-EDIT-PARM.
002070     PERFORM 1100-LOAD-PART-CTL.
002080     IF PC-SET-MERGED
002090         DISPLAY "EL CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ
002100             " YA FUE FUSIONADO EN LA CORRIDA " PC-MERGED-SEQ
002110             " - NADA QUE HACER"
002120         MOVE PC-MERGED-RC TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     PERFORM 1200-CHECK-STREAMS.
002160     IF LAUNCH-STREAMS AND WS-PENDING-COUNT > 0
002170         PERFORM 2000-LAUNCH-STREAMS
002180         PERFORM 1200-CHECK-STREAMS
002190     END-IF.
002200     PERFORM 3000-GATHER-STREAM-LOGS
002210         VARYING WS-STREAM-IX FROM 1 BY 1
002220         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
002230     IF WS-PENDING-COUNT > 0
002240         PERFORM 1300-LIST-PENDING-STREAM
002250             VARYING WS-STREAM-IX FROM 1 BY 1
002260             UNTIL WS-STREAM-IX > WS-STREAM-COUNT
002270         DISPLAY "CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ
002280             " SIN FUSIONAR - " WS-PENDING-COUNT
002290             " CORRIENTES SIN TERMINAR"
002300         DISPLAY "REENVIAR PARA REANUDARLAS DESDE SU PUNTO DE "
002310             "REINICIO"
002320         MOVE 8 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     PERFORM 4000-FIND-RUN-SEQUENCE.
002360     PERFORM 5000-MERGE-REPORT.
002370     MOVE "EXCPRPT" TO WS-GEN-PREFIX.
002380     PERFORM 5500-MERGE-GENERATION.
002390     MOVE "CSVOUT" TO WS-GEN-PREFIX.
002400     PERFORM 5500-MERGE-GENERATION.
002410     MOVE "VERIFRPT" TO WS-GEN-PREFIX.
002420     PERFORM 5500-MERGE-GENERATION.
002430     PERFORM 6000-CATALOG-RUN-SET.
002440     PERFORM 7000-MARK-SET-MERGED.
002450     DISPLAY "CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ
002460         " FUSIONADO EN LA CORRIDA " WS-RUN-DATE "/" WS-RUN-SEQ
002470         " - CODIGO DE RETORNO " WS-CTL-RETURN-CODE.
002480     MOVE WS-CTL-RETURN-CODE TO RETURN-CODE.
002490     STOP RUN.
002500*==============================================================
002510*    THE PARM IS BLANK (RUN THE STREAMS AND MERGE) OR FUSIONA
002520*    (MERGE ONLY). ANYTHING ELSE IS REFUSED WITH RC 8.
002530*--------------------------------------------------------------
002540 1000-EDIT-PARM.
002550*==============================================================
002560     EVALUATE WS-PARM-LINE
002570         WHEN SPACES
002580             MOVE "Y" TO SW-LAUNCH
002590         WHEN "FUSIONA"
002600             MOVE "N" TO SW-LAUNCH
002610         WHEN OTHER
002620             DISPLAY "PARAMETRO NO RECONOCIDO: "
002630                 WS-PARM-LINE (1:20)
002640             DISPLAY "USE (BLANCO) O FUSIONA"
002650             MOVE 8 TO RETURN-CODE
002660             STOP RUN
002670     END-EVALUATE.
002680*==============================================================
002690*    READS PARTCTL - THE HEADER FIRST, THEN THE STREAM LINES -
002700*    AND KEEPS EVERY LINE FOR THE REWRITE. THE HEADER IS LEFT
002710*    IN WS-PART-CTL-RECORD.
002720*--------------------------------------------------------------
002730 1100-LOAD-PART-CTL.
002740*==============================================================
002750     OPEN INPUT PART-CTL.
002760     IF NOT PART-CTL-OK
002770         DISPLAY "NO EXISTE PARTCTL - CORRER PARTE_LOTE PRIMERO"
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     MOVE 0 TO WS-CTL-COUNT.
002820     MOVE "Y" TO SW-MORE-LINES.
002830     PERFORM 1110-LOAD-ONE-CTL-LINE
002840         UNTIL NO-MORE-LINES.
002850     CLOSE PART-CTL.
002860     MOVE SPACES TO WS-PART-CTL-RECORD.
002870     IF WS-CTL-COUNT > 0
002880         MOVE WS-CTL-SAVED (1) TO WS-PART-CTL-RECORD
002890     END-IF.
002900     IF NOT PC-HEADER
002910         OR PC-STREAM-COUNT IS NOT NUMERIC
002920         OR PC-STREAM-COUNT = 0
002930         OR PC-STREAM-COUNT > CF-MAX-STREAMS
002940         DISPLAY "PARTCTL SIN ENCABEZADO VALIDO - "
002950             "CORRER PARTE_LOTE"
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     MOVE PC-STREAM-COUNT TO WS-STREAM-COUNT.
003000     DISPLAY "CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ " - "
003010         PC-STREAM-COUNT " CORRIENTES, " PC-ENTRY-COUNT
003020         " ENTRADAS".
003030*==============================================================
003040 1110-LOAD-ONE-CTL-LINE.
003050*==============================================================
003060     READ PART-CTL
003070         AT END
003080             MOVE "N" TO SW-MORE-LINES
003090         NOT AT END
003100             IF WS-CTL-COUNT < 9
003110                 ADD 1 TO WS-CTL-COUNT
003120                 MOVE PART-CTL-RECORD
003130                     TO WS-CTL-SAVED (WS-CTL-COUNT)
003140             END-IF
003150     END-READ.
003160*==============================================================
003170*    A STREAM IS COMPLETE WHEN ITS PARTTOT.PNN SAYS COMPLETA FOR
003180*    THIS SET'S DATE AND SEQUENCE. ANY OTHER STREAM - NO PARTTOT,
003190*    OR ONE LEFT FROM AN EARLIER SET - IS STILL PENDING.
003200*--------------------------------------------------------------
003210 1200-CHECK-STREAMS.
003220*==============================================================
003230     MOVE 0 TO WS-PENDING-COUNT.
003240     PERFORM 1210-CHECK-ONE-STREAM
003250         VARYING WS-STREAM-IX FROM 1 BY 1
003260         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
003270*==============================================================
003280 1210-CHECK-ONE-STREAM.
003290*==============================================================
003300     MOVE WS-STREAM-IX TO WS-SUFFIX-STREAM.
003310     MOVE WS-STREAM-SUFFIX TO WS-PART-TOT-NAME (8:4).
003320     MOVE SPACES TO WS-PART-TOT-LINE.
003330     OPEN INPUT PART-TOT.
003340     IF PART-TOT-OK
003350         READ PART-TOT
003360             NOT AT END
003370                 MOVE PART-TOT-RECORD TO WS-PART-TOT-LINE
003380         END-READ
003390         CLOSE PART-TOT
003400     END-IF.
003410     IF PT-STREAM-COMPLETE
003420         AND PT-RUN-DATE = PC-RUN-DATE AND PT-RUN-SEQ = PC-RUN-SEQ
003430         MOVE "C" TO WS-STR-STATE (WS-STREAM-IX)
003440         MOVE PT-ENTRIES-READ TO WS-STR-ENTRIES (WS-STREAM-IX)
003450         MOVE PT-RETURN-CODE TO WS-STR-RC (WS-STREAM-IX)
003460     ELSE
003470         MOVE "P" TO WS-STR-STATE (WS-STREAM-IX)
003480         MOVE 0 TO WS-STR-ENTRIES (WS-STREAM-IX)
003490         MOVE 0 TO WS-STR-RC (WS-STREAM-IX)
003500         ADD 1 TO WS-PENDING-COUNT
003510     END-IF.
003520*==============================================================
003530 1300-LIST-PENDING-STREAM.
003540*==============================================================
003550     IF WS-STR-PENDING (WS-STREAM-IX)
003560         MOVE WS-STREAM-IX TO WS-STREAM-NO
003570         DISPLAY "CORRIENTE " WS-STREAM-NO " NO TERMINO"
003580     END-IF.
003590*==============================================================
003600*    STARTS EVERY PENDING STREAM AT ONCE AND WAITS FOR THE LAST
003610*    OF THEM. A STREAM RESUBMITTED AFTER A FAILURE PICKS UP AT
003620*    ITS OWN CHECKPOINT. THE STREAMS' RETURN CODES ARE NOT
003630*    TAKEN FROM THE SHELL - PARTTOT IS THE RECORD OF WHICH
003640*    FINISHED AND HOW.
003650*--------------------------------------------------------------
003660 2000-LAUNCH-STREAMS.
003670*==============================================================
003680     MOVE SPACES TO WS-COMMAND-LINE.
003690     MOVE 1 TO WS-COMMAND-PTR.
003700     PERFORM 2010-ADD-STREAM-COMMAND
003710         VARYING WS-STREAM-IX FROM 1 BY 1
003720         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
003730     STRING "wait" DELIMITED BY SIZE
003740         INTO WS-COMMAND-LINE
003750         WITH POINTER WS-COMMAND-PTR
003760     END-STRING.
003770     DISPLAY "SE LANZAN " WS-PENDING-COUNT " CORRIENTES".
003780     CALL "SYSTEM" USING WS-COMMAND-LINE
003790         RETURNING WS-SYSTEM-STATUS
003800     END-CALL.
003810     DISPLAY "CORRIENTES TERMINADAS".
003820*==============================================================
003830 2010-ADD-STREAM-COMMAND.
003840*==============================================================
003850     IF WS-STR-PENDING (WS-STREAM-IX)
003860         MOVE WS-STREAM-IX TO WS-STREAM-NO
003870         DISPLAY "CORRIENTE " WS-STREAM-NO " - pas-tri PARTICION,"
003880             WS-STREAM-NO
003890         STRING "pas-tri PARTICION," DELIMITED BY SIZE
003900             WS-STREAM-NO DELIMITED BY SIZE
003910             " & " DELIMITED BY SIZE
003920             INTO WS-COMMAND-LINE
003930             WITH POINTER WS-COMMAND-PTR
003940         END-STRING
003950     END-IF.
003960*==============================================================
003970*    APPENDS ONE STREAM'S AUDITLOG, PERFHIST AND CACHEJRN LINES
003980*    TO THE SHARED FILES AND EMPTIES THE STREAM'S COPIES, SO
003990*    RESUMEN_AUDIT, THE TREND REPORT AND THE CACHE REPLAY SEE
004000*    ONE HISTORY WHATEVER RAN IN PARALLEL. DONE AFTER EVERY
004010*    ATTEMPT, SO A FAILED STREAM'S WORK IS NOT LEFT BEHIND.
004020*--------------------------------------------------------------
004030 3000-GATHER-STREAM-LOGS.
004040*==============================================================
004050     MOVE WS-STREAM-IX TO WS-SUFFIX-STREAM.
004060     MOVE "AUDITLOG" TO WS-LOG-BASE.
004070     PERFORM 3100-GATHER-ONE-LOG.
004080     MOVE "PERFHIST" TO WS-LOG-BASE.
004090     PERFORM 3100-GATHER-ONE-LOG.
004100     MOVE "CACHEJRN" TO WS-LOG-BASE.
004110     PERFORM 3100-GATHER-ONE-LOG.
004120*==============================================================
004130 3100-GATHER-ONE-LOG.
004140*==============================================================
004150     MOVE SPACES TO WS-COPY-IN-NAME.
004160     STRING WS-LOG-BASE DELIMITED BY SIZE
004170         WS-STREAM-SUFFIX DELIMITED BY SIZE
004180         INTO WS-COPY-IN-NAME
004190     END-STRING.
004200     OPEN INPUT COPY-IN.
004210     IF COPY-IN-OK
004220         MOVE WS-LOG-BASE TO WS-COPY-OUT-NAME
004230         OPEN EXTEND COPY-OUT
004240         IF COPY-OUT-MISSING
004250             OPEN OUTPUT COPY-OUT
004260         END-IF
004270         MOVE 0 TO WS-LINES-COPIED
004280         MOVE "Y" TO SW-MORE-LINES
004290         PERFORM 3110-COPY-ONE-LINE
004300             UNTIL NO-MORE-LINES
004310         CLOSE COPY-IN
004320         CLOSE COPY-OUT
004330         MOVE WS-COPY-IN-NAME TO WS-COPY-OUT-NAME
004340         OPEN OUTPUT COPY-OUT
004350         CLOSE COPY-OUT
004360         IF WS-LINES-COPIED > 0
004370             MOVE WS-LINES-COPIED TO WS-CTL-COUNT-EDIT
004380             DISPLAY WS-COPY-IN-NAME (1:12) " -> " WS-LOG-BASE
004390                 ": " WS-CTL-COUNT-EDIT " LINEAS"
004400         END-IF
004410     END-IF.
004420*==============================================================
004430 3110-COPY-ONE-LINE.
004440*==============================================================
004450     READ COPY-IN
004460         AT END
004470             MOVE "N" TO SW-MORE-LINES
004480         NOT AT END
004490             MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
004500             WRITE COPY-OUT-RECORD
004510             ADD 1 TO WS-LINES-COPIED
004520     END-READ.
004530*==============================================================
004540*    THE MERGED RUN TAKES THE SET'S DATE AND THE SEQUENCE
004550*    PARTE_LOTE RESERVED FOR IT. SHOULD ANOTHER RUN HAVE BEEN
004560*    CATALOGED WITH THAT SEQUENCE OR A LATER ONE SINCE THE
004570*    SPLIT, THE MERGED RUN TAKES THE NEXT FREE ONE INSTEAD - THE
004580*    STREAMS' OWN GENERATIONS KEEP THE SET'S SEQUENCE IN THEIR
004590*    NAMES AND ARE CATALOGED UNDER THE RUN'S.
004600*--------------------------------------------------------------
004610 4000-FIND-RUN-SEQUENCE.
004620*==============================================================
004630     MOVE PC-RUN-DATE TO WS-RUN-DATE.
004640     MOVE PC-RUN-SEQ TO WS-RUN-SEQ.
004650     MOVE 0 TO WS-MAX-SEQ.
004660     OPEN INPUT GEN-CAT.
004670     IF GEN-CAT-OK
004680         MOVE "Y" TO SW-MORE-LINES
004690         PERFORM 4010-SCAN-ONE-CAT-LINE
004700             UNTIL NO-MORE-LINES
004710         CLOSE GEN-CAT
004720     END-IF.
004730     IF WS-MAX-SEQ NOT < WS-RUN-SEQ
004740         COMPUTE WS-RUN-SEQ = WS-MAX-SEQ + 1
004750         DISPLAY "LA SECUENCIA " PC-RUN-SEQ
004760             " YA ESTA CATALOGADA - "
004770             "LA CORRIDA FUSIONADA TOMA LA " WS-RUN-SEQ
004780     END-IF.
004790*==============================================================
004800 4010-SCAN-ONE-CAT-LINE.
004810*==============================================================
004820     READ GEN-CAT
004830         AT END
004840             MOVE "N" TO SW-MORE-LINES
004850         NOT AT END
004860             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
004870             IF GC-SEQ > WS-MAX-SEQ
004880                 MOVE GC-SEQ TO WS-MAX-SEQ
004890             END-IF
004900     END-READ.
004910*==============================================================
004920*    BUILDS THE MERGED RPTOUT: EVERY STREAM'S TABLES IN STREAM
004930*    ORDER, EACH STREAM'S OWN RESUMEN DE CORRIDA LEFT OUT, THEN
004940*    ONE RESUMEN DE CORRIDA FOR THE WHOLE RUN IN THE LAYOUT
004950*    TRIANGULO_PAS PRINTS, SO REPARTO_RPT, INTERFAZ_ADM AND THE
004960*    OPERATOR CONSOLE READ IT AS THEY READ A SINGLE RUN'S. THE
004970*    STREAMS ARE LISTED AFTER THE TOTALS.
004980*--------------------------------------------------------------
004990 5000-MERGE-REPORT.
005000*==============================================================
005010     MOVE "RPTOUT" TO WS-GEN-PREFIX.
005020     MOVE WS-RUN-SEQ TO WS-GEN-SEQ.
005030     PERFORM 8000-BUILD-GEN-NAME.
005040     MOVE WS-GEN-NAME TO WS-COPY-OUT-NAME.
005050     OPEN OUTPUT COPY-OUT.
005060     PERFORM 5100-COPY-STREAM-REPORT
005070         VARYING WS-STREAM-IX FROM 1 BY 1
005080         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
005090     PERFORM 5200-SUM-STREAM-TOTALS
005100         VARYING WS-STREAM-IX FROM 1 BY 1
005110         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
005120     PERFORM 5300-CONTROL-REPORT.
005130     MOVE SPACES TO COPY-OUT-RECORD.
005140     WRITE COPY-OUT-RECORD.
005150     MOVE "CORRIENTES EN PARALELO" TO COPY-OUT-RECORD.
005160     WRITE COPY-OUT-RECORD.
005170     PERFORM 5400-WRITE-STREAM-LINE
005180         VARYING WS-STREAM-IX FROM 1 BY 1
005190         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
005200     CLOSE COPY-OUT.
005210*==============================================================
005220 5100-COPY-STREAM-REPORT.
005230*==============================================================
005240     MOVE "RPTOUT" TO WS-MERGE-TYPE.
005250     PERFORM 8100-BUILD-STREAM-PREFIX.
005260     PERFORM 5110-OPEN-STREAM-GENERATION.
005270     MOVE "N" TO SW-HELD-LINE.
005280     MOVE "N" TO SW-SUMMARY-REACHED.
005290     MOVE "Y" TO SW-MORE-LINES.
005300     PERFORM 5120-COPY-ONE-REPORT-LINE
005310         UNTIL NO-MORE-LINES OR SUMMARY-REACHED.
005320     IF LINE-HELD
005330         MOVE WS-HELD-RECORD TO COPY-OUT-RECORD
005340         WRITE COPY-OUT-RECORD
005350     END-IF.
005360     CLOSE COPY-IN.
005370*==============================================================
005380*    OPENS A STREAM'S GENERATION OF THE TYPE IN WS-GEN-PREFIX.
005390*    A COMPLETE STREAM WITHOUT ITS GENERATIONS CANNOT BE MERGED.
005400*--------------------------------------------------------------
005410 5110-OPEN-STREAM-GENERATION.
005420*==============================================================
005430     MOVE PC-RUN-SEQ TO WS-GEN-SEQ.
005440     PERFORM 8000-BUILD-GEN-NAME.
005450     MOVE WS-GEN-NAME TO WS-COPY-IN-NAME.
005460     OPEN INPUT COPY-IN.
005470     IF NOT COPY-IN-OK
005480         DISPLAY "FALTA " WS-COPY-IN-NAME " - STATUS " FS-COPY-IN
005490         DISPLAY "CONJUNTO SIN FUSIONAR"
005500         CLOSE COPY-OUT
005510         MOVE 8 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540*==============================================================
005550*    EACH LINE IS HELD ONE READ BEFORE IT IS WRITTEN, SO THE
005560*    BLANK LINE AHEAD OF THE STREAM'S RESUMEN DE CORRIDA GOES
005570*    WITH IT.
005580*--------------------------------------------------------------
005590 5120-COPY-ONE-REPORT-LINE.
005600*==============================================================
005610     READ COPY-IN
005620         AT END
005630             MOVE "N" TO SW-MORE-LINES
005640         NOT AT END
005650             IF COPY-IN-RECORD (1:18) = "RESUMEN DE CORRIDA"
005660                 MOVE "Y" TO SW-SUMMARY-REACHED
005670                 IF LINE-HELD AND WS-HELD-RECORD = SPACES
005680                     MOVE "N" TO SW-HELD-LINE
005690                 END-IF
005700             ELSE
005710                 IF LINE-HELD
005720                     MOVE WS-HELD-RECORD TO COPY-OUT-RECORD
005730                     WRITE COPY-OUT-RECORD
005740                 END-IF
005750                 MOVE COPY-IN-RECORD TO WS-HELD-RECORD
005760                 MOVE "Y" TO SW-HELD-LINE
005770             END-IF
005780     END-READ.
005790*==============================================================
005800 5200-SUM-STREAM-TOTALS.
005810*==============================================================
005820     MOVE WS-STREAM-IX TO WS-SUFFIX-STREAM.
005830     MOVE WS-STREAM-SUFFIX TO WS-PART-TOT-NAME (8:4).
005840     MOVE SPACES TO WS-PART-TOT-LINE.
005850     OPEN INPUT PART-TOT.
005860     IF PART-TOT-OK
005870         READ PART-TOT
005880             NOT AT END
005890                 MOVE PART-TOT-RECORD TO WS-PART-TOT-LINE
005900         END-READ
005910         CLOSE PART-TOT
005920     END-IF.
005930     ADD PT-ENTRIES-READ TO WS-CTL-ENTRIES-READ.
005940     ADD PT-ACCEPTED TO WS-CTL-ACCEPTED.
005950     ADD PT-REJECTED TO WS-CTL-REJECTED.
005960     ADD PT-VERIFIED TO WS-CTL-VERIFIED.
005970     ADD PT-ROWS-WRITTEN TO WS-CTL-ROWS-WRITTEN.
005980     ADD PT-COEF-COMPUTED TO WS-CTL-COEF-COMPUTED.
005990     ADD PT-COEF-CACHED TO WS-CTL-COEF-CACHED.
006000     ADD PT-EXCEPTIONS TO WS-CTL-EXCEPTIONS.
006010     ADD PT-VER-DIFFS TO WS-CTL-VER-DIFFS.
006020*==============================================================
006030*    THE RUN'S CONTROL TRAILER, LINE FOR LINE AS TRIANGULO_PAS
006040*    PRINTS IT, AND THE RETURN CODE BY THE SAME RULE: 8 =
006050*    REJECTS PRESENT, 4 = CUADRE EXCEPTIONS OR VERIFY
006060*    DIFFERENCES PRESENT, 0 = CLEAN.
006070*--------------------------------------------------------------
006080 5300-CONTROL-REPORT.
006090*==============================================================
006100     MOVE SPACES TO COPY-OUT-RECORD.
006110     WRITE COPY-OUT-RECORD.
006120     MOVE "RESUMEN DE CORRIDA" TO COPY-OUT-RECORD.
006130     WRITE COPY-OUT-RECORD.
006140     DISPLAY "RESUMEN DE CORRIDA".
006150     MOVE WS-CTL-ENTRIES-READ TO WS-CTL-COUNT-EDIT.
006160     MOVE "ENTRADAS LEIDAS:        " TO WS-CTL-LINE.
006170     PERFORM 5310-WRITE-CONTROL-LINE.
006180     MOVE WS-CTL-ACCEPTED TO WS-CTL-COUNT-EDIT.
006190     MOVE "ACEPTADAS:              " TO WS-CTL-LINE.
006200     PERFORM 5310-WRITE-CONTROL-LINE.
006210     MOVE WS-CTL-REJECTED TO WS-CTL-COUNT-EDIT.
006220     MOVE "RECHAZADAS:             " TO WS-CTL-LINE.
006230     PERFORM 5310-WRITE-CONTROL-LINE.
006240     MOVE WS-CTL-VERIFIED TO WS-CTL-COUNT-EDIT.
006250     MOVE "VERIFICACIONES:         " TO WS-CTL-LINE.
006260     PERFORM 5310-WRITE-CONTROL-LINE.
006270     MOVE WS-CTL-ROWS-WRITTEN TO WS-CTL-COUNT-EDIT.
006280     MOVE "RENGLONES ESCRITOS:     " TO WS-CTL-LINE.
006290     PERFORM 5310-WRITE-CONTROL-LINE.
006300     MOVE WS-CTL-COEF-COMPUTED TO WS-CTL-COUNT-EDIT.
006310     MOVE "COEF CALCULADOS:        " TO WS-CTL-LINE.
006320     PERFORM 5310-WRITE-CONTROL-LINE.
006330     MOVE WS-CTL-COEF-CACHED TO WS-CTL-COUNT-EDIT.
006340     MOVE "COEF DESDE CACHE:       " TO WS-CTL-LINE.
006350     PERFORM 5310-WRITE-CONTROL-LINE.
006360     MOVE WS-CTL-EXCEPTIONS TO WS-CTL-COUNT-EDIT.
006370     MOVE "EXCEPCIONES DE CUADRE:  " TO WS-CTL-LINE.
006380     PERFORM 5310-WRITE-CONTROL-LINE.
006390     MOVE WS-CTL-VER-DIFFS TO WS-CTL-COUNT-EDIT.
006400     MOVE "DIFERENCIAS VERIFICAC:  " TO WS-CTL-LINE.
006410     PERFORM 5310-WRITE-CONTROL-LINE.
006420     IF WS-CTL-REJECTED > 0
006430         MOVE 8 TO WS-CTL-RETURN-CODE
006440     ELSE
006450         IF WS-CTL-EXCEPTIONS > 0 OR WS-CTL-VER-DIFFS > 0
006460             MOVE 4 TO WS-CTL-RETURN-CODE
006470         ELSE
006480             MOVE 0 TO WS-CTL-RETURN-CODE
006490         END-IF
006500     END-IF.
006510     MOVE WS-CTL-RETURN-CODE TO WS-CTL-COUNT-EDIT.
006520     MOVE "CODIGO DE RETORNO:      " TO WS-CTL-LINE.
006530     PERFORM 5310-WRITE-CONTROL-LINE.
006540*==============================================================
006550 5310-WRITE-CONTROL-LINE.
006560*==============================================================
006570     MOVE SPACES TO COPY-OUT-RECORD.
006580     STRING WS-CTL-LINE DELIMITED BY SIZE
006590         WS-CTL-COUNT-EDIT DELIMITED BY SIZE
006600         INTO COPY-OUT-RECORD
006610     END-STRING.
006620     WRITE COPY-OUT-RECORD.
006630     DISPLAY WS-CTL-LINE WS-CTL-COUNT-EDIT.
006640*==============================================================
006650 5400-WRITE-STREAM-LINE.
006660*==============================================================
006670     MOVE WS-STREAM-IX TO SL-STREAM-NO.
006680     MOVE WS-STR-ENTRIES (WS-STREAM-IX) TO SL-ENTRIES.
006690     MOVE WS-STR-RC (WS-STREAM-IX) TO SL-RC.
006700     MOVE WS-STREAM-LINE TO COPY-OUT-RECORD.
006710     WRITE COPY-OUT-RECORD.
006720     DISPLAY WS-STREAM-LINE.
006730*==============================================================
006740*    BUILDS ONE MERGED GENERATION OF THE TYPE IN WS-GEN-PREFIX
006750*    (EXCPRPT, CSVOUT OR VERIFRPT) AS THE STREAMS' GENERATIONS
006760*    OF IT ONE AFTER THE OTHER, IN STREAM ORDER.
006770*--------------------------------------------------------------
006780 5500-MERGE-GENERATION.
006790*==============================================================
006800     MOVE WS-GEN-PREFIX TO WS-MERGE-TYPE.
006810     MOVE WS-RUN-SEQ TO WS-GEN-SEQ.
006820     PERFORM 8000-BUILD-GEN-NAME.
006830     MOVE WS-GEN-NAME TO WS-COPY-OUT-NAME.
006840     OPEN OUTPUT COPY-OUT.
006850     MOVE 0 TO WS-LINES-COPIED.
006860     PERFORM 5510-COPY-STREAM-GENERATION
006870         VARYING WS-STREAM-IX FROM 1 BY 1
006880         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
006890     CLOSE COPY-OUT.
006900     MOVE WS-LINES-COPIED TO WS-CTL-COUNT-EDIT.
006910     DISPLAY WS-COPY-OUT-NAME (1:24) ": " WS-CTL-COUNT-EDIT
006920         " LINEAS".
006930*==============================================================
006940 5510-COPY-STREAM-GENERATION.
006950*==============================================================
006960     PERFORM 8100-BUILD-STREAM-PREFIX.
006970     PERFORM 5110-OPEN-STREAM-GENERATION.
006980     MOVE "Y" TO SW-MORE-LINES.
006990     PERFORM 3110-COPY-ONE-LINE
007000         UNTIL NO-MORE-LINES.
007010     CLOSE COPY-IN.
007020*==============================================================
007030*    CATALOGS THE RUN SET IN GENCAT: THE FOUR MERGED
007040*    GENERATIONS DOWNSTREAM READS, THEN EVERY STREAM'S OWN FOUR
007050*    SO DEPURA_GEN RETIRES THEM WITH THE RUN.
007060*--------------------------------------------------------------
007070 6000-CATALOG-RUN-SET.
007080*==============================================================
007090     OPEN EXTEND GEN-CAT.
007100     IF GEN-CAT-MISSING
007110         OPEN OUTPUT GEN-CAT
007120     END-IF.
007130     MOVE WS-RUN-SEQ TO WS-GEN-SEQ.
007140     MOVE "RPTOUT" TO WS-GEN-PREFIX.
007150     PERFORM 6100-WRITE-CAT-LINE.
007160     MOVE "EXCPRPT" TO WS-GEN-PREFIX.
007170     PERFORM 6100-WRITE-CAT-LINE.
007180     MOVE "CSVOUT" TO WS-GEN-PREFIX.
007190     PERFORM 6100-WRITE-CAT-LINE.
007200     MOVE "VERIFRPT" TO WS-GEN-PREFIX.
007210     PERFORM 6100-WRITE-CAT-LINE.
007220     PERFORM 6010-CATALOG-ONE-STREAM
007230         VARYING WS-STREAM-IX FROM 1 BY 1
007240         UNTIL WS-STREAM-IX > WS-STREAM-COUNT.
007250     CLOSE GEN-CAT.
007260*==============================================================
007270 6010-CATALOG-ONE-STREAM.
007280*==============================================================
007290     MOVE PC-RUN-SEQ TO WS-GEN-SEQ.
007300     MOVE "RPTOUT" TO WS-MERGE-TYPE.
007310     PERFORM 8100-BUILD-STREAM-PREFIX.
007320     PERFORM 6100-WRITE-CAT-LINE.
007330     MOVE "EXCPRPT" TO WS-MERGE-TYPE.
007340     PERFORM 8100-BUILD-STREAM-PREFIX.
007350     PERFORM 6100-WRITE-CAT-LINE.
007360     MOVE "CSVOUT" TO WS-MERGE-TYPE.
007370     PERFORM 8100-BUILD-STREAM-PREFIX.
007380     PERFORM 6100-WRITE-CAT-LINE.
007390     MOVE "VERIFRPT" TO WS-MERGE-TYPE.
007400     PERFORM 8100-BUILD-STREAM-PREFIX.
007410     PERFORM 6100-WRITE-CAT-LINE.
007420*==============================================================
007430*    CATALOGS THE GENERATION OF TYPE WS-GEN-PREFIX AND NAME
007440*    SEQUENCE WS-GEN-SEQ AGAINST THE MERGED RUN.
007450*--------------------------------------------------------------
007460 6100-WRITE-CAT-LINE.
007470*==============================================================
007480     PERFORM 8000-BUILD-GEN-NAME.
007490     MOVE SPACES TO WS-GENCAT-LINE.
007500     MOVE WS-RUN-DATE TO GC-DATE.
007510     MOVE WS-RUN-SEQ TO GC-SEQ.
007520     MOVE WS-GEN-PREFIX TO GC-TYPE.
007530     MOVE WS-GEN-NAME TO GC-FILENAME.
007540     MOVE WS-GENCAT-LINE TO GEN-CAT-RECORD.
007550     WRITE GEN-CAT-RECORD.
007560*==============================================================
007570*    REWRITES PARTCTL WITH THE SET MARKED FUSIONADO, THE MERGED
007580*    RUN'S SEQUENCE AND RETURN CODE, SO A RESUBMISSION DOES NOT
007590*    MERGE IT TWICE AND NO STREAM OF IT RUNS AGAIN.
007600*--------------------------------------------------------------
007610 7000-MARK-SET-MERGED.
007620*==============================================================
007630     MOVE "FUSIONADO" TO PC-SET-STATE.
007640     MOVE WS-RUN-SEQ TO PC-MERGED-SEQ.
007650     MOVE WS-CTL-RETURN-CODE TO PC-MERGED-RC.
007660     MOVE WS-PART-CTL-RECORD TO WS-CTL-SAVED (1).
007670     OPEN OUTPUT PART-CTL.
007680     PERFORM 7010-WRITE-ONE-CTL-LINE
007690         VARYING WS-CTL-IX FROM 1 BY 1
007700         UNTIL WS-CTL-IX > WS-CTL-COUNT.
007710     CLOSE PART-CTL.
007720*==============================================================
007730 7010-WRITE-ONE-CTL-LINE.
007740*==============================================================
007750     MOVE WS-CTL-SAVED (WS-CTL-IX) TO PART-CTL-RECORD.
007760     WRITE PART-CTL-RECORD.
007770*==============================================================
007780*    BUILDS <PREFIX>.D<DATE>.S<SEQ> INTO WS-GEN-NAME.
007790*--------------------------------------------------------------
007800 8000-BUILD-GEN-NAME.
007810*==============================================================
007820     MOVE SPACES TO WS-GEN-NAME.
007830     STRING WS-GEN-PREFIX DELIMITED BY SPACE
007840         ".D" DELIMITED BY SIZE
007850         WS-RUN-DATE DELIMITED BY SIZE
007860         ".S" DELIMITED BY SIZE
007870         WS-GEN-SEQ DELIMITED BY SIZE
007880         INTO WS-GEN-NAME
007890     END-STRING.
007900*==============================================================
007910*    THE TYPE A STREAM WRITES IN PLACE OF THE RUN TYPE IN
007920*    WS-MERGE-TYPE, THE STREAM NUMBER IN PLACE OF ITS TAIL -
007930*    RPTOUT IS RPTSNN, EXCPRPT EXCPSNN, CSVOUT CSVSNN AND
007940*    VERIFRPT VERIFSNN - INTO WS-GEN-PREFIX.
007950*--------------------------------------------------------------
007960 8100-BUILD-STREAM-PREFIX.
007970*==============================================================
007980     MOVE WS-STREAM-IX TO WS-STREAM-NO.
007990     MOVE SPACES TO WS-GEN-PREFIX.
008000     EVALUATE WS-MERGE-TYPE
008010         WHEN "RPTOUT"
008020             MOVE "RPTS" TO WS-GEN-PREFIX
008030             MOVE WS-STREAM-NO TO WS-GEN-PREFIX (5:2)
008040         WHEN "EXCPRPT"
008050             MOVE "EXCPS" TO WS-GEN-PREFIX
008060             MOVE WS-STREAM-NO TO WS-GEN-PREFIX (6:2)
008070         WHEN "CSVOUT"
008080             MOVE "CSVS" TO WS-GEN-PREFIX
008090             MOVE WS-STREAM-NO TO WS-GEN-PREFIX (5:2)
008100         WHEN "VERIFRPT"
008110             MOVE "VERIFS" TO WS-GEN-PREFIX
008120             MOVE WS-STREAM-NO TO WS-GEN-PREFIX (7:2)
008130     END-EVALUATE.
