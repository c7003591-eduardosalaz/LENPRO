000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CADENA_NOCHE.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - DRIVES THE NIGHTLY CHAIN
000110*                 THE OPERATORS USED TO SUBMIT BY HAND AS FIVE
000120*                 SEPARATE STEPS, READING EACH RETURN CODE
000130*                 THEMSELVES:
000140*                   1 LIBRO_TASAS GENERA  (RATEBOOK -> BATCHIN)
000150*                   2 EDITA_LOTE          (BATCHIN -> BATCHWRK)
000160*                   3 TRIANGULO_PAS       (BATCHWRK -> RPTOUT..)
000170*                   4 CACHE_MANT RESPALDA (COEFLKUP -> CACHEBKP)
000180*                   5 DEPURA_GEN          (GENCAT RETENTION)
000190*                 THE STEPS RUN IN ORDER. A STEP ENDING AT OR
000200*                 ABOVE ITS HOLD CODE STOPS THE CHAIN AND THE
000210*                 LATER STEPS ARE NOT RUN: 8 IS A FAILURE FOR
000220*                 EVERY STEP, AND A 4 FROM TRIANGULO_PAS (ROW
000230*                 CUADRE EXCEPTIONS OR VERIFICATION DIFFERENCES)
000240*                 HOLDS THE CHAIN FOR REVIEW SO A SUSPECT RUN
000250*                 IS NEVER BACKED UP OVER THE LAST GOOD CACHE.
000260*                 EVERY STEP IS LOGGED TO CHAINLOG WITH ITS
000270*                 START AND END TIME AND RETURN CODE, AND THE
000280*                 NEXT STEP TO RUN IS KEPT IN CHAINRST. PARM:
000290*                   (BLANK)  - START AT STEP 1, OR RESUME AT
000300*                              THE STEP THAT FAILED OR WAS HELD
000310*                              WHEN CHAINRST HOLDS A PENDING
000320*                              RESTART - BATCHIN IS NOT BUILT
000330*                              AGAIN ON A RESUBMISSION.
000340*                   REVISADO - THE HELD STEP'S OUTPUT HAS BEEN
000350*                              REVIEWED AND ACCEPTED - CARRY ON
000360*                              WITH THE STEP AFTER IT.
000370*                   INICIO   - DISCARD ANY PENDING RESTART AND
000380*                              RUN THE WHOLE CHAIN FROM STEP 1.
000390*                 THE CHAIN ENDS WITH THE HIGHEST STEP RETURN
000400*                 CODE SEEN.
000401* 10/15/2026 JR   NEW STEP 4, CACHE_MANT AUDITA, AHEAD OF THE
000402*                 BACKUP - A CACHE THE AUDIT FINDS DAMAGED (RC 8)
000403*                 FAILS THE CHAIN SO RESPALDA NEVER COPIES IT
000404*                 OVER THE LAST GOOD CACHEBKP. RESPALDA AND
000405*                 DEPURA_GEN ARE NOW STEPS 5 AND 6.
000406* 10/15/2026 JR   STEP 6 NOW PASSES THE RETENTION AND THE BATCH
000407*                 OPERATOR ID ("gen-hskp 30,BATCH") - DEPURA_GEN
000408*                 ONLY PURGES FOR AN OPERATOR GRANTED PURGA IN
000409*                 OPERAUT.
000410* 10/15/2026 JR   NEW STEP 4, REPARTO_RPT, RIGHT AFTER THE RUN -
000411*                 BURSTS THE NIGHT'S RPTOUT INTO ONE BUNDLE PER
000412*                 PRODUCT WITH ITS ROUTING LIST. IT RUNS ONLY ON
000413*                 A RUN THAT ENDED CLEAN OR WAS REVISADO. A 4
000414*                 (A PRODUCT WITH NO RECIPIENT) DOES NOT STOP
000415*                 THE CHAIN; AN 8 DOES. THE AUDIT, BACKUP AND
000416*                 HOUSEKEEPING STEPS ARE NOW 5, 6 AND 7.
000417* 10/15/2026 JR   NEW STEP 5, INTERFAZ_ADM GENERA, AFTER THE
000418*                 DISTRIBUTION - SENDS THE NIGHT'S NEW
000419*                 COEFFICIENT TABLES TO POLICY ADMINISTRATION. IT
000420*                 SENDS NOTHING FOR A RUN THAT DID NOT END CLEAN
000421*                 AND THEN ENDS 4, WHICH DOES NOT STOP THE CHAIN;
000422*                 AN 8 DOES. THE AUDIT, BACKUP AND HOUSEKEEPING
000423*                 STEPS ARE NOW 6, 7 AND 8.
000424* 10/15/2026 JR   THREE LOW-PRIORITY STEPS AFTER THE HOUSEKEEPING,
000425*                 TO HAVE THE RATES TAKING EFFECT IN THE NEXT
000426*                 SEVEN DAYS CACHED BEFORE THEIR FIRST NIGHT:
000427*                   9 LIBRO_TASAS ANTICIPA (RATEBOOK -> BATCHANT)
000428*                  10 PRECALCULO CACHE     (BATCHANT -> COEFLKUP)
000429*                  11 LIBRO_TASAS PREPARA  (READINESS -> RATEPREP)
000430*                 ONLY AN 8 STOPS THE CHAIN AT THESE STEPS.
000431* 10/15/2026 JR   NEW STEP 3, PARTE_LOTE, SPLITS BATCHWRK INTO
000432*                 FOUR PARTITIONS AND STEP 4 NOW RUNS
000433*                 TRIANGULO_PAS AS FOUR PARALLEL STREAMS THROUGH
000434*                 PARALELO_PAS ("par-pas"), WHICH MERGES THEM
000435*                 INTO THE SINGLE NIGHTLY RUN SET. STEP 4 KEEPS
000436*                 ITS NAME AND ITS HOLD ON A 4; A RESUBMISSION
000437*                 AFTER A FAILED STEP 4 RERUNS ONLY THE STREAMS
000438*                 THAT DID NOT FINISH. THE LATER STEPS ARE NOW 5
000439*                 THROUGH 12.
000440* 10/15/2026 JR   EVERY CHAINLOG AND CHAINRST WRITE IS NOW
000441*                 CHECKED - A FAILED WRITE IS SHOWN WITH ITS FILE
000442*                 STATUS AND ENDS THE CHAIN RC 8, SO A LOST
000443*                 RESTART POINT OR LOG LINE NEVER GOES UNNOTICED.
000444*--------------------------------------------------------------
000445 ENVIRONMENT DIVISION.
000446 CONFIGURATION SECTION.
000447 SOURCE-COMPUTER. GNU-LINUX.
000450 OBJECT-COMPUTER. GNU-LINUX.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    STEP LOG, APPENDED TO ACROSS RUNS
000490     SELECT CHAIN-LOG ASSIGN TO "CHAINLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-CHAIN-LOG.
000520*    RESTART POINT - NEXT STEP TO RUN AND THE STATE THE LAST
000530*    SUBMISSION LEFT THE CHAIN IN
000540     SELECT CHAIN-RST ASSIGN TO "CHAINRST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-CHAIN-RST.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CHAIN-LOG
000610     RECORDING MODE IS F.
000620 01  CHAIN-LOG-RECORD            PIC X(100).
000630*
000640 FD  CHAIN-RST
000650     RECORDING MODE IS F.
000660 01  CHAIN-RST-RECORD            PIC X(80).
000670*
000680 WORKING-STORAGE SECTION.
000690 01  WS-FILE-STATUSES.
000700     05  FS-CHAIN-LOG            PIC X(02) VALUE "00".
000710         88  CHAIN-LOG-OK                   VALUE "00".
000720         88  CHAIN-LOG-MISSING              VALUE "35".
000730     05  FS-CHAIN-RST            PIC X(02) VALUE "00".
000740         88  CHAIN-RST-OK                   VALUE "00".
000750         88  CHAIN-RST-EOF                  VALUE "10".
000760         88  CHAIN-RST-MISSING              VALUE "35".
000770 01  WS-SWITCHES.
000780     05  SW-CHAIN-STOPPED        PIC X(01) VALUE "N".
000790         88  CHAIN-STOPPED                  VALUE "Y".
000800         88  CHAIN-RUNNING                  VALUE "N".
000810     05  SW-RESTART-PENDING      PIC X(01) VALUE "N".
000820         88  RESTART-PENDING                VALUE "Y".
000830         88  NO-RESTART-PENDING             VALUE "N".
000840     05  SW-PARM-VALID           PIC X(01) VALUE "Y".
000850         88  PARM-VALID                     VALUE "Y".
000860         88  PARM-IN-ERROR                  VALUE "N".
000870*--------------------------------------------------------------
000880* COMMAND-LINE PARM WORK AREAS
000890*--------------------------------------------------------------
000900 01  WS-PARM-LINE                PIC X(80).
000910 01  WS-FUNCTION-TEXT            PIC X(08).
000920*--------------------------------------------------------------
000930* THE CHAIN - ONE ENTRY PER STEP: THE NAME LOGGED, THE COMMAND
000940* RUN AND THE RETURN CODE AT OR ABOVE WHICH THE CHAIN STOPS.
000950* A STOP BELOW 8 IS A HOLD FOR REVIEW, 8 AND UP A FAILURE.
000960*--------------------------------------------------------------
000970 01  WS-STEP-DEFINITIONS.
000980     05  FILLER.
000990         10  FILLER              PIC X(20)
001000                                 VALUE "LIBRO_TASAS GENERA".
001010         10  FILLER              PIC X(60)
001020                                 VALUE "rate-bk GENERA".
001030         10  FILLER              PIC 9(01) VALUE 8.
001040     05  FILLER.
001050         10  FILLER              PIC X(20)
001060                                 VALUE "EDITA_LOTE".
001070         10  FILLER              PIC X(60)
001080                                 VALUE "batch-ed".
001090         10  FILLER              PIC 9(01) VALUE 8.
001100     05  FILLER.
001113         10  FILLER              PIC X(20)
001116                                 VALUE "PARTE_LOTE".
001119         10  FILLER              PIC X(60)
001122                                 VALUE "part-lt 4".
001125         10  FILLER              PIC 9(01) VALUE 8.
001128     05  FILLER.
001131         10  FILLER              PIC X(20)
001134                                 VALUE "TRIANGULO_PAS".
001137         10  FILLER              PIC X(60)
001138                                 VALUE "par-pas".
001139         10  FILLER              PIC 9(01) VALUE 4.
001140     05  FILLER.
001141         10  FILLER              PIC X(20)
001142                                 VALUE "REPARTO_RPT".
001143         10  FILLER              PIC X(60)
001144                                 VALUE "rpt-dst".
001145         10  FILLER              PIC 9(01) VALUE 8.
001146     05  FILLER.
001147         10  FILLER              PIC X(20)
001148                                 VALUE "INTERFAZ_ADM GENERA".
001149         10  FILLER              PIC X(60)
001150                                 VALUE "int-adm GENERA".
001151         10  FILLER              PIC 9(01) VALUE 8.
001152     05  FILLER.
001153         10  FILLER              PIC X(20)
001154                                 VALUE "CACHE_MANT AUDITA".
001155         10  FILLER              PIC X(60)
001156                                 VALUE "cache-mnt AUDITA".
001157         10  FILLER              PIC 9(01) VALUE 8.
001160     05  FILLER.
001170         10  FILLER              PIC X(20)
001180                                 VALUE "CACHE_MANT RESPALDA".
001190         10  FILLER              PIC X(60)
001200                                 VALUE "cache-mnt RESPALDA".
001210         10  FILLER              PIC 9(01) VALUE 8.
001220     05  FILLER.
001230         10  FILLER              PIC X(20)
001240                                 VALUE "DEPURA_GEN".
001250         10  FILLER              PIC X(60)
001260                                 VALUE "gen-hskp 30,BATCH".
001270         10  FILLER              PIC 9(01) VALUE 8.
001271     05  FILLER.
001272         10  FILLER              PIC X(20)
001273                                 VALUE "LIBRO_TASAS ANTICIPA".
001274         10  FILLER              PIC X(60)
001275                                 VALUE "rate-bk ANTICIPA,7".
001276         10  FILLER              PIC 9(01) VALUE 8.
001277     05  FILLER.
001278         10  FILLER              PIC X(20)
001279                                 VALUE "PRECALCULO CACHE".
001280         10  FILLER              PIC X(60)
001281                                 VALUE "pas-tri ANTICIPA".
001282         10  FILLER              PIC 9(01) VALUE 8.
001283     05  FILLER.
001284         10  FILLER              PIC X(20)
001285                                 VALUE "LIBRO_TASAS PREPARA".
001286         10  FILLER              PIC X(60)
001287                                 VALUE "rate-bk PREPARA,7".
001288         10  FILLER              PIC 9(01) VALUE 8.
001289 01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
001290     05  WS-STEP-ENTRY           OCCURS 12.
001300         10  WS-STEP-NAME        PIC X(20).
001310         10  WS-STEP-COMMAND     PIC X(60).
001320         10  WS-STEP-HOLD-RC     PIC 9(01).
001330 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE 12.
001340 01  WS-STEP-IX                  PIC 9(02) COMP VALUE 1.
001350 01  WS-FIRST-STEP               PIC 9(02) COMP VALUE 1.
001360 01  WS-STOP-STEP                PIC 9(02) COMP VALUE 0.
001365 01  WS-SKIP-STEP                PIC 9(02) COMP VALUE 0.
001370*--------------------------------------------------------------
001380* STEP EXECUTION WORK AREAS - THE SYSTEM SERVICE HANDS BACK THE
001390* RAW WAIT STATUS, THE STEP'S EXIT CODE TIMES 256
001400*--------------------------------------------------------------
001410 01  WS-SYSTEM-STATUS            PIC S9(09) BINARY VALUE 0.
001420 01  WS-STEP-RC                  PIC 9(03) VALUE 0.
001430 01  WS-CHAIN-RC                 PIC 9(03) VALUE 0.
001440 01  WS-STEP-OUTCOME             PIC X(10).
001450 01  WS-STEP-START               PIC 9(08).
001460 01  WS-STEP-END                 PIC 9(08).
001470 01  WS-TODAY                    PIC 9(08).
001480 01  WS-NOW                      PIC 9(08).
001490 01  WS-STEP-EDIT                PIC Z9.
001500 01  WS-RC-EDIT                  PIC ZZ9.
001510*--------------------------------------------------------------
001520* RESTART RECORD
001530*--------------------------------------------------------------
001540 01  WS-RESTART-LINE.
001550     05  CR-RUN-DATE             PIC 9(08).
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  CR-NEXT-STEP            PIC 9(02).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  CR-STATE                PIC X(08).
001600         88  CR-IN-PROGRESS                 VALUE "EN CURSO".
001610         88  CR-FAILED                      VALUE "FALLIDO ".
001620         88  CR-HELD                        VALUE "RETENIDO".
001630         88  CR-COMPLETE                    VALUE "COMPLETO".
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  CR-LAST-RC              PIC 9(03).
001660     05  FILLER                  PIC X(56) VALUE SPACES.
001670*--------------------------------------------------------------
001680* STEP LOG LINE
001690*--------------------------------------------------------------
001700 01  WS-LOG-LINE.
001710     05  LL-RUN-DATE             PIC 9(08).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  LL-STEP                 PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE SPACE.
001750     05  LL-STEP-NAME            PIC X(20).
001760     05  FILLER                  PIC X(08) VALUE " INICIO ".
001770     05  LL-START                PIC 9(08).
001780     05  FILLER                  PIC X(05) VALUE " FIN ".
001790     05  LL-END                  PIC 9(08).
001800     05  FILLER                  PIC X(04) VALUE " RC ".
001810     05  LL-RC                   PIC 9(03).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  LL-OUTCOME              PIC X(10).
001840     05  FILLER                  PIC X(21) VALUE SPACES.
001850*
001860 PROCEDURE DIVISION.
001870*==============================================================
001880 0000-MAINLINE.
001890*==============================================================
001900     DISPLAY "CADENA NOCTURNA DE TRIANGULO DE PASCAL".
001910     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001920     MOVE SPACES TO WS-PARM-LINE.
001930     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
001940     PERFORM 1000-PARSE-PARM.
001950     PERFORM 1100-LOAD-RESTART-POINT.
001960     PERFORM 1150-OPEN-CHAIN-LOG.
001970     PERFORM 1200-DETERMINE-FIRST-STEP THRU 1200-DETERMINE-EXIT.
001980     IF PARM-IN-ERROR
001990         CLOSE CHAIN-LOG
002000         MOVE 8 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     PERFORM 2000-RUN-ONE-STEP
002040         VARYING WS-STEP-IX FROM WS-FIRST-STEP BY 1
002050         UNTIL WS-STEP-IX > WS-STEP-COUNT OR CHAIN-STOPPED.
002060     IF CHAIN-STOPPED
002065         COMPUTE WS-SKIP-STEP = WS-STOP-STEP + 1
002070         PERFORM 2300-LOG-SKIPPED-STEP
002080             VARYING WS-STEP-IX FROM WS-SKIP-STEP BY 1
002090             UNTIL WS-STEP-IX > WS-STEP-COUNT
002100     ELSE
002110         MOVE 0 TO CR-NEXT-STEP
002120         MOVE "COMPLETO" TO CR-STATE
002130         PERFORM 3000-SAVE-RESTART-POINT
002140     END-IF.
002150     CLOSE CHAIN-LOG.
002160     PERFORM 9000-CHAIN-SUMMARY.
002170     MOVE WS-CHAIN-RC TO RETURN-CODE.
002180     STOP RUN.
002190*==============================================================
002200*    THE PARM IS ONE WORD - BLANK, REVISADO OR INICIO.
002210*--------------------------------------------------------------
002220 1000-PARSE-PARM.
002230*==============================================================
002240     MOVE SPACES TO WS-FUNCTION-TEXT.
002250     UNSTRING WS-PARM-LINE DELIMITED BY ","
002260         INTO WS-FUNCTION-TEXT
002270     END-UNSTRING.
002280*==============================================================
002290*    READS THE RESTART POINT LEFT BY THE LAST SUBMISSION. A
002300*    MISSING FILE, STEP ZERO OR A COMPLETED CHAIN MEANS NOTHING
002310*    IS PENDING.
002320*--------------------------------------------------------------
002330 1100-LOAD-RESTART-POINT.
002340*==============================================================
002350     MOVE "N" TO SW-RESTART-PENDING.
002360     OPEN INPUT CHAIN-RST.
002370     IF CHAIN-RST-OK
002380         READ CHAIN-RST INTO WS-RESTART-LINE
002390             AT END
002400                 CONTINUE
002410             NOT AT END
002420                 IF CR-NEXT-STEP IS NUMERIC
002430                     AND CR-NEXT-STEP > 0
002440                     AND CR-NEXT-STEP <= WS-STEP-COUNT
002450                     AND NOT CR-COMPLETE
002460                     MOVE "Y" TO SW-RESTART-PENDING
002470                 END-IF
002480         END-READ
002490         CLOSE CHAIN-RST
002500     END-IF.
002510*==============================================================
002520*    OPENS THE STEP LOG FOR APPEND, CREATING IT ON FIRST USE.
002530*--------------------------------------------------------------
002540 1150-OPEN-CHAIN-LOG.
002550*==============================================================
002560     OPEN EXTEND CHAIN-LOG.
002570     IF CHAIN-LOG-MISSING
002580         OPEN OUTPUT CHAIN-LOG
002590     END-IF.
002600*==============================================================
002610*    PICKS THE STEP TO START AT FROM THE PARM AND THE PENDING
002620*    RESTART, IF ANY. A REVIEW RELEASE IS LOGGED AGAINST THE
002630*    HELD STEP SO THE LOG SHOWS WHO LET THE CHAIN CONTINUE.
002640*--------------------------------------------------------------
002650 1200-DETERMINE-FIRST-STEP.
002660*==============================================================
002670     MOVE 1 TO WS-FIRST-STEP.
002680     EVALUATE WS-FUNCTION-TEXT
002690         WHEN "INICIO  "
002700             IF RESTART-PENDING
002710                 MOVE CR-NEXT-STEP TO WS-STEP-EDIT
002720                 DISPLAY "REINICIO PENDIENTE EN PASO "
002725                     WS-STEP-EDIT
002730                     " DESCARTADO - CADENA DESDE EL PASO 1"
002740             END-IF
002750         WHEN "REVISADO"
002760             IF NO-RESTART-PENDING OR NOT CR-HELD
002770                 DISPLAY "NO HAY CADENA RETENIDA PARA REVISION - "
002780                     "REVISADO RECHAZADO"
002790                 MOVE "N" TO SW-PARM-VALID
002800                 GO TO 1200-DETERMINE-EXIT
002810             END-IF
002820             MOVE CR-NEXT-STEP TO WS-STEP-IX
002830             MOVE 0 TO WS-STEP-START
002840             ACCEPT WS-NOW FROM TIME
002850             MOVE WS-NOW TO WS-STEP-END
002860             MOVE CR-LAST-RC TO WS-STEP-RC
002870             MOVE "REVISADO" TO WS-STEP-OUTCOME
002880             PERFORM 2200-WRITE-STEP-LOG
002890             COMPUTE WS-FIRST-STEP = CR-NEXT-STEP + 1
002900             MOVE WS-FIRST-STEP TO WS-STEP-EDIT
002910             DISPLAY "RETENCION LIBERADA - CONTINUA EN PASO "
002920                 WS-STEP-EDIT
002930         WHEN SPACES
002940             IF RESTART-PENDING
002950                 MOVE CR-NEXT-STEP TO WS-FIRST-STEP
002960                 MOVE CR-NEXT-STEP TO WS-STEP-EDIT
002970                 DISPLAY "REANUDA EN PASO " WS-STEP-EDIT
002980                     " (" CR-STATE " DEL " CR-RUN-DATE ")"
002990             END-IF
003000         WHEN OTHER
003010             DISPLAY "FUNCION NO RECONOCIDA: " WS-FUNCTION-TEXT
003020             DISPLAY "USE (BLANCO), REVISADO O INICIO"
003030             MOVE "N" TO SW-PARM-VALID
003040     END-EVALUATE.
003050 1200-DETERMINE-EXIT.
003060     EXIT.
003070*==============================================================
003080*    RUNS ONE STEP. THE RESTART POINT IS MOVED TO THE STEP
003090*    BEFORE IT STARTS, SO A CHAIN KILLED MID-STEP RESUMES AT
003100*    THAT STEP, AND AGAIN AFTER IT ENDS - PAST IT WHEN IT ENDS
003110*    CLEAN, ON IT WHEN IT FAILS OR IS HELD.
003120*--------------------------------------------------------------
003130 2000-RUN-ONE-STEP.
003140*==============================================================
003150     MOVE WS-STEP-IX TO CR-NEXT-STEP.
003160     MOVE "EN CURSO" TO CR-STATE.
003170     MOVE 0 TO CR-LAST-RC.
003180     PERFORM 3000-SAVE-RESTART-POINT.
003190     MOVE WS-STEP-IX TO WS-STEP-EDIT.
003200     DISPLAY "PASO " WS-STEP-EDIT ": " WS-STEP-NAME (WS-STEP-IX).
003210     ACCEPT WS-NOW FROM TIME.
003220     MOVE WS-NOW TO WS-STEP-START.
003230     PERFORM 2100-EXECUTE-STEP-COMMAND.
003240     ACCEPT WS-NOW FROM TIME.
003250     MOVE WS-NOW TO WS-STEP-END.
003260     IF WS-STEP-RC > WS-CHAIN-RC
003270         MOVE WS-STEP-RC TO WS-CHAIN-RC
003280     END-IF.
003290     MOVE WS-STEP-RC TO CR-LAST-RC.
003300     IF WS-STEP-RC >= 8
003310         MOVE "FALLIDO" TO WS-STEP-OUTCOME
003320         MOVE "FALLIDO " TO CR-STATE
003330         MOVE "Y" TO SW-CHAIN-STOPPED
003340     ELSE
003350         IF WS-STEP-RC >= WS-STEP-HOLD-RC (WS-STEP-IX)
003360             MOVE "RETENIDO" TO WS-STEP-OUTCOME
003370             MOVE "RETENIDO" TO CR-STATE
003380             MOVE "Y" TO SW-CHAIN-STOPPED
003390         ELSE
003400             MOVE "COMPLETO" TO WS-STEP-OUTCOME
003410             COMPUTE CR-NEXT-STEP = WS-STEP-IX + 1
003420         END-IF
003430     END-IF.
003440     IF CHAIN-STOPPED
003450         MOVE WS-STEP-IX TO WS-STOP-STEP
003460     END-IF.
003470     PERFORM 3000-SAVE-RESTART-POINT.
003480     PERFORM 2200-WRITE-STEP-LOG.
003490     MOVE WS-STEP-RC TO WS-RC-EDIT.
003500     DISPLAY "PASO " WS-STEP-EDIT " RC " WS-RC-EDIT " "
003510         WS-STEP-OUTCOME.
003520*==============================================================
003530*    HANDS THE STEP'S COMMAND TO THE SYSTEM SERVICE AND TURNS
003540*    THE WAIT STATUS BACK INTO THE STEP'S OWN RETURN CODE. A
003550*    STEP THAT COULD NOT BE STARTED AT ALL COUNTS AS FAILED.
003560*--------------------------------------------------------------
003570 2100-EXECUTE-STEP-COMMAND.
003580*==============================================================
003590     MOVE 0 TO WS-SYSTEM-STATUS.
003600     CALL "SYSTEM" USING WS-STEP-COMMAND (WS-STEP-IX)
003610         RETURNING WS-SYSTEM-STATUS
003620     END-CALL.
003630     IF WS-SYSTEM-STATUS < 0
003640         MOVE 8 TO WS-STEP-RC
003650     ELSE
003660         DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-RC
003670         IF WS-STEP-RC = 0 AND WS-SYSTEM-STATUS > 0
003680             MOVE 8 TO WS-STEP-RC
003690         END-IF
003700     END-IF.
003720*==============================================================
003730 2200-WRITE-STEP-LOG.
003740*==============================================================
003750     MOVE WS-TODAY TO LL-RUN-DATE.
003760     MOVE WS-STEP-IX TO LL-STEP.
003770     MOVE WS-STEP-NAME (WS-STEP-IX) TO LL-STEP-NAME.
003780     MOVE WS-STEP-START TO LL-START.
003790     MOVE WS-STEP-END TO LL-END.
003800     MOVE WS-STEP-RC TO LL-RC.
003810     MOVE WS-STEP-OUTCOME TO LL-OUTCOME.
003820     MOVE WS-LOG-LINE TO CHAIN-LOG-RECORD.
003830     WRITE CHAIN-LOG-RECORD.
003831     IF NOT CHAIN-LOG-OK
003832         DISPLAY "NO SE PUDO ESCRIBIR EN CHAINLOG ("
003833             FS-CHAIN-LOG ")"
003834         MOVE 8 TO WS-CHAIN-RC
003835     END-IF.
003840*==============================================================
003850*    LOGS A STEP THE CHAIN DID NOT REACH BECAUSE AN EARLIER
003860*    STEP FAILED OR WAS HELD.
003880*--------------------------------------------------------------
003890 2300-LOG-SKIPPED-STEP.
003900*==============================================================
003920     MOVE 0 TO WS-STEP-START.
003930     MOVE 0 TO WS-STEP-END.
003940     MOVE 0 TO WS-STEP-RC.
003950     MOVE "OMITIDO" TO WS-STEP-OUTCOME.
003960     PERFORM 2200-WRITE-STEP-LOG.
003980*==============================================================
003990*    REWRITES THE ONE-LINE RESTART FILE.
004000*--------------------------------------------------------------
004010 3000-SAVE-RESTART-POINT.
004020*==============================================================
004030     MOVE WS-TODAY TO CR-RUN-DATE.
004040     OPEN OUTPUT CHAIN-RST.
004050     MOVE WS-RESTART-LINE TO CHAIN-RST-RECORD.
004060     WRITE CHAIN-RST-RECORD.
004061     IF NOT CHAIN-RST-OK
004062         DISPLAY "NO SE PUDO GUARDAR EL PUNTO DE REINICIO EN "
004063             "CHAINRST (" FS-CHAIN-RST ")"
004064         MOVE 8 TO WS-CHAIN-RC
004065     END-IF.
004070     CLOSE CHAIN-RST.
004080*==============================================================
004090*    CLOSING CONSOLE SUMMARY.
004100*--------------------------------------------------------------
004110 9000-CHAIN-SUMMARY.
004120*==============================================================
004130     MOVE WS-CHAIN-RC TO WS-RC-EDIT.
004140     IF CHAIN-STOPPED
004150         MOVE WS-STOP-STEP TO WS-STEP-EDIT
004160         DISPLAY "CADENA DETENIDA EN PASO " WS-STEP-EDIT
004170             " (" CR-STATE ") - RC " WS-RC-EDIT
004180         IF CR-HELD
004190             DISPLAY "REVISE Y REENVIE CON REVISADO PARA "
004200                 "CONTINUAR, O SIN PARM PARA REPETIR EL PASO"
004210         ELSE
004220             DISPLAY "CORRIJA Y REENVIE SIN PARM PARA REANUDAR "
004230                 "EN EL PASO FALLIDO"
004240         END-IF
004250     ELSE
004260         DISPLAY "CADENA COMPLETA - RC " WS-RC-EDIT
004270     END-IF.
