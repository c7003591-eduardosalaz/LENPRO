000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPARTO_RPT.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - SPLITS ONE NIGHT'S RPTOUT
000110*                 GENERATION INTO ONE BUNDLE PER PRODUCT FOR THE
000120*                 PRODUCT ACTUARIES. EACH TABLE IN THE REPORT
000130*                 GOES TO THE BUNDLE OF THE "PRODUCTO:" ON ITS
000140*                 HEADER (A TABLE WITHOUT ONE GOES TO SINPROD).
000150*                 EACH BUNDLE OPENS WITH A BANNER PAGE NAMING THE
000160*                 PRODUCT, THE RUN AND ITS RECIPIENTS FROM THE
000170*                 RUTAPROD ROUTING MASTER, IS WRITTEN AS
000180*                 GENERATION RPT.<PRODUCT>.D<DATE>.S<SEQ> AND IS
000190*                 CATALOGED IN GENCAT AS TYPE RPTPROD UNDER THE
000200*                 RUN'S OWN DATE AND SEQUENCE, SO DEPURA_GEN
000210*                 RETIRES IT WITH THE RUN. THE ROUTING LIST OF
000220*                 WHO RECEIVES WHAT IS GENERATION
000230*                 RUTAS.D<DATE>.S<SEQ> (TYPE RUTAS). PARM:
000240*                   (BLANK) - THE NEWEST RPTOUT GENERATION
000250*                   <SEC>   - THE RPTOUT GENERATION OF THAT RUN
000260*                             SEQUENCE (A REDISTRIBUTION - THE
000270*                             BUNDLES ARE REWRITTEN, THE CATALOG
000280*                             IS NOT TOUCHED AGAIN)
000290*                 RETURN CODE 8 = NO GENERATION, OR IT OR A
000300*                 BUNDLE CANNOT BE OPENED; 4 = A BUNDLE WITH NO
000310*                 RECIPIENT IN RUTAPROD, OR A REPORT WITHOUT ITS
000320*                 RESUMEN DE CORRIDA; 0 = EVERY BUNDLE ROUTED.
000330*--------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. GNU-LINUX.
000370 OBJECT-COMPUTER. GNU-LINUX.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400*    CATALOG OF OUTPUT GENERATIONS - SEE COPYBOOK GENCAT
000410     SELECT GEN-CAT ASSIGN TO "GENCAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-GEN-CAT.
000440*    THE RUN'S REPORT, RESOLVED THROUGH GENCAT
000450     SELECT RPT-IN ASSIGN USING WS-RPT-GEN-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-RPT-IN.
000480*    REPORT ROUTING MASTER - SEE COPYBOOK RUTAPROD
000490     SELECT ROUTE-MST ASSIGN TO "RUTAPROD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-ROUTE-MST.
000520*    ONE PRODUCT'S BUNDLE - ONE GENERATION PER PRODUCT PER RUN
000530     SELECT BUNDLE-OUT ASSIGN USING WS-BUNDLE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-BUNDLE-OUT.
000560*    ROUTING LIST - ONE GENERATION PER RUN
000570     SELECT ROUTE-LIST ASSIGN USING WS-LIST-GEN-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-ROUTE-LIST.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GEN-CAT
000640     RECORDING MODE IS F.
000650 01  GEN-CAT-RECORD              PIC X(60).
000660*
000670 FD  RPT-IN
000680     RECORDING MODE IS F.
000690 01  RPT-IN-RECORD               PIC X(2200).
000700*
000710 FD  ROUTE-MST
000720     RECORDING MODE IS F.
000730 01  ROUTE-MST-RECORD            PIC X(80).
000740*
000750 FD  BUNDLE-OUT
000760     RECORDING MODE IS F.
000770 01  BUNDLE-OUT-RECORD           PIC X(2200).
000780*
000790 FD  ROUTE-LIST
000800     RECORDING MODE IS F.
000810 01  ROUTE-LIST-RECORD           PIC X(120).
000820*
000830 WORKING-STORAGE SECTION.
000840 01  WS-FILE-STATUSES.
000850     05  FS-GEN-CAT              PIC X(02) VALUE "00".
000860         88  GEN-CAT-OK                     VALUE "00".
000870         88  GEN-CAT-MISSING                VALUE "35".
000880     05  FS-RPT-IN               PIC X(02) VALUE "00".
000890         88  RPT-IN-OK                      VALUE "00".
000900     05  FS-ROUTE-MST            PIC X(02) VALUE "00".
000910         88  ROUTE-MST-OK                   VALUE "00".
000920     05  FS-BUNDLE-OUT           PIC X(02) VALUE "00".
000930         88  BUNDLE-OUT-OK                  VALUE "00".
000940     05  FS-ROUTE-LIST           PIC X(02) VALUE "00".
000950         88  ROUTE-LIST-OK                  VALUE "00".
000960 01  WS-SWITCHES.
000970     05  SW-MORE-RECORDS         PIC X(01) VALUE "Y".
000980         88  MORE-RECORDS                   VALUE "Y".
000990         88  NO-MORE-RECORDS                VALUE "N".
001000     05  SW-SUMMARY-FOUND        PIC X(01) VALUE "N".
001010         88  SUMMARY-FOUND                  VALUE "Y".
001020     05  SW-EXPECT-N-LINE        PIC X(01) VALUE "N".
001030         88  EXPECT-N-LINE                  VALUE "Y".
001040     05  SW-LINE-KIND            PIC X(01) VALUE SPACE.
001050         88  LINE-IS-TITLE                  VALUE "T".
001060         88  LINE-IS-N-LINE                 VALUE "N".
001070         88  LINE-IS-SUMMARY                VALUE "S".
001080         88  LINE-IS-DATA                   VALUE "D".
001090     05  SW-PRD-FOUND            PIC X(01) VALUE "N".
001100         88  PRD-FOUND                      VALUE "Y".
001110     05  SW-PRD-OVERFLOW         PIC X(01) VALUE "N".
001120         88  PRD-OVERFLOWED                 VALUE "Y".
001130     05  SW-RTE-OVERFLOW         PIC X(01) VALUE "N".
001140         88  RTE-OVERFLOWED                 VALUE "Y".
001150     05  SW-ALREADY-CATALOGED    PIC X(01) VALUE "N".
001160         88  ALREADY-CATALOGED              VALUE "Y".
001170     05  SW-FIRST-ROUTE          PIC X(01) VALUE "Y".
001180         88  FIRST-ROUTE                    VALUE "Y".
001190*--------------------------------------------------------------
001200* ONE CATALOG LINE UNDER WORK - SEE COPYBOOK GENCAT
001210*--------------------------------------------------------------
001220     COPY "gencat.cpy".
001230*--------------------------------------------------------------
001240* ONE ROUTING MASTER LINE UNDER WORK - SEE COPYBOOK RUTAPROD
001250*--------------------------------------------------------------
001260     COPY "rutaprd.cpy".
001270*--------------------------------------------------------------
001280* COMMAND-LINE PARM - BLANK, OR THE RUN SEQUENCE TO DISTRIBUTE
001290*--------------------------------------------------------------
001300 01  WS-PARM-LINE                PIC X(80).
001310 01  WS-PARM-SEQ-TEXT            PIC X(80).
001320 01  WS-PARM-LEN                 PIC 9(02) COMP VALUE 0.
001330 01  WS-PARM-SEQ-JUST            PIC X(04) JUSTIFIED RIGHT.
001340 01  WS-WANT-SEQ                 PIC 9(04) VALUE 0.
001350*--------------------------------------------------------------
001360* THE RUN BEING DISTRIBUTED AND THE GENERATIONS WRITTEN FOR IT
001370*--------------------------------------------------------------
001380 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
001390 01  WS-RUN-SEQ                  PIC 9(04) VALUE 0.
001400 01  WS-RPT-GEN-NAME             PIC X(30).
001410 01  WS-BUNDLE-NAME              PIC X(30).
001420 01  WS-LIST-GEN-NAME            PIC X(30).
001430 01  WS-GEN-PREFIX               PIC X(12).
001440 01  WS-GEN-NAME                 PIC X(30).
001450*--------------------------------------------------------------
001460* PRODUCTS FOUND IN THE REPORT, IN ORDER OF FIRST APPEARANCE -
001470* TABLES AND REPORT LINES PER PRODUCT AND ITS RECIPIENT COUNT
001480*--------------------------------------------------------------
001490 01  WS-PRD-COUNT                PIC 9(02) COMP VALUE 0.
001500 01  WS-PRD-IX                   PIC 9(02) COMP VALUE 1.
001510 01  WS-PRD-HIT                  PIC 9(02) COMP VALUE 0.
001520 01  WS-PRD-TABLE.
001530     05  WS-PRD-ENTRY            OCCURS 50.
001540         10  WS-PRD-CODE         PIC X(08).
001550         10  WS-PRD-TABLES       PIC 9(04) COMP.
001560         10  WS-PRD-LINES        PIC 9(07) COMP.
001570         10  WS-PRD-RECIPIENTS   PIC 9(03) COMP.
001580*--------------------------------------------------------------
001590* IN-CORE COPY OF THE ROUTING MASTER
001600*--------------------------------------------------------------
001610 01  WS-RTE-COUNT                PIC 9(03) COMP VALUE 0.
001620 01  WS-RTE-IX                   PIC 9(03) COMP VALUE 1.
001630 01  WS-RTE-TABLE.
001640     05  WS-RTE-ENTRY            OCCURS 200.
001650         10  WS-RTE-PRODUCT      PIC X(08).
001660         10  WS-RTE-RECIPIENT    PIC X(30).
001670         10  WS-RTE-AREA         PIC X(20).
001680*--------------------------------------------------------------
001690* REPORT LINE CLASSIFICATION - A TABLE STARTS AT ITS TITLE LINE
001700* AND BELONGS TO THE PRODUCT NAMED ON THE N LINE THAT FOLLOWS;
001710* THE TITLE IS HELD UNTIL THAT PRODUCT IS KNOWN
001720*--------------------------------------------------------------
001730 01  WS-LINE-PRODUCT             PIC X(08).
001740 01  WS-UNS-HEAD                 PIC X(80).
001750 01  WS-CURRENT-PRODUCT          PIC X(08) VALUE SPACES.
001760 01  WS-TARGET-PRODUCT           PIC X(08) VALUE SPACES.
001770 01  WS-HELD-TITLE               PIC X(2200).
001780*--------------------------------------------------------------
001790* BANNER PAGE, ROUTING LIST AND TOTALS
001800*--------------------------------------------------------------
001810 01  WS-BANNER-TEXT              PIC X(80).
001820 01  WS-LIST-HEADING.
001830     05  FILLER                  PIC X(10) VALUE "PRODUCTO".
001840     05  FILLER                  PIC X(32) VALUE "PAQUETE".
001850     05  FILLER                  PIC X(08) VALUE "TABLAS".
001860     05  FILLER                  PIC X(32) VALUE "DESTINATARIO".
001870     05  FILLER                  PIC X(20) VALUE "AREA".
001880 01  WS-LIST-LINE.
001890     05  LS-PRODUCT              PIC X(08).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  LS-BUNDLE               PIC X(30).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  LS-TABLES               PIC ZZZZZ9.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  LS-RECIPIENT            PIC X(30).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  LS-AREA                 PIC X(20).
001980 01  WS-BUNDLES-WRITTEN          PIC 9(04) COMP VALUE 0.
001990 01  WS-UNROUTED                 PIC 9(04) COMP VALUE 0.
002000 01  WS-COUNT-EDIT               PIC ZZZ9.
002010 01  WS-LINES-EDIT               PIC Z(06)9.
002020 01  WS-RETURN-CODE              PIC 9(01) VALUE 0.
002030*
002040 PROCEDURE DIVISION.
002050*==============================================================
002060 0000-MAINLINE.
002070*==============================================================
002080     DISPLAY "REPARTO DE REPORTES POR PRODUCTO".
002090     PERFORM 1000-RESOLVE-GENERATION THRU 1000-RESOLVE-EXIT.
002100     IF WS-RETURN-CODE < 8
002110         PERFORM 2000-LOAD-ROUTING
002120         PERFORM 3000-FIND-PRODUCTS THRU 3000-FIND-EXIT
002130     END-IF.
002140     IF WS-RETURN-CODE < 8
002150         PERFORM 4000-WRITE-BUNDLES THRU 4000-WRITE-EXIT
002160     END-IF.
002170     MOVE WS-RETURN-CODE TO RETURN-CODE.
002180     STOP RUN.
002190*==============================================================
002200*    PICKS THE RPTOUT GENERATION TO DISTRIBUTE FROM GENCAT - THE
002210*    HIGHEST RUN SEQUENCE, OR THE ONE NAMED ON THE PARM - AND
002220*    NOTES WHETHER THAT RUN WAS ALREADY DISTRIBUTED ONCE.
002230*--------------------------------------------------------------
002240 1000-RESOLVE-GENERATION.
002250*==============================================================
002260     MOVE SPACES TO WS-PARM-LINE.
002270     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
002280     MOVE 0 TO WS-WANT-SEQ.
002290     IF WS-PARM-LINE NOT = SPACES
002300         PERFORM 1100-EDIT-PARM-SEQ
002310         IF WS-WANT-SEQ = 0
002320             DISPLAY "PARAMETRO NO RECONOCIDO: "
002330                 WS-PARM-LINE (1:20)
002340             DISPLAY "USE <SECUENCIA> O NADA PARA LA ULTIMA "
002350                 "CORRIDA"
002360             MOVE 8 TO WS-RETURN-CODE
002370             GO TO 1000-RESOLVE-EXIT
002380         END-IF
002390     END-IF.
002400     MOVE SPACES TO WS-RPT-GEN-NAME.
002410     MOVE 0 TO WS-RUN-SEQ.
002420     OPEN INPUT GEN-CAT.
002430     IF NOT GEN-CAT-OK
002440         DISPLAY "CATALOGO GENCAT AUSENTE - SIN CORRIDAS"
002450         MOVE 8 TO WS-RETURN-CODE
002460         GO TO 1000-RESOLVE-EXIT
002470     END-IF.
002480     MOVE "Y" TO SW-MORE-RECORDS.
002490     PERFORM 1200-SCAN-ONE-CAT-LINE
002500         UNTIL NO-MORE-RECORDS.
002510     CLOSE GEN-CAT.
002520     IF WS-RPT-GEN-NAME = SPACES
002530         IF WS-WANT-SEQ = 0
002540             DISPLAY "NINGUNA GENERACION RPTOUT CATALOGADA"
002550         ELSE
002560             DISPLAY "NINGUNA GENERACION RPTOUT CON SECUENCIA "
002570                 WS-WANT-SEQ
002580         END-IF
002590         MOVE 8 TO WS-RETURN-CODE
002600         GO TO 1000-RESOLVE-EXIT
002610     END-IF.
002620     DISPLAY "CORRIDA: " WS-RUN-DATE " SECUENCIA " WS-RUN-SEQ.
002630     DISPLAY "ORIGEN:  " WS-RPT-GEN-NAME.
002640     MOVE "N" TO SW-ALREADY-CATALOGED.
002650     OPEN INPUT GEN-CAT.
002660     MOVE "Y" TO SW-MORE-RECORDS.
002670     PERFORM 1300-CHECK-ONE-CAT-LINE
002680         UNTIL NO-MORE-RECORDS.
002690     CLOSE GEN-CAT.
002700 1000-RESOLVE-EXIT.
002710     EXIT.
002720*==============================================================
002730*    THE PARM IS A RUN SEQUENCE OF ONE TO FOUR DIGITS; ANYTHING
002740*    ELSE LEAVES WS-WANT-SEQ AT ZERO AND IS REFUSED.
002750*--------------------------------------------------------------
002760 1100-EDIT-PARM-SEQ.
002770*==============================================================
002780     MOVE SPACES TO WS-PARM-SEQ-TEXT.
002790     MOVE 0 TO WS-PARM-LEN.
002800     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
002810         INTO WS-PARM-SEQ-TEXT COUNT IN WS-PARM-LEN
002820     END-UNSTRING.
002830     IF WS-PARM-LEN > 0 AND WS-PARM-LEN <= 4
002840         MOVE WS-PARM-SEQ-TEXT (1:WS-PARM-LEN) TO WS-PARM-SEQ-JUST
002850         INSPECT WS-PARM-SEQ-JUST REPLACING LEADING SPACE BY "0"
002860         IF WS-PARM-SEQ-JUST IS NUMERIC
002870             MOVE WS-PARM-SEQ-JUST TO WS-WANT-SEQ
002880         END-IF
002890     END-IF.
002900*==============================================================
002910*    KEEPS THE RPTOUT LINE WITH THE HIGHEST RUN SEQUENCE - THE
002920*    SEQUENCE GROWS ACROSS THE WHOLE CATALOG, SO THE HIGHEST
002930*    ONE IS THE NEWEST RUN - OR THE ONE OF THE WANTED SEQUENCE.
002940*--------------------------------------------------------------
002950 1200-SCAN-ONE-CAT-LINE.
002960*==============================================================
002970     READ GEN-CAT
002980         AT END
002990             MOVE "N" TO SW-MORE-RECORDS
003000         NOT AT END
003010             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
003020             IF GC-TYPE = "RPTOUT"
003030                 IF (WS-WANT-SEQ = 0 AND GC-SEQ > WS-RUN-SEQ)
003040                     OR (WS-WANT-SEQ > 0 AND GC-SEQ = WS-WANT-SEQ)
003050                     MOVE GC-SEQ TO WS-RUN-SEQ
003060                     MOVE GC-DATE TO WS-RUN-DATE
003070                     MOVE GC-FILENAME TO WS-RPT-GEN-NAME
003080                 END-IF
003090             END-IF
003100     END-READ.
003110*==============================================================
003120*    A RUTAS LINE UNDER THE RUN'S SEQUENCE MEANS THE RUN WAS
003130*    DISTRIBUTED BEFORE AND ITS BUNDLES ARE ALREADY CATALOGED.
003140*--------------------------------------------------------------
003150 1300-CHECK-ONE-CAT-LINE.
003160*==============================================================
003170     READ GEN-CAT
003180         AT END
003190             MOVE "N" TO SW-MORE-RECORDS
003200         NOT AT END
003210             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
003220             IF GC-TYPE = "RUTAS" AND GC-SEQ = WS-RUN-SEQ
003230                 MOVE "Y" TO SW-ALREADY-CATALOGED
003240             END-IF
003250     END-READ.
003260*==============================================================
003270*    LOADS THE ROUTING MASTER. A MISSING MASTER IS NOT FATAL -
003280*    THE BUNDLES ARE STILL WRITTEN, EACH LISTED WITHOUT A
003290*    RECIPIENT, AND THE RUN ENDS 4 FOR THE OPERATOR TO CHASE.
003300*--------------------------------------------------------------
003310 2000-LOAD-ROUTING.
003320*==============================================================
003330     MOVE 0 TO WS-RTE-COUNT.
003340     MOVE "N" TO SW-RTE-OVERFLOW.
003350     OPEN INPUT ROUTE-MST.
003360     IF NOT ROUTE-MST-OK
003370         DISPLAY "MAESTRO DE RUTAS RUTAPROD AUSENTE - STATUS "
003380             FS-ROUTE-MST
003390     ELSE
003400         MOVE "Y" TO SW-MORE-RECORDS
003410         PERFORM 2100-LOAD-ONE-ROUTE
003420             UNTIL NO-MORE-RECORDS
003430         CLOSE ROUTE-MST
003440     END-IF.
003450     IF RTE-OVERFLOWED
003460         DISPLAY "RUTAPROD EXCEDE LA TABLA (200 LINEAS) - "
003470             "LINEAS IGNORADAS"
003480         MOVE 4 TO WS-RETURN-CODE
003490     END-IF.
003500*==============================================================
003510 2100-LOAD-ONE-ROUTE.
003520*==============================================================
003530     READ ROUTE-MST
003540         AT END
003550             MOVE "N" TO SW-MORE-RECORDS
003560         NOT AT END
003570             MOVE ROUTE-MST-RECORD TO WS-ROUTING-LINE
003580             IF ROUTE-MST-RECORD (1:1) NOT = "*"
003590                 AND RT-PRODUCT NOT = SPACES
003600                 IF WS-RTE-COUNT < 200
003610                     ADD 1 TO WS-RTE-COUNT
003620                     MOVE RT-PRODUCT
003630                         TO WS-RTE-PRODUCT (WS-RTE-COUNT)
003640                     MOVE RT-RECIPIENT
003650                         TO WS-RTE-RECIPIENT (WS-RTE-COUNT)
003660                     MOVE RT-AREA
003670                         TO WS-RTE-AREA (WS-RTE-COUNT)
003680                 ELSE
003690                     MOVE "Y" TO SW-RTE-OVERFLOW
003700                 END-IF
003710             END-IF
003720     END-READ.
003730*==============================================================
003740*    FIRST PASS OVER THE REPORT - BUILDS THE TABLE OF PRODUCTS
003750*    IT HOLDS AND COUNTS EACH ONE'S TABLES.
003760*--------------------------------------------------------------
003770 3000-FIND-PRODUCTS.
003780*==============================================================
003790     MOVE 0 TO WS-PRD-COUNT.
003800     MOVE "N" TO SW-PRD-OVERFLOW.
003810     OPEN INPUT RPT-IN.
003820     IF NOT RPT-IN-OK
003830         DISPLAY "NO SE PUDO ABRIR " WS-RPT-GEN-NAME
003840             " - STATUS " FS-RPT-IN
003850         MOVE 8 TO WS-RETURN-CODE
003860         GO TO 3000-FIND-EXIT
003870     END-IF.
003880     MOVE "N" TO SW-SUMMARY-FOUND.
003890     MOVE "N" TO SW-EXPECT-N-LINE.
003900     MOVE SPACES TO WS-CURRENT-PRODUCT.
003910     MOVE "Y" TO SW-MORE-RECORDS.
003920     PERFORM 3100-SCAN-ONE-RPT-LINE
003930         UNTIL NO-MORE-RECORDS.
003940     CLOSE RPT-IN.
003950     IF PRD-OVERFLOWED
003960         DISPLAY "MAS DE 50 PRODUCTOS EN LA CORRIDA - AMPLIE LA "
003970             "TABLA"
003980         MOVE 8 TO WS-RETURN-CODE
003990         GO TO 3000-FIND-EXIT
004000     END-IF.
004010     IF WS-PRD-COUNT = 0
004020         DISPLAY "LA GENERACION NO CONTIENE TABLAS"
004030         MOVE 4 TO WS-RETURN-CODE
004040     END-IF.
004050     IF NOT SUMMARY-FOUND
004060         DISPLAY "LA GENERACION NO CONTIENE RESUMEN DE "
004070             "CORRIDA - CORRIDA INCOMPLETA"
004080         MOVE 4 TO WS-RETURN-CODE
004090     END-IF.
004100 3000-FIND-EXIT.
004110     EXIT.
004120*==============================================================
004130 3100-SCAN-ONE-RPT-LINE.
004140*==============================================================
004150     READ RPT-IN
004160         AT END
004170             MOVE "N" TO SW-MORE-RECORDS
004180         NOT AT END
004190             PERFORM 3200-CLASSIFY-LINE
004200             IF LINE-IS-N-LINE
004210                 PERFORM 3300-TALLY-PRODUCT
004220             END-IF
004230     END-READ.
004240*==============================================================
004250*    CLASSIFIES THE REPORT LINE JUST READ AND TRACKS WHICH
004260*    PRODUCT'S TABLE IT BELONGS TO. THE RESUMEN DE CORRIDA
004270*    TRAILER COVERS THE WHOLE RUN AND BELONGS TO NO BUNDLE.
004280*--------------------------------------------------------------
004290 3200-CLASSIFY-LINE.
004300*==============================================================
004310     MOVE "D" TO SW-LINE-KIND.
004320     IF RPT-IN-RECORD (1:18) = "RESUMEN DE CORRIDA"
004330         MOVE "S" TO SW-LINE-KIND
004340         MOVE "Y" TO SW-SUMMARY-FOUND
004350         MOVE SPACES TO WS-CURRENT-PRODUCT
004360     ELSE
004370         IF RPT-IN-RECORD (1:19) = "TRIANGULO DE PASCAL"
004380             MOVE "T" TO SW-LINE-KIND
004390             MOVE "Y" TO SW-EXPECT-N-LINE
004400             MOVE SPACES TO WS-CURRENT-PRODUCT
004410         ELSE
004420             IF EXPECT-N-LINE
004430                 MOVE "N" TO SW-LINE-KIND
004440                 MOVE "N" TO SW-EXPECT-N-LINE
004450                 PERFORM 3210-EXTRACT-PRODUCT
004460             END-IF
004470         END-IF
004480     END-IF.
004490*==============================================================
004500*    TAKES THE PRODUCT FROM THE "PRODUCTO:" OF THE N LINE. A
004510*    TABLE WITHOUT ONE (KEYED BY HAND, OR PRINTED BEFORE THE
004520*    HEADER CARRIED IT) GOES TO THE SINPROD BUNDLE.
004530*--------------------------------------------------------------
004540 3210-EXTRACT-PRODUCT.
004550*==============================================================
004560     MOVE SPACES TO WS-LINE-PRODUCT.
004570     UNSTRING RPT-IN-RECORD DELIMITED BY "PRODUCTO: "
004580         INTO WS-UNS-HEAD WS-LINE-PRODUCT
004590     END-UNSTRING.
004600     IF WS-LINE-PRODUCT = SPACES
004610         MOVE "SINPROD" TO WS-LINE-PRODUCT
004620     END-IF.
004630     MOVE WS-LINE-PRODUCT TO WS-CURRENT-PRODUCT.
004640*==============================================================
004650*    COUNTS ONE TABLE AGAINST ITS PRODUCT, ADDING THE PRODUCT
004660*    TO THE TABLE THE FIRST TIME IT APPEARS.
004670*--------------------------------------------------------------
004680 3300-TALLY-PRODUCT.
004690*==============================================================
004700     MOVE "N" TO SW-PRD-FOUND.
004710     IF WS-PRD-COUNT > 0
004720         PERFORM 3310-MATCH-ONE-PRODUCT
004730             VARYING WS-PRD-IX FROM 1 BY 1
004740             UNTIL WS-PRD-IX > WS-PRD-COUNT OR PRD-FOUND
004750     END-IF.
004760     IF PRD-FOUND
004770         ADD 1 TO WS-PRD-TABLES (WS-PRD-HIT)
004780     ELSE
004790         IF WS-PRD-COUNT < 50
004800             ADD 1 TO WS-PRD-COUNT
004810             MOVE WS-CURRENT-PRODUCT TO WS-PRD-CODE (WS-PRD-COUNT)
004820             MOVE 1 TO WS-PRD-TABLES (WS-PRD-COUNT)
004830             MOVE 0 TO WS-PRD-LINES (WS-PRD-COUNT)
004840             MOVE 0 TO WS-PRD-RECIPIENTS (WS-PRD-COUNT)
004850         ELSE
004860             MOVE "Y" TO SW-PRD-OVERFLOW
004870         END-IF
004880     END-IF.
004890*==============================================================
004900 3310-MATCH-ONE-PRODUCT.
004910*==============================================================
004920     IF WS-PRD-CODE (WS-PRD-IX) = WS-CURRENT-PRODUCT
004930         MOVE "Y" TO SW-PRD-FOUND
004940         MOVE WS-PRD-IX TO WS-PRD-HIT
004950     END-IF.
004960*==============================================================
004970*    WRITES ONE BUNDLE PER PRODUCT, THEN THE ROUTING LIST, AND
004980*    CATALOGS THEM ALL UNDER THE RUN'S DATE AND SEQUENCE.
004990*--------------------------------------------------------------
005000 4000-WRITE-BUNDLES.
005010*==============================================================
005020     MOVE "RUTAS" TO WS-GEN-PREFIX.
005030     PERFORM 4900-BUILD-GEN-NAME.
005040     MOVE WS-GEN-NAME TO WS-LIST-GEN-NAME.
005050     OPEN OUTPUT ROUTE-LIST.
005060     IF NOT ROUTE-LIST-OK
005070         DISPLAY "NO SE PUDO CREAR " WS-LIST-GEN-NAME
005080             " - STATUS " FS-ROUTE-LIST
005090         MOVE 8 TO WS-RETURN-CODE
005100         GO TO 4000-WRITE-EXIT
005110     END-IF.
005120     PERFORM 4100-WRITE-LIST-HEADER.
005130     IF NOT ALREADY-CATALOGED
005140         OPEN EXTEND GEN-CAT
005150         IF GEN-CAT-MISSING
005160             OPEN OUTPUT GEN-CAT
005170         END-IF
005180     END-IF.
005190     MOVE 0 TO WS-BUNDLES-WRITTEN.
005200     MOVE 0 TO WS-UNROUTED.
005210     PERFORM 4200-WRITE-ONE-BUNDLE THRU 4200-BUNDLE-EXIT
005220         VARYING WS-PRD-IX FROM 1 BY 1
005230         UNTIL WS-PRD-IX > WS-PRD-COUNT.
005240     IF WS-PRD-COUNT = 0
005250         MOVE "(NINGUNA TABLA EN LA CORRIDA)" TO ROUTE-LIST-RECORD
005260         WRITE ROUTE-LIST-RECORD
005270     END-IF.
005280     PERFORM 4700-WRITE-LIST-TOTALS.
005290     CLOSE ROUTE-LIST.
005300     IF ALREADY-CATALOGED
005310         DISPLAY "CORRIDA YA REPARTIDA - PAQUETES REESCRITOS, "
005320             "GENCAT SIN CAMBIOS"
005330     ELSE
005340         MOVE "RUTAS" TO GC-TYPE
005350         MOVE WS-LIST-GEN-NAME TO GC-FILENAME
005360         PERFORM 4800-WRITE-CAT-LINE
005370         CLOSE GEN-CAT
005380     END-IF.
005390     IF WS-UNROUTED > 0 AND WS-RETURN-CODE < 4
005400         MOVE 4 TO WS-RETURN-CODE
005410     END-IF.
005420 4000-WRITE-EXIT.
005430     EXIT.
005440*==============================================================
005450 4100-WRITE-LIST-HEADER.
005460*==============================================================
005470     MOVE "LISTA DE DISTRIBUCION DE REPORTES POR PRODUCTO"
005480         TO ROUTE-LIST-RECORD.
005490     WRITE ROUTE-LIST-RECORD.
005500     MOVE SPACES TO ROUTE-LIST-RECORD.
005510     STRING "CORRIDA: " DELIMITED BY SIZE
005520         WS-RUN-DATE DELIMITED BY SIZE
005530         "   SECUENCIA: " DELIMITED BY SIZE
005540         WS-RUN-SEQ DELIMITED BY SIZE
005550         "   ORIGEN: " DELIMITED BY SIZE
005560         WS-RPT-GEN-NAME DELIMITED BY SIZE
005570         INTO ROUTE-LIST-RECORD
005580     END-STRING.
005590     WRITE ROUTE-LIST-RECORD.
005600     MOVE SPACES TO ROUTE-LIST-RECORD.
005610     WRITE ROUTE-LIST-RECORD.
005620     MOVE WS-LIST-HEADING TO ROUTE-LIST-RECORD.
005630     WRITE ROUTE-LIST-RECORD.
005640*==============================================================
005650*    ONE PRODUCT: BANNER PAGE, THEN A SECOND PASS OVER THE
005660*    REPORT COPYING THAT PRODUCT'S TABLES, THEN THE TRAILER.
005670*--------------------------------------------------------------
005680 4200-WRITE-ONE-BUNDLE.
005690*==============================================================
005700     MOVE WS-PRD-CODE (WS-PRD-IX) TO WS-TARGET-PRODUCT.
005710     MOVE SPACES TO WS-GEN-PREFIX.
005720     STRING "RPT." DELIMITED BY SIZE
005730         WS-TARGET-PRODUCT DELIMITED BY SPACE
005740         INTO WS-GEN-PREFIX
005750     END-STRING.
005760     PERFORM 4900-BUILD-GEN-NAME.
005770     MOVE WS-GEN-NAME TO WS-BUNDLE-NAME.
005780     MOVE 0 TO WS-PRD-RECIPIENTS (WS-PRD-IX).
005790     IF WS-RTE-COUNT > 0
005800         PERFORM 4210-COUNT-ONE-ROUTE
005810             VARYING WS-RTE-IX FROM 1 BY 1
005820             UNTIL WS-RTE-IX > WS-RTE-COUNT
005830     END-IF.
005840     OPEN OUTPUT BUNDLE-OUT.
005850     IF NOT BUNDLE-OUT-OK
005860         DISPLAY "NO SE PUDO CREAR " WS-BUNDLE-NAME
005870             " - STATUS " FS-BUNDLE-OUT
005880         MOVE 8 TO WS-RETURN-CODE
005890         GO TO 4200-BUNDLE-EXIT
005900     END-IF.
005910     PERFORM 4300-WRITE-BANNER-PAGE.
005920     MOVE 0 TO WS-PRD-LINES (WS-PRD-IX).
005930     MOVE "N" TO SW-EXPECT-N-LINE.
005940     MOVE SPACES TO WS-CURRENT-PRODUCT.
005950     OPEN INPUT RPT-IN.
005960     MOVE "Y" TO SW-MORE-RECORDS.
005970     PERFORM 4400-COPY-ONE-RPT-LINE
005980         UNTIL NO-MORE-RECORDS.
005990     CLOSE RPT-IN.
006000     PERFORM 4500-WRITE-BUNDLE-TRAILER.
006010     CLOSE BUNDLE-OUT.
006020     ADD 1 TO WS-BUNDLES-WRITTEN.
006030     IF NOT ALREADY-CATALOGED
006040         MOVE "RPTPROD" TO GC-TYPE
006050         MOVE WS-BUNDLE-NAME TO GC-FILENAME
006060         PERFORM 4800-WRITE-CAT-LINE
006070     END-IF.
006080     PERFORM 4600-LIST-ONE-BUNDLE.
006090     MOVE WS-PRD-TABLES (WS-PRD-IX) TO WS-COUNT-EDIT.
006100     DISPLAY "PAQUETE " WS-BUNDLE-NAME " TABLAS: " WS-COUNT-EDIT.
006110 4200-BUNDLE-EXIT.
006120     EXIT.
006130*==============================================================
006140 4210-COUNT-ONE-ROUTE.
006150*==============================================================
006160     IF WS-RTE-PRODUCT (WS-RTE-IX) = WS-TARGET-PRODUCT
006170         ADD 1 TO WS-PRD-RECIPIENTS (WS-PRD-IX)
006180     END-IF.
006190*==============================================================
006200*    THE BANNER PAGE - WHAT THE BUNDLE IS, WHICH RUN IT CAME
006210*    FROM AND WHO IT IS FOR.
006220*--------------------------------------------------------------
006230 4300-WRITE-BANNER-PAGE.
006240*==============================================================
006250     MOVE ALL "*" TO WS-BANNER-TEXT.
006260     PERFORM 4310-WRITE-BANNER-LINE.
006270     MOVE "*  PAQUETE DE REPORTES POR PRODUCTO" TO WS-BANNER-TEXT.
006280     PERFORM 4310-WRITE-BANNER-LINE.
006290     MOVE "*" TO WS-BANNER-TEXT.
006300     PERFORM 4310-WRITE-BANNER-LINE.
006310     MOVE SPACES TO WS-BANNER-TEXT.
006320     STRING "*  PRODUCTO:       " DELIMITED BY SIZE
006330         WS-TARGET-PRODUCT DELIMITED BY SIZE
006340         INTO WS-BANNER-TEXT
006350     END-STRING.
006360     PERFORM 4310-WRITE-BANNER-LINE.
006370     MOVE SPACES TO WS-BANNER-TEXT.
006380     STRING "*  CORRIDA:        " DELIMITED BY SIZE
006390         WS-RUN-DATE DELIMITED BY SIZE
006400         "   SECUENCIA " DELIMITED BY SIZE
006410         WS-RUN-SEQ DELIMITED BY SIZE
006420         INTO WS-BANNER-TEXT
006430     END-STRING.
006440     PERFORM 4310-WRITE-BANNER-LINE.
006450     MOVE SPACES TO WS-BANNER-TEXT.
006460     STRING "*  ORIGEN:         " DELIMITED BY SIZE
006470         WS-RPT-GEN-NAME DELIMITED BY SIZE
006480         INTO WS-BANNER-TEXT
006490     END-STRING.
006500     PERFORM 4310-WRITE-BANNER-LINE.
006510     MOVE SPACES TO WS-BANNER-TEXT.
006520     STRING "*  PAQUETE:        " DELIMITED BY SIZE
006530         WS-BUNDLE-NAME DELIMITED BY SIZE
006540         INTO WS-BANNER-TEXT
006550     END-STRING.
006560     PERFORM 4310-WRITE-BANNER-LINE.
006570     MOVE WS-PRD-TABLES (WS-PRD-IX) TO WS-COUNT-EDIT.
006580     MOVE SPACES TO WS-BANNER-TEXT.
006590     STRING "*  TABLAS:         " DELIMITED BY SIZE
006600         WS-COUNT-EDIT DELIMITED BY SIZE
006610         INTO WS-BANNER-TEXT
006620     END-STRING.
006630     PERFORM 4310-WRITE-BANNER-LINE.
006640     MOVE "*" TO WS-BANNER-TEXT.
006650     PERFORM 4310-WRITE-BANNER-LINE.
006660     MOVE "*  DESTINATARIOS:" TO WS-BANNER-TEXT.
006670     PERFORM 4310-WRITE-BANNER-LINE.
006680     IF WS-PRD-RECIPIENTS (WS-PRD-IX) = 0
006690         MOVE "*     *** SIN DESTINATARIO EN RUTAPROD ***"
006700             TO WS-BANNER-TEXT
006710         PERFORM 4310-WRITE-BANNER-LINE
006720     ELSE
006730         PERFORM 4320-BANNER-ONE-ROUTE
006740             VARYING WS-RTE-IX FROM 1 BY 1
006750             UNTIL WS-RTE-IX > WS-RTE-COUNT
006760     END-IF.
006770     MOVE ALL "*" TO WS-BANNER-TEXT.
006780     PERFORM 4310-WRITE-BANNER-LINE.
006790     MOVE SPACES TO WS-BANNER-TEXT.
006800     PERFORM 4310-WRITE-BANNER-LINE.
006810*==============================================================
006820 4310-WRITE-BANNER-LINE.
006830*==============================================================
006840     MOVE WS-BANNER-TEXT TO BUNDLE-OUT-RECORD.
006850     WRITE BUNDLE-OUT-RECORD.
006860*==============================================================
006870 4320-BANNER-ONE-ROUTE.
006880*==============================================================
006890     IF WS-RTE-PRODUCT (WS-RTE-IX) = WS-TARGET-PRODUCT
006900         MOVE SPACES TO WS-BANNER-TEXT
006910         STRING "*     " DELIMITED BY SIZE
006920             WS-RTE-RECIPIENT (WS-RTE-IX) DELIMITED BY SIZE
006930             "  " DELIMITED BY SIZE
006940             WS-RTE-AREA (WS-RTE-IX) DELIMITED BY SIZE
006950             INTO WS-BANNER-TEXT
006960         END-STRING
006970         PERFORM 4310-WRITE-BANNER-LINE
006980     END-IF.
006990*==============================================================
007000*    COPIES THE LINES OF THE TARGET PRODUCT'S TABLES. A TITLE
007010*    LINE IS HELD UNTIL ITS N LINE SAYS WHOSE TABLE IT OPENS.
007020*--------------------------------------------------------------
007030 4400-COPY-ONE-RPT-LINE.
007040*==============================================================
007050     READ RPT-IN
007060         AT END
007070             MOVE "N" TO SW-MORE-RECORDS
007080         NOT AT END
007090             PERFORM 3200-CLASSIFY-LINE
007100             EVALUATE TRUE
007110                 WHEN LINE-IS-TITLE
007120                     MOVE RPT-IN-RECORD TO WS-HELD-TITLE
007130                 WHEN LINE-IS-N-LINE
007140                     IF WS-CURRENT-PRODUCT = WS-TARGET-PRODUCT
007150                         MOVE WS-HELD-TITLE TO BUNDLE-OUT-RECORD
007160                         PERFORM 4410-WRITE-BUNDLE-LINE
007170                         MOVE RPT-IN-RECORD TO BUNDLE-OUT-RECORD
007180                         PERFORM 4410-WRITE-BUNDLE-LINE
007190                     END-IF
007200                 WHEN LINE-IS-DATA
007210                     IF WS-CURRENT-PRODUCT = WS-TARGET-PRODUCT
007220                         MOVE RPT-IN-RECORD TO BUNDLE-OUT-RECORD
007230                         PERFORM 4410-WRITE-BUNDLE-LINE
007240                     END-IF
007250                 WHEN OTHER
007260                     CONTINUE
007270             END-EVALUATE
007280     END-READ.
007290*==============================================================
007300 4410-WRITE-BUNDLE-LINE.
007310*==============================================================
007320     WRITE BUNDLE-OUT-RECORD.
007330     ADD 1 TO WS-PRD-LINES (WS-PRD-IX).
007340*==============================================================
007350 4500-WRITE-BUNDLE-TRAILER.
007360*==============================================================
007370     MOVE SPACES TO BUNDLE-OUT-RECORD.
007380     WRITE BUNDLE-OUT-RECORD.
007390     MOVE WS-PRD-TABLES (WS-PRD-IX) TO WS-COUNT-EDIT.
007400     MOVE WS-PRD-LINES (WS-PRD-IX) TO WS-LINES-EDIT.
007410     MOVE SPACES TO BUNDLE-OUT-RECORD.
007420     STRING "FIN DEL PAQUETE " DELIMITED BY SIZE
007430         WS-BUNDLE-NAME DELIMITED BY SPACE
007440         "   TABLAS: " DELIMITED BY SIZE
007450         WS-COUNT-EDIT DELIMITED BY SIZE
007460         "   LINEAS: " DELIMITED BY SIZE
007470         WS-LINES-EDIT DELIMITED BY SIZE
007480         INTO BUNDLE-OUT-RECORD
007490     END-STRING.
007500     WRITE BUNDLE-OUT-RECORD.
007510*==============================================================
007520*    ONE ROUTING-LIST ENTRY PER RECIPIENT OF THE BUNDLE, OR ONE
007530*    FLAGGED ENTRY WHEN RUTAPROD NAMES NOBODY FOR THE PRODUCT.
007540*--------------------------------------------------------------
007550 4600-LIST-ONE-BUNDLE.
007560*==============================================================
007570     IF WS-PRD-RECIPIENTS (WS-PRD-IX) = 0
007580         MOVE SPACES TO WS-LIST-LINE
007590         MOVE WS-TARGET-PRODUCT TO LS-PRODUCT
007600         MOVE WS-BUNDLE-NAME TO LS-BUNDLE
007610         MOVE WS-PRD-TABLES (WS-PRD-IX) TO LS-TABLES
007620         MOVE "*** SIN DESTINATARIO ***" TO LS-RECIPIENT
007630         PERFORM 4620-WRITE-LIST-LINE
007640         ADD 1 TO WS-UNROUTED
007650         DISPLAY "PRODUCTO " WS-TARGET-PRODUCT
007660             " SIN DESTINATARIO EN RUTAPROD"
007670     ELSE
007680         MOVE "Y" TO SW-FIRST-ROUTE
007690         PERFORM 4610-LIST-ONE-ROUTE
007700             VARYING WS-RTE-IX FROM 1 BY 1
007710             UNTIL WS-RTE-IX > WS-RTE-COUNT
007720     END-IF.
007730*==============================================================
007740 4610-LIST-ONE-ROUTE.
007750*==============================================================
007760     IF WS-RTE-PRODUCT (WS-RTE-IX) = WS-TARGET-PRODUCT
007770         MOVE SPACES TO WS-LIST-LINE
007780         IF FIRST-ROUTE
007790             MOVE WS-TARGET-PRODUCT TO LS-PRODUCT
007800             MOVE WS-BUNDLE-NAME TO LS-BUNDLE
007810             MOVE WS-PRD-TABLES (WS-PRD-IX) TO LS-TABLES
007820             MOVE "N" TO SW-FIRST-ROUTE
007830         END-IF
007840         MOVE WS-RTE-RECIPIENT (WS-RTE-IX) TO LS-RECIPIENT
007850         MOVE WS-RTE-AREA (WS-RTE-IX) TO LS-AREA
007860         PERFORM 4620-WRITE-LIST-LINE
007870     END-IF.
007880*==============================================================
007890 4620-WRITE-LIST-LINE.
007900*==============================================================
007910     MOVE WS-LIST-LINE TO ROUTE-LIST-RECORD.
007920     WRITE ROUTE-LIST-RECORD.
007930*==============================================================
007940 4700-WRITE-LIST-TOTALS.
007950*==============================================================
007960     MOVE SPACES TO ROUTE-LIST-RECORD.
007970     WRITE ROUTE-LIST-RECORD.
007980     MOVE WS-BUNDLES-WRITTEN TO WS-COUNT-EDIT.
007990     MOVE SPACES TO ROUTE-LIST-RECORD.
008000     STRING "PAQUETES ESCRITOS:    " DELIMITED BY SIZE
008010         WS-COUNT-EDIT DELIMITED BY SIZE
008020         INTO ROUTE-LIST-RECORD
008030     END-STRING.
008040     WRITE ROUTE-LIST-RECORD.
008050     DISPLAY "PAQUETES ESCRITOS:    " WS-COUNT-EDIT.
008060     MOVE WS-UNROUTED TO WS-COUNT-EDIT.
008070     MOVE SPACES TO ROUTE-LIST-RECORD.
008080     STRING "SIN DESTINATARIO:     " DELIMITED BY SIZE
008090         WS-COUNT-EDIT DELIMITED BY SIZE
008100         INTO ROUTE-LIST-RECORD
008110     END-STRING.
008120     WRITE ROUTE-LIST-RECORD.
008130     DISPLAY "SIN DESTINATARIO:     " WS-COUNT-EDIT.
008140*==============================================================
008150 4800-WRITE-CAT-LINE.
008160*==============================================================
008170     MOVE WS-RUN-DATE TO GC-DATE.
008180     MOVE WS-RUN-SEQ TO GC-SEQ.
008190     MOVE WS-GENCAT-LINE TO GEN-CAT-RECORD.
008200     WRITE GEN-CAT-RECORD.
008210*==============================================================
008220*    BUILDS <PREFIX>.D<DATE>.S<SEQ> INTO WS-GEN-NAME, UNDER THE
008230*    DATE AND SEQUENCE OF THE RUN BEING DISTRIBUTED.
008240*--------------------------------------------------------------
008250 4900-BUILD-GEN-NAME.
008260*==============================================================
008270     MOVE SPACES TO WS-GEN-NAME.
008280     STRING WS-GEN-PREFIX DELIMITED BY SPACE
008290         ".D" DELIMITED BY SIZE
008300         WS-RUN-DATE DELIMITED BY SIZE
008310         ".S" DELIMITED BY SIZE
008320         WS-RUN-SEQ DELIMITED BY SIZE
008330         INTO WS-GEN-NAME
008340     END-STRING.
