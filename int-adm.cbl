000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INTERFAZ_ADM.
000030 AUTHOR. J. RAMIREZ - ACTUARIAL SYSTEMS.
000040 INSTALLATION. DIRECCION DE SISTEMAS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100* 10/15/2026 JR   ORIGINAL VERSION - THE OUTBOUND FEED OF NEW
000110*                 COEFFICIENT TABLES TO THE POLICY ADMINISTRATION
000120*                 SYSTEM, WHICH UNTIL NOW RE-KEYED THEM FROM THE
000130*                 CSV EXTRACT. TWO FUNCTIONS ON THE PARM:
000140*                   GENERA[,<SEC>] - BUILDS THE INTERFACE FILE
000150*                              INTADM.D<DATE>.S<SEQ> (SEE COPYBOOK
000160*                              INTADM) FROM THE CSVOUT OF THE
000170*                              NEWEST RUN, OR OF THAT RUN
000180*                              SEQUENCE,
000190*                              AND CATALOGS IT IN GENCAT AS TYPE
000200*                              INTADM. THE RUN MUST BE CLEAN: ITS
000210*                              RESUMEN DE CORRIDA MUST SHOW RETURN
000220*                              CODE 0 AND NO CUADRE EXCEPTIONS,
000230*                              AND ITS EXCPRPT MUST BE EMPTY -
000240*                              OTHERWISE NOTHING IS SENT (RC 4).
000250*                              TABLES WITH NO PRODUCT CODE ARE NOT
000260*                              RATES AND ARE LEFT OUT.
000270*                   CONCILIA - MATCHES THE ACUSEADM ACKNOWLEDGMENT
000280*                              (SEE COPYBOOK ACUADM) AGAINST THE
000290*                              INTERFACE FILE IT NAMES, ROW BY ROW
000300*                              ON THE DETAIL NUMBER, AND COMPARES
000310*                              THEIR COUNTS AND HASH TOTAL WITH
000320*                              WHAT WAS SENT. MISSING, REJECTED
000330*                              AND UNEXPECTED ROWS ARE LISTED IN
000340*                              CONCADM.
000350*                 RETURN CODES - GENERA: 0 SENT, 4 RUN NOT CLEAN
000360*                 OR NOTHING TO SEND, 8 A FILE IS MISSING OR
000370*                 CANNOT BE WRITTEN. CONCILIA: 0 EVERY ROW LOADED
000380*                 AND THE TOTALS AGREE, 4 ROWS MISSING OR
000390*                 REJECTED OR TOTALS DIFFERENT, 8 THE
000400*                 ACKNOWLEDGMENT IS MISSING, MALFORMED OR DOES
000410*                 NOT MATCH ANY INTERFACE FILE SENT.
000420*--------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GNU-LINUX.
000460 OBJECT-COMPUTER. GNU-LINUX.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490*    CATALOG OF OUTPUT GENERATIONS - SEE COPYBOOK GENCAT
000500     SELECT GEN-CAT ASSIGN TO "GENCAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-GEN-CAT.
000530*    THE RUN'S REPORT, FOR ITS RESUMEN DE CORRIDA TRAILER
000540     SELECT RPT-IN ASSIGN USING WS-RPT-GEN-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-RPT-IN.
000570*    THE RUN'S CUADRE EXCEPTIONS REPORT
000580     SELECT EXCP-IN ASSIGN USING WS-EXCP-GEN-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-EXCP-IN.
000610*    THE RUN'S CSV EXTRACT - THE COEFFICIENTS SENT
000620     SELECT CSV-IN ASSIGN USING WS-CSV-GEN-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-CSV-IN.
000650*    INTERFACE FILE - WRITTEN BY GENERA, READ BACK BY CONCILIA
000660     SELECT INT-FILE ASSIGN USING WS-INT-GEN-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-INT-FILE.
000690*    ACKNOWLEDGMENT RETURNED BY POLICY ADMINISTRATION
000700     SELECT ACK-IN ASSIGN TO "ACUSEADM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FS-ACK-IN.
000730*    RECONCILIATION LISTING
000740     SELECT REC-RPT ASSIGN TO "CONCADM"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-REC-RPT.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  GEN-CAT
000810     RECORDING MODE IS F.
000820 01  GEN-CAT-RECORD              PIC X(60).
000830*
000840 FD  RPT-IN
000850     RECORDING MODE IS F.
000860 01  RPT-IN-RECORD               PIC X(2200).
000870*
000880 FD  EXCP-IN
000890     RECORDING MODE IS F.
000900 01  EXCP-IN-RECORD              PIC X(100).
000910*
000920 FD  CSV-IN
000930     RECORDING MODE IS F.
000940 01  CSV-IN-RECORD               PIC X(80).
000950*
000960 FD  INT-FILE
000970     RECORDING MODE IS F.
000980 01  INT-FILE-RECORD             PIC X(80).
000990*
001000 FD  ACK-IN
001010     RECORDING MODE IS F.
001020 01  ACK-IN-RECORD               PIC X(80).
001030*
001040 FD  REC-RPT
001050     RECORDING MODE IS F.
001060 01  REC-RPT-RECORD              PIC X(132).
001070*
001080 WORKING-STORAGE SECTION.
001090 01  WS-FILE-STATUSES.
001100     05  FS-GEN-CAT              PIC X(02) VALUE "00".
001110         88  GEN-CAT-OK                     VALUE "00".
001120         88  GEN-CAT-MISSING                VALUE "35".
001130     05  FS-RPT-IN               PIC X(02) VALUE "00".
001140         88  RPT-IN-OK                      VALUE "00".
001150     05  FS-EXCP-IN              PIC X(02) VALUE "00".
001160         88  EXCP-IN-OK                     VALUE "00".
001170     05  FS-CSV-IN               PIC X(02) VALUE "00".
001180         88  CSV-IN-OK                      VALUE "00".
001190     05  FS-INT-FILE             PIC X(02) VALUE "00".
001200         88  INT-FILE-OK                    VALUE "00".
001210     05  FS-ACK-IN               PIC X(02) VALUE "00".
001220         88  ACK-IN-OK                      VALUE "00".
001230     05  FS-REC-RPT              PIC X(02) VALUE "00".
001240         88  REC-RPT-OK                     VALUE "00".
001250 01  WS-SWITCHES.
001260     05  SW-MORE-RECORDS         PIC X(01) VALUE "Y".
001270         88  MORE-RECORDS                   VALUE "Y".
001280         88  NO-MORE-RECORDS                VALUE "N".
001290     05  SW-SUMMARY-FOUND        PIC X(01) VALUE "N".
001300         88  SUMMARY-FOUND                  VALUE "Y".
001310     05  SW-ALREADY-CATALOGED    PIC X(01) VALUE "N".
001320         88  ALREADY-CATALOGED              VALUE "Y".
001330     05  SW-MORE-SENT            PIC X(01) VALUE "Y".
001340         88  MORE-SENT                      VALUE "Y".
001350         88  NO-MORE-SENT                   VALUE "N".
001360     05  SW-MORE-ACK             PIC X(01) VALUE "Y".
001370         88  MORE-ACK                       VALUE "Y".
001380         88  NO-MORE-ACK                    VALUE "N".
001390     05  SW-SENT-TRAILER         PIC X(01) VALUE "N".
001400         88  SENT-TRAILER-FOUND             VALUE "Y".
001410     05  SW-ACK-TRAILER          PIC X(01) VALUE "N".
001420         88  ACK-TRAILER-FOUND              VALUE "Y".
001430     05  SW-ACK-READY            PIC X(01) VALUE "N".
001440         88  ACK-READY                      VALUE "Y".
001450*--------------------------------------------------------------
001460* ONE CATALOG LINE UNDER WORK - SEE COPYBOOK GENCAT
001470*--------------------------------------------------------------
001480     COPY "gencat.cpy".
001490*--------------------------------------------------------------
001500* INTERFACE AND ACKNOWLEDGMENT RECORDS - SEE COPYBOOKS INTADM
001510* AND ACUADM
001520*--------------------------------------------------------------
001530     COPY "intadm.cpy".
001540     COPY "acuadm.cpy".
001550*--------------------------------------------------------------
001560* COMMAND-LINE PARM - "GENERA[,<SEC>]" OR "CONCILIA"
001570*--------------------------------------------------------------
001580 01  WS-PARM-LINE                PIC X(80).
001590 01  WS-PARM-FUNCTION            PIC X(08).
001600 01  WS-PARM-SEQ-TEXT            PIC X(80).
001610 01  WS-PARM-LEN                 PIC 9(02) COMP VALUE 0.
001620 01  WS-PARM-SEQ-JUST            PIC X(04) JUSTIFIED RIGHT.
001630 01  WS-WANT-SEQ                 PIC 9(04) VALUE 0.
001640 01  WS-RETURN-CODE              PIC 9(01) VALUE 0.
001650*--------------------------------------------------------------
001660* THE RUN AND ITS CATALOGED GENERATIONS
001670*--------------------------------------------------------------
001680 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
001690 01  WS-RUN-SEQ                  PIC 9(04) VALUE 0.
001700 01  WS-RPT-GEN-NAME             PIC X(30).
001710 01  WS-EXCP-GEN-NAME            PIC X(30).
001720 01  WS-CSV-GEN-NAME             PIC X(30).
001730 01  WS-INT-GEN-NAME             PIC X(30).
001740 01  WS-TODAY                    PIC 9(08).
001750 01  WS-NOW                      PIC 9(08).
001760*--------------------------------------------------------------
001770* RUN CLEANLINESS - FROM THE RESUMEN DE CORRIDA TRAILER, WHOSE
001780* LINES ARE A 24-CHARACTER CAPTION AND A Z(08)9 COUNT
001790*--------------------------------------------------------------
001800 01  WS-TRAILER-TEXT             PIC X(09).
001810 01  WS-TRAILER-VALUE            PIC 9(09) VALUE 0.
001820 01  WS-RUN-RC                   PIC 9(09) VALUE 0.
001830 01  WS-RUN-EXCEPTIONS           PIC 9(09) VALUE 0.
001840 01  WS-EXCP-RECORDS             PIC 9(09) COMP VALUE 0.
001850*--------------------------------------------------------------
001860* ONE PARSED CSV RECORD - N,POTENCIA,TERMINO,DOP,FLAG,PRODUCT,
001870* EFFECTIVE DATE AS WRITTEN BY TRIANGULO_PAS'S EXTRACT
001880*--------------------------------------------------------------
001890 01  WS-CSV-FIELDS.
001900     05  WS-CSV-N-TEXT           PIC X(20).
001910     05  WS-CSV-POT-TEXT         PIC X(04).
001920     05  WS-CSV-TER-TEXT         PIC X(04).
001930     05  WS-CSV-DOP-TEXT         PIC X(20).
001940     05  WS-CSV-FLAG-TEXT        PIC X(02).
001950     05  WS-CSV-PRODUCT          PIC X(08).
001960     05  WS-CSV-EFF-TEXT         PIC X(08).
001970 01  WS-CSV-POTENCIA             PIC 9(04) VALUE 0.
001980 01  WS-CSV-TERMINO              PIC 9(04) VALUE 0.
001990 01  WS-CSV-DOP                  PIC S9(14)V9(04) VALUE 0.
002000 01  WS-CSV-FLAG                 PIC X(01).
002010 01  WS-CSV-EFF-DATE             PIC 9(08) VALUE 0.
002020*--------------------------------------------------------------
002030* EDITED DECIMAL TEXT PARSING - THE CSV CARRIES ITS NUMBERS AS
002040* THE EDITED PICTURES PRINT THEM: LEADING SPACES, AN OPTIONAL
002050* MINUS SIGN AND A DECIMAL POINT
002060*--------------------------------------------------------------
002070 01  WS-DEC-TEXT                 PIC X(20).
002080 01  WS-DEC-CHARS REDEFINES WS-DEC-TEXT.
002090     05  WS-DEC-CHAR             OCCURS 20 PIC X(01).
002100 01  WS-DEC-IX                   PIC 9(02) COMP VALUE 1.
002110 01  WS-DEC-SIGN                 PIC X(01) VALUE "+".
002120 01  WS-DEC-CLEAN                PIC X(20).
002130 01  WS-DEC-CLEAN-IX             PIC 9(02) COMP VALUE 1.
002140 01  WS-DEC-WHOLE-TEXT           PIC X(18).
002150 01  WS-DEC-FRAC-TEXT            PIC X(04).
002160 01  WS-DEC-WHOLE                PIC 9(14).
002170 01  WS-DEC-FRAC                 PIC 9(04).
002180 01  WS-DEC-VALUE                PIC S9(14)V9(04) VALUE 0.
002190*--------------------------------------------------------------
002200* FEED COUNTS AND TOTALS
002210*--------------------------------------------------------------
002220 01  WS-TO-SEND                  PIC 9(09) COMP VALUE 0.
002230 01  WS-NO-PRODUCT               PIC 9(09) COMP VALUE 0.
002240 01  WS-OVERFLOWED               PIC 9(09) COMP VALUE 0.
002250 01  WS-DETAIL-SEQ               PIC 9(09) VALUE 0.
002260 01  WS-HASH-TOTAL               PIC S9(24)V9(04) VALUE 0.
002270*--------------------------------------------------------------
002280* RECONCILIATION COUNTS AND TOTALS
002290*--------------------------------------------------------------
002300 01  WS-SENT-DETAILS             PIC 9(09) VALUE 0.
002310 01  WS-SENT-HASH                PIC S9(24)V9(04) VALUE 0.
002320 01  WS-ACK-DETAILS              PIC 9(09) COMP VALUE 0.
002330 01  WS-ACK-LOADED               PIC 9(09) COMP VALUE 0.
002340 01  WS-ACK-REJECTED             PIC 9(09) COMP VALUE 0.
002350 01  WS-ACK-MISSING              PIC 9(09) COMP VALUE 0.
002360 01  WS-ACK-UNEXPECTED           PIC 9(09) COMP VALUE 0.
002370 01  WS-ACK-MALFORMED            PIC 9(09) COMP VALUE 0.
002380 01  WS-ACK-RECV-COUNT           PIC 9(09) VALUE 0.
002390 01  WS-ACK-LOAD-COUNT           PIC 9(09) VALUE 0.
002400 01  WS-ACK-REJ-COUNT            PIC 9(09) VALUE 0.
002410 01  WS-ACK-HASH                 PIC S9(24)V9(04) VALUE 0.
002420 01  WS-COUNT-EDIT               PIC Z(08)9.
002430 01  WS-HASH-EDIT                PIC -(23)9.9(04).
002440 01  WS-CTL-LINE                 PIC X(26).
002450*--------------------------------------------------------------
002460* RECONCILIATION LISTING LINES
002470*--------------------------------------------------------------
002480 01  WS-REC-HEADING.
002490     05  FILLER                  PIC X(11) VALUE "  DETALLE".
002500     05  FILLER                  PIC X(10) VALUE "PRODUCTO".
002510     05  FILLER                  PIC X(10) VALUE "VIGENCIA".
002520     05  FILLER                  PIC X(05) VALUE " POT".
002530     05  FILLER                  PIC X(05) VALUE " TER".
002540     05  FILLER                  PIC X(22)
002550                                 VALUE "         COEFICIENTE".
002560     05  FILLER                  PIC X(14) VALUE "SITUACION".
002570     05  FILLER                  PIC X(30) VALUE "MOTIVO".
002580 01  WS-REC-DETAIL.
002590     05  RD-SEQ                  PIC Z(08)9.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  RD-PRODUCT              PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  RD-EFF-DATE             PIC X(08).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  RD-POTENCIA             PIC ZZZ9.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  RD-TERMINO              PIC ZZZ9.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  RD-COEF                 PIC -(13)9.9(04).
002700     05  FILLER                  PIC X(03) VALUE SPACES.
002710     05  RD-SITUATION            PIC X(12).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  RD-REASON               PIC X(30).
002740*
002750 PROCEDURE DIVISION.
002760*==============================================================
002770 0000-MAINLINE.
002780*==============================================================
002790     DISPLAY "INTERFAZ DE TASAS A ADMINISTRACION DE POLIZAS".
002800     PERFORM 1000-PARSE-PARM.
002810     IF WS-RETURN-CODE < 8
002820         EVALUATE WS-PARM-FUNCTION
002830             WHEN "GENERA"
002840                 PERFORM 2000-GENERATE-FEED THRU 2000-GEN-EXIT
002850             WHEN "CONCILIA"
002860                 PERFORM 3000-RECONCILE-ACK THRU 3000-REC-EXIT
002870             WHEN OTHER
002880                 DISPLAY "FUNCION NO RECONOCIDA: "
002890                     WS-PARM-FUNCTION
002900                 DISPLAY "USE GENERA[,<SECUENCIA>] O CONCILIA"
002910                 MOVE 8 TO WS-RETURN-CODE
002920         END-EVALUATE
002930     END-IF.
002940     MOVE WS-RETURN-CODE TO RETURN-CODE.
002950     STOP RUN.
002960*==============================================================
002970 1000-PARSE-PARM.
002980*==============================================================
002990     MOVE SPACES TO WS-PARM-LINE.
003000     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
003010     MOVE SPACES TO WS-PARM-FUNCTION.
003020     MOVE SPACES TO WS-PARM-SEQ-TEXT.
003030     MOVE 0 TO WS-PARM-LEN.
003040     MOVE 0 TO WS-WANT-SEQ.
003050     UNSTRING WS-PARM-LINE DELIMITED BY "," OR ALL SPACE
003060         INTO WS-PARM-FUNCTION
003070             WS-PARM-SEQ-TEXT COUNT IN WS-PARM-LEN
003080     END-UNSTRING.
003090     IF WS-PARM-SEQ-TEXT NOT = SPACES
003100         PERFORM 1100-EDIT-PARM-SEQ
003110         IF WS-WANT-SEQ = 0
003120             DISPLAY "SECUENCIA NO VALIDA: "
003130                 WS-PARM-SEQ-TEXT (1:20)
003140             MOVE 8 TO WS-RETURN-CODE
003150         END-IF
003160     END-IF.
003170*==============================================================
003180*    THE SEQUENCE SUBFIELD IS ONE TO FOUR DIGITS; ANYTHING ELSE
003190*    LEAVES WS-WANT-SEQ AT ZERO AND IS REFUSED.
003200*--------------------------------------------------------------
003210 1100-EDIT-PARM-SEQ.
003220*==============================================================
003230     IF WS-PARM-LEN > 0 AND WS-PARM-LEN <= 4
003240         MOVE WS-PARM-SEQ-TEXT (1:WS-PARM-LEN) TO WS-PARM-SEQ-JUST
003250         INSPECT WS-PARM-SEQ-JUST REPLACING LEADING SPACE BY "0"
003260         IF WS-PARM-SEQ-JUST IS NUMERIC
003270             MOVE WS-PARM-SEQ-JUST TO WS-WANT-SEQ
003280         END-IF
003290     END-IF.
003300*==============================================================
003310*    GENERA - RESOLVES THE RUN, PROVES IT CLEAN, THEN WRITES
003320*    THE INTERFACE FILE FROM ITS CSV EXTRACT IN TWO PASSES: ONE
003330*    TO COUNT WHAT WILL BE SENT, ONE TO WRITE IT.
003340*--------------------------------------------------------------
003350 2000-GENERATE-FEED.
003360*==============================================================
003370     PERFORM 2100-RESOLVE-RUN THRU 2100-RESOLVE-EXIT.
003380     IF WS-RETURN-CODE > 0
003390         GO TO 2000-GEN-EXIT
003400     END-IF.
003410     PERFORM 2200-CHECK-RUN-CLEAN THRU 2200-CHECK-EXIT.
003420     IF WS-RETURN-CODE > 0
003430         DISPLAY "CORRIDA NO LIMPIA - NO SE ENVIA LA INTERFAZ"
003440         GO TO 2000-GEN-EXIT
003450     END-IF.
003460     OPEN INPUT CSV-IN.
003470     IF NOT CSV-IN-OK
003480         DISPLAY "NO SE PUDO ABRIR " WS-CSV-GEN-NAME
003490             " - STATUS " FS-CSV-IN
003500         MOVE 8 TO WS-RETURN-CODE
003510         GO TO 2000-GEN-EXIT
003520     END-IF.
003530     MOVE 0 TO WS-TO-SEND.
003540     MOVE 0 TO WS-NO-PRODUCT.
003550     MOVE 0 TO WS-OVERFLOWED.
003560     MOVE "Y" TO SW-MORE-RECORDS.
003570     PERFORM 2300-COUNT-ONE-CSV-LINE
003580         UNTIL NO-MORE-RECORDS.
003590     CLOSE CSV-IN.
003600     IF WS-NO-PRODUCT > 0
003610         MOVE WS-NO-PRODUCT TO WS-COUNT-EDIT
003620         DISPLAY "COEFICIENTES SIN PRODUCTO (NO SE ENVIAN): "
003630             WS-COUNT-EDIT
003640     END-IF.
003650     IF WS-OVERFLOWED > 0
003660         MOVE WS-OVERFLOWED TO WS-COUNT-EDIT
003670         DISPLAY "COEFICIENTES DESBORDADOS EN EL EXTRACTO: "
003680             WS-COUNT-EDIT " - NO SE ENVIA LA INTERFAZ"
003690         MOVE 4 TO WS-RETURN-CODE
003700         GO TO 2000-GEN-EXIT
003710     END-IF.
003720     IF WS-TO-SEND = 0
003730         DISPLAY "NINGUN COEFICIENTE CON PRODUCTO - "
003740             "NADA QUE ENVIAR"
003750         MOVE 4 TO WS-RETURN-CODE
003760         GO TO 2000-GEN-EXIT
003770     END-IF.
003780     MOVE SPACES TO WS-INT-GEN-NAME.
003790     STRING "INTADM.D" DELIMITED BY SIZE
003800         WS-RUN-DATE DELIMITED BY SIZE
003810         ".S" DELIMITED BY SIZE
003820         WS-RUN-SEQ DELIMITED BY SIZE
003830         INTO WS-INT-GEN-NAME
003840     END-STRING.
003850     OPEN OUTPUT INT-FILE.
003860     IF NOT INT-FILE-OK
003870         DISPLAY "NO SE PUDO CREAR " WS-INT-GEN-NAME
003880             " - STATUS " FS-INT-FILE
003890         MOVE 8 TO WS-RETURN-CODE
003900         GO TO 2000-GEN-EXIT
003910     END-IF.
003920     PERFORM 2400-WRITE-HEADER.
003930     MOVE 0 TO WS-DETAIL-SEQ.
003940     MOVE 0 TO WS-HASH-TOTAL.
003950     OPEN INPUT CSV-IN.
003960     MOVE "Y" TO SW-MORE-RECORDS.
003970     PERFORM 2500-SEND-ONE-CSV-LINE
003980         UNTIL NO-MORE-RECORDS.
003990     CLOSE CSV-IN.
004000     PERFORM 2600-WRITE-TRAILER.
004010     CLOSE INT-FILE.
004020     IF ALREADY-CATALOGED
004030         DISPLAY "INTERFAZ YA CATALOGADA - ARCHIVO REESCRITO, "
004040             "GENCAT SIN CAMBIOS"
004050     ELSE
004060         PERFORM 2700-CATALOG-FEED
004070     END-IF.
004080     DISPLAY "INTERFAZ:  " WS-INT-GEN-NAME.
004090     MOVE WS-DETAIL-SEQ TO WS-COUNT-EDIT.
004100     DISPLAY "DETALLES ENVIADOS:   " WS-COUNT-EDIT.
004110     MOVE WS-HASH-TOTAL TO WS-HASH-EDIT.
004120     DISPLAY "TOTAL HASH:          " WS-HASH-EDIT.
004130 2000-GEN-EXIT.
004140     EXIT.
004150*==============================================================
004160*    FINDS THE RUN IN GENCAT - THE HIGHEST RPTOUT SEQUENCE, OR
004170*    THE ONE ON THE PARM - THEN COLLECTS THAT RUN'S EXCPRPT AND
004180*    CSVOUT NAMES AND WHETHER ITS FEED WAS ALREADY CATALOGED.
004190*--------------------------------------------------------------
004200 2100-RESOLVE-RUN.
004210*==============================================================
004220     MOVE SPACES TO WS-RPT-GEN-NAME.
004230     MOVE SPACES TO WS-EXCP-GEN-NAME.
004240     MOVE SPACES TO WS-CSV-GEN-NAME.
004250     MOVE "N" TO SW-ALREADY-CATALOGED.
004260     MOVE 0 TO WS-RUN-SEQ.
004270     OPEN INPUT GEN-CAT.
004280     IF NOT GEN-CAT-OK
004290         DISPLAY "CATALOGO GENCAT AUSENTE - SIN CORRIDAS"
004300         MOVE 8 TO WS-RETURN-CODE
004310         GO TO 2100-RESOLVE-EXIT
004320     END-IF.
004330     MOVE "Y" TO SW-MORE-RECORDS.
004340     PERFORM 2110-FIND-RUN-LINE
004350         UNTIL NO-MORE-RECORDS.
004360     CLOSE GEN-CAT.
004370     IF WS-RPT-GEN-NAME = SPACES
004380         DISPLAY "NINGUNA CORRIDA CATALOGADA CON ESA SECUENCIA"
004390         MOVE 8 TO WS-RETURN-CODE
004400         GO TO 2100-RESOLVE-EXIT
004410     END-IF.
004420     OPEN INPUT GEN-CAT.
004430     MOVE "Y" TO SW-MORE-RECORDS.
004440     PERFORM 2120-COLLECT-RUN-LINE
004450         UNTIL NO-MORE-RECORDS.
004460     CLOSE GEN-CAT.
004470     DISPLAY "CORRIDA: " WS-RUN-DATE " SECUENCIA " WS-RUN-SEQ.
004480     IF WS-EXCP-GEN-NAME = SPACES OR WS-CSV-GEN-NAME = SPACES
004490         DISPLAY "LA CORRIDA NO TIENE EXCPRPT Y CSVOUT "
004500             "CATALOGADOS"
004510         MOVE 8 TO WS-RETURN-CODE
004520     END-IF.
004530 2100-RESOLVE-EXIT.
004540     EXIT.
004550*==============================================================
004560 2110-FIND-RUN-LINE.
004570*==============================================================
004580     READ GEN-CAT
004590         AT END
004600             MOVE "N" TO SW-MORE-RECORDS
004610         NOT AT END
004620             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
004630             IF GC-TYPE = "RPTOUT"
004640                 IF (WS-WANT-SEQ = 0 AND GC-SEQ > WS-RUN-SEQ)
004650                     OR (WS-WANT-SEQ > 0 AND GC-SEQ = WS-WANT-SEQ)
004660                     MOVE GC-SEQ TO WS-RUN-SEQ
004670                     MOVE GC-DATE TO WS-RUN-DATE
004680                     MOVE GC-FILENAME TO WS-RPT-GEN-NAME
004690                 END-IF
004700             END-IF
004710     END-READ.
004720*==============================================================
004730 2120-COLLECT-RUN-LINE.
004740*==============================================================
004750     READ GEN-CAT
004760         AT END
004770             MOVE "N" TO SW-MORE-RECORDS
004780         NOT AT END
004790             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
004800             IF GC-SEQ = WS-RUN-SEQ
004810                 EVALUATE GC-TYPE
004820                     WHEN "EXCPRPT"
004830                         MOVE GC-FILENAME TO WS-EXCP-GEN-NAME
004840                     WHEN "CSVOUT"
004850                         MOVE GC-FILENAME TO WS-CSV-GEN-NAME
004860                     WHEN "INTADM"
004870                         MOVE "Y" TO SW-ALREADY-CATALOGED
004880                     WHEN OTHER
004890                         CONTINUE
004900                 END-EVALUATE
004910             END-IF
004920     END-READ.
004930*==============================================================
004940*    A RUN IS CLEAN WHEN ITS RESUMEN DE CORRIDA SHOWS RETURN
004950*    CODE 0 AND NO CUADRE EXCEPTIONS AND ITS EXCPRPT HOLDS NO
004960*    LINES. A REPORT WITHOUT THE TRAILER IS AN UNFINISHED RUN.
004970*--------------------------------------------------------------
004980 2200-CHECK-RUN-CLEAN.
004990*==============================================================
005000     OPEN INPUT RPT-IN.
005010     IF NOT RPT-IN-OK
005020         DISPLAY "NO SE PUDO ABRIR " WS-RPT-GEN-NAME
005030             " - STATUS " FS-RPT-IN
005040         MOVE 8 TO WS-RETURN-CODE
005050         GO TO 2200-CHECK-EXIT
005060     END-IF.
005070     MOVE "N" TO SW-SUMMARY-FOUND.
005080     MOVE 9 TO WS-RUN-RC.
005090     MOVE 0 TO WS-RUN-EXCEPTIONS.
005100     MOVE "Y" TO SW-MORE-RECORDS.
005110     PERFORM 2210-SCAN-ONE-RPT-LINE
005120         UNTIL NO-MORE-RECORDS.
005130     CLOSE RPT-IN.
005140     IF NOT SUMMARY-FOUND
005150         DISPLAY "LA CORRIDA NO TIENE RESUMEN DE CORRIDA - "
005160             "CORRIDA INCOMPLETA"
005170         MOVE 4 TO WS-RETURN-CODE
005180         GO TO 2200-CHECK-EXIT
005190     END-IF.
005200     IF WS-RUN-RC NOT = 0
005210         MOVE WS-RUN-RC TO WS-COUNT-EDIT
005220         DISPLAY "CODIGO DE RETORNO DE LA CORRIDA: " WS-COUNT-EDIT
005230         MOVE 4 TO WS-RETURN-CODE
005240     END-IF.
005250     IF WS-RUN-EXCEPTIONS NOT = 0
005260         MOVE WS-RUN-EXCEPTIONS TO WS-COUNT-EDIT
005270         DISPLAY "EXCEPCIONES DE CUADRE EN LA CORRIDA: "
005280             WS-COUNT-EDIT
005290         MOVE 4 TO WS-RETURN-CODE
005300     END-IF.
005310     OPEN INPUT EXCP-IN.
005320     IF NOT EXCP-IN-OK
005330         DISPLAY "NO SE PUDO ABRIR " WS-EXCP-GEN-NAME
005340             " - STATUS " FS-EXCP-IN
005350         MOVE 8 TO WS-RETURN-CODE
005360         GO TO 2200-CHECK-EXIT
005370     END-IF.
005380     MOVE 0 TO WS-EXCP-RECORDS.
005390     MOVE "Y" TO SW-MORE-RECORDS.
005400     PERFORM 2220-COUNT-ONE-EXCP-LINE
005410         UNTIL NO-MORE-RECORDS.
005420     CLOSE EXCP-IN.
005430     IF WS-EXCP-RECORDS > 0
005440         MOVE WS-EXCP-RECORDS TO WS-COUNT-EDIT
005450         DISPLAY "LINEAS EN EXCPRPT: " WS-COUNT-EDIT
005460         MOVE 4 TO WS-RETURN-CODE
005470     END-IF.
005480 2200-CHECK-EXIT.
005490     EXIT.
005500*==============================================================
005510 2210-SCAN-ONE-RPT-LINE.
005520*==============================================================
005530     READ RPT-IN
005540         AT END
005550             MOVE "N" TO SW-MORE-RECORDS
005560         NOT AT END
005570             IF RPT-IN-RECORD (1:18) = "RESUMEN DE CORRIDA"
005580                 MOVE "Y" TO SW-SUMMARY-FOUND
005590             END-IF
005600             IF SUMMARY-FOUND
005610                 IF RPT-IN-RECORD (1:24) = "CODIGO DE RETORNO:"
005620                     PERFORM 2230-TRAILER-VALUE
005630                     MOVE WS-TRAILER-VALUE TO WS-RUN-RC
005640                 END-IF
005650                 IF RPT-IN-RECORD (1:24)
005660                     = "EXCEPCIONES DE CUADRE:"
005670                     PERFORM 2230-TRAILER-VALUE
005680                     MOVE WS-TRAILER-VALUE TO WS-RUN-EXCEPTIONS
005690                 END-IF
005700             END-IF
005710     END-READ.
005720*==============================================================
005730 2220-COUNT-ONE-EXCP-LINE.
005740*==============================================================
005750     READ EXCP-IN
005760         AT END
005770             MOVE "N" TO SW-MORE-RECORDS
005780         NOT AT END
005790             IF EXCP-IN-RECORD NOT = SPACES
005800                 ADD 1 TO WS-EXCP-RECORDS
005810             END-IF
005820     END-READ.
005830*==============================================================
005840*    DE-EDITS THE Z(08)9 COUNT OF A TRAILER LINE. A COUNT THAT
005850*    WILL NOT DE-EDIT READS AS 9 SO THE RUN IS NEVER TAKEN FOR
005860*    CLEAN ON A DAMAGED LINE.
005870*--------------------------------------------------------------
005880 2230-TRAILER-VALUE.
005890*==============================================================
005900     MOVE RPT-IN-RECORD (25:9) TO WS-TRAILER-TEXT.
005910     INSPECT WS-TRAILER-TEXT REPLACING LEADING SPACE BY "0".
005920     IF WS-TRAILER-TEXT IS NUMERIC
005930         MOVE WS-TRAILER-TEXT TO WS-TRAILER-VALUE
005940     ELSE
005950         MOVE 9 TO WS-TRAILER-VALUE
005960     END-IF.
005970*==============================================================
005980*    FIRST PASS - COUNTS THE COEFFICIENTS TO SEND.
005990*--------------------------------------------------------------
006000 2300-COUNT-ONE-CSV-LINE.
006010*==============================================================
006020     READ CSV-IN
006030         AT END
006040             MOVE "N" TO SW-MORE-RECORDS
006050         NOT AT END
006060             PERFORM 2310-PARSE-CSV-RECORD
006070             IF WS-CSV-PRODUCT = SPACES
006080                 ADD 1 TO WS-NO-PRODUCT
006090             ELSE
006100                 ADD 1 TO WS-TO-SEND
006110                 IF WS-CSV-FLAG NOT = "N"
006120                     ADD 1 TO WS-OVERFLOWED
006130                 END-IF
006140             END-IF
006150     END-READ.
006160*==============================================================
006170*    SPLITS ONE CSV RECORD INTO ITS FIELDS AND DE-EDITS THE
006180*    NUMBERS. A BLANK OR DAMAGED EFFECTIVE DATE TAKES THE RUN
006190*    DATE.
006200*--------------------------------------------------------------
006210 2310-PARSE-CSV-RECORD.
006220*==============================================================
006230     MOVE SPACES TO WS-CSV-FIELDS.
006240     UNSTRING CSV-IN-RECORD DELIMITED BY ","
006250         INTO WS-CSV-N-TEXT WS-CSV-POT-TEXT WS-CSV-TER-TEXT
006260             WS-CSV-DOP-TEXT WS-CSV-FLAG-TEXT WS-CSV-PRODUCT
006270             WS-CSV-EFF-TEXT
006280     END-UNSTRING.
006290     MOVE 0 TO WS-CSV-POTENCIA.
006300     IF WS-CSV-POT-TEXT NOT = SPACES
006310         MOVE WS-CSV-POT-TEXT TO WS-CSV-POTENCIA
006320     END-IF.
006330     MOVE 0 TO WS-CSV-TERMINO.
006340     IF WS-CSV-TER-TEXT NOT = SPACES
006350         MOVE WS-CSV-TER-TEXT TO WS-CSV-TERMINO
006360     END-IF.
006370     MOVE WS-CSV-DOP-TEXT TO WS-DEC-TEXT.
006380     PERFORM 2320-PARSE-EDITED-DECIMAL.
006390     MOVE WS-DEC-VALUE TO WS-CSV-DOP.
006400     MOVE WS-CSV-FLAG-TEXT (1:1) TO WS-CSV-FLAG.
006410     IF WS-CSV-EFF-TEXT IS NUMERIC
006420         MOVE WS-CSV-EFF-TEXT TO WS-CSV-EFF-DATE
006430     ELSE
006440         MOVE WS-RUN-DATE TO WS-CSV-EFF-DATE
006450     END-IF.
006460*==============================================================
006470*    DE-EDITS ONE PRINTED DECIMAL: STRIPS SPACES, NOTES AND
006480*    STRIPS A MINUS SIGN, SPLITS ON THE POINT AND REBUILDS THE
006490*    VALUE. THE FRACTION IS POSITIONAL, AS EVERYWHERE ELSE.
006500*--------------------------------------------------------------
006510 2320-PARSE-EDITED-DECIMAL.
006520*==============================================================
006530     MOVE "+" TO WS-DEC-SIGN.
006540     MOVE SPACES TO WS-DEC-CLEAN.
006550     MOVE 1 TO WS-DEC-CLEAN-IX.
006560     PERFORM 2330-CLEAN-ONE-CHAR
006570         VARYING WS-DEC-IX FROM 1 BY 1
006580         UNTIL WS-DEC-IX > 20.
006590     MOVE SPACES TO WS-DEC-WHOLE-TEXT.
006600     MOVE SPACES TO WS-DEC-FRAC-TEXT.
006610     UNSTRING WS-DEC-CLEAN DELIMITED BY "."
006620         INTO WS-DEC-WHOLE-TEXT WS-DEC-FRAC-TEXT
006630     END-UNSTRING.
006640     IF WS-DEC-WHOLE-TEXT = SPACES
006650         MOVE 0 TO WS-DEC-WHOLE
006660     ELSE
006670         MOVE WS-DEC-WHOLE-TEXT TO WS-DEC-WHOLE
006680     END-IF.
006690     INSPECT WS-DEC-FRAC-TEXT REPLACING ALL " " BY "0".
006700     MOVE WS-DEC-FRAC-TEXT TO WS-DEC-FRAC.
006710     COMPUTE WS-DEC-VALUE = WS-DEC-WHOLE
006720         + WS-DEC-FRAC / 10000.
006730     IF WS-DEC-SIGN = "-"
006740         COMPUTE WS-DEC-VALUE = 0 - WS-DEC-VALUE
006750     END-IF.
006760*==============================================================
006770*    COPIES ONE CHARACTER INTO THE CLEANED TEXT, LEFT-PACKED -
006780*    DIGITS AND THE POINT PASS, A MINUS SETS THE SIGN, SPACES
006790*    AND EVERYTHING ELSE DROP OUT.
006800*--------------------------------------------------------------
006810 2330-CLEAN-ONE-CHAR.
006820*==============================================================
006830     IF WS-DEC-CHAR (WS-DEC-IX) = "-"
006840         MOVE "-" TO WS-DEC-SIGN
006850     ELSE
006860         IF WS-DEC-CHAR (WS-DEC-IX) = "."
006870             OR (WS-DEC-CHAR (WS-DEC-IX) >= "0"
006880                 AND WS-DEC-CHAR (WS-DEC-IX) <= "9")
006890             MOVE WS-DEC-CHAR (WS-DEC-IX)
006900                 TO WS-DEC-CLEAN (WS-DEC-CLEAN-IX:1)
006910             ADD 1 TO WS-DEC-CLEAN-IX
006920         END-IF
006930     END-IF.
006940*==============================================================
006950 2400-WRITE-HEADER.
006960*==============================================================
006970     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
006980     ACCEPT WS-NOW FROM TIME.
006990     MOVE SPACES TO WS-INTERFACE-RECORD.
007000     MOVE "H" TO IF-REC-TYPE.
007010     MOVE "TASASPAS" TO IF-INTERFACE-ID.
007020     MOVE WS-RUN-DATE TO IF-RUN-DATE.
007030     MOVE WS-RUN-SEQ TO IF-RUN-SEQ.
007040     MOVE WS-TODAY TO IF-CREATED-DATE.
007050     MOVE WS-NOW TO IF-CREATED-TIME.
007060     MOVE WS-TO-SEND TO IF-HDR-DETAIL-COUNT.
007070     MOVE WS-INTERFACE-RECORD TO INT-FILE-RECORD.
007080     WRITE INT-FILE-RECORD.
007090*==============================================================
007100*    SECOND PASS - ONE DETAIL PER COEFFICIENT WITH A PRODUCT,
007110*    NUMBERED FROM 1, EACH ONE ADDED INTO THE HASH TOTAL.
007120*--------------------------------------------------------------
007130 2500-SEND-ONE-CSV-LINE.
007140*==============================================================
007150     READ CSV-IN
007160         AT END
007170             MOVE "N" TO SW-MORE-RECORDS
007180         NOT AT END
007190             PERFORM 2310-PARSE-CSV-RECORD
007200             IF WS-CSV-PRODUCT NOT = SPACES
007210                 ADD 1 TO WS-DETAIL-SEQ
007220                 MOVE SPACES TO WS-INTERFACE-RECORD
007230                 MOVE "D" TO IF-REC-TYPE
007240                 MOVE WS-DETAIL-SEQ TO IF-SEQ
007250                 MOVE WS-CSV-PRODUCT TO IF-PRODUCT
007260                 MOVE WS-CSV-EFF-DATE TO IF-EFF-DATE
007270                 MOVE WS-CSV-POTENCIA TO IF-POTENCIA
007280                 MOVE WS-CSV-TERMINO TO IF-TERMINO
007290                 MOVE WS-CSV-DOP TO IF-COEF
007300                 ADD WS-CSV-DOP TO WS-HASH-TOTAL
007310                 MOVE WS-INTERFACE-RECORD TO INT-FILE-RECORD
007320                 WRITE INT-FILE-RECORD
007330             END-IF
007340     END-READ.
007350*==============================================================
007360 2600-WRITE-TRAILER.
007370*==============================================================
007380     MOVE SPACES TO WS-INTERFACE-RECORD.
007390     MOVE "T" TO IF-REC-TYPE.
007400     MOVE WS-DETAIL-SEQ TO IF-DETAIL-COUNT.
007410     COMPUTE IF-RECORD-COUNT = WS-DETAIL-SEQ + 2.
007420     MOVE WS-HASH-TOTAL TO IF-HASH-TOTAL.
007430     MOVE WS-INTERFACE-RECORD TO INT-FILE-RECORD.
007440     WRITE INT-FILE-RECORD.
007450*==============================================================
007460*    CATALOGS THE FEED UNDER THE RUN'S DATE AND SEQUENCE, SO
007470*    DEPURA_GEN RETIRES IT WITH THE RUN.
007480*--------------------------------------------------------------
007490 2700-CATALOG-FEED.
007500*==============================================================
007510     OPEN EXTEND GEN-CAT.
007520     IF GEN-CAT-MISSING
007530         OPEN OUTPUT GEN-CAT
007540     END-IF.
007550     MOVE SPACES TO WS-GENCAT-LINE.
007560     MOVE WS-RUN-DATE TO GC-DATE.
007570     MOVE WS-RUN-SEQ TO GC-SEQ.
007580     MOVE "INTADM" TO GC-TYPE.
007590     MOVE WS-INT-GEN-NAME TO GC-FILENAME.
007600     MOVE WS-GENCAT-LINE TO GEN-CAT-RECORD.
007610     WRITE GEN-CAT-RECORD.
007620     CLOSE GEN-CAT.
007630*==============================================================
007640*    CONCILIA - MATCHES THE ACKNOWLEDGMENT AGAINST THE FEED IT
007650*    NAMES. BOTH CARRY THE DETAILS IN ASCENDING DETAIL NUMBER,
007660*    SO ONE MERGE PASS FINDS EVERY LOADED, REJECTED, MISSING AND
007670*    UNEXPECTED ROW; THE TOTALS ARE COMPARED AT THE END.
007680*--------------------------------------------------------------
007690 3000-RECONCILE-ACK.
007700*==============================================================
007710     OPEN INPUT ACK-IN.
007720     IF NOT ACK-IN-OK
007730         DISPLAY "ACUSE ACUSEADM AUSENTE - STATUS " FS-ACK-IN
007740         MOVE 8 TO WS-RETURN-CODE
007750         GO TO 3000-REC-EXIT
007760     END-IF.
007770     MOVE SPACES TO WS-ACK-RECORD.
007780     READ ACK-IN
007790         NOT AT END
007800             MOVE ACK-IN-RECORD TO WS-ACK-RECORD
007810     END-READ.
007820     IF NOT AK-HEADER OR AK-INTERFACE-ID NOT = "TASASPAS"
007830         DISPLAY "ACUSE SIN REGISTRO DE ENCABEZADO TASASPAS"
007840         CLOSE ACK-IN
007850         MOVE 8 TO WS-RETURN-CODE
007860         GO TO 3000-REC-EXIT
007870     END-IF.
007880     MOVE AK-RUN-DATE TO WS-RUN-DATE.
007890     MOVE AK-RUN-SEQ TO WS-RUN-SEQ.
007900     DISPLAY "ACUSE DE LA CORRIDA " WS-RUN-DATE " SECUENCIA "
007910         WS-RUN-SEQ.
007920     PERFORM 3100-FIND-SENT-FEED.
007930     IF WS-INT-GEN-NAME = SPACES
007940         DISPLAY "NINGUNA INTERFAZ ENVIADA PARA ESA CORRIDA"
007950         CLOSE ACK-IN
007960         MOVE 8 TO WS-RETURN-CODE
007970         GO TO 3000-REC-EXIT
007980     END-IF.
007990     OPEN INPUT INT-FILE.
008000     IF NOT INT-FILE-OK
008010         DISPLAY "NO SE PUDO ABRIR " WS-INT-GEN-NAME
008020             " - STATUS " FS-INT-FILE
008030         CLOSE ACK-IN
008040         MOVE 8 TO WS-RETURN-CODE
008050         GO TO 3000-REC-EXIT
008060     END-IF.
008070     OPEN OUTPUT REC-RPT.
008080     PERFORM 3200-WRITE-REC-HEADER.
008090     MOVE 0 TO WS-ACK-DETAILS.
008100     MOVE 0 TO WS-ACK-LOADED.
008110     MOVE 0 TO WS-ACK-REJECTED.
008120     MOVE 0 TO WS-ACK-MISSING.
008130     MOVE 0 TO WS-ACK-UNEXPECTED.
008140     MOVE 0 TO WS-ACK-MALFORMED.
008150     MOVE "N" TO SW-SENT-TRAILER.
008160     MOVE "N" TO SW-ACK-TRAILER.
008170     MOVE "Y" TO SW-MORE-SENT.
008180     MOVE "Y" TO SW-MORE-ACK.
008190     PERFORM 3300-READ-SENT.
008200     PERFORM 3300-READ-SENT.
008210     PERFORM 3400-READ-ACK.
008220     PERFORM 3500-MATCH-ONE-STEP
008230         UNTIL NO-MORE-SENT AND NO-MORE-ACK.
008240     CLOSE INT-FILE.
008250     CLOSE ACK-IN.
008260     PERFORM 3700-WRITE-REC-TOTALS.
008270     CLOSE REC-RPT.
008280 3000-REC-EXIT.
008290     EXIT.
008300*==============================================================
008310 3100-FIND-SENT-FEED.
008320*==============================================================
008330     MOVE SPACES TO WS-INT-GEN-NAME.
008340     OPEN INPUT GEN-CAT.
008350     IF GEN-CAT-OK
008360         MOVE "Y" TO SW-MORE-RECORDS
008370         PERFORM 3110-SCAN-ONE-CAT-LINE
008380             UNTIL NO-MORE-RECORDS
008390         CLOSE GEN-CAT
008400     END-IF.
008410*==============================================================
008420 3110-SCAN-ONE-CAT-LINE.
008430*==============================================================
008440     READ GEN-CAT
008450         AT END
008460             MOVE "N" TO SW-MORE-RECORDS
008470         NOT AT END
008480             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
008490             IF GC-TYPE = "INTADM" AND GC-SEQ = WS-RUN-SEQ
008500                 AND GC-DATE = WS-RUN-DATE
008510                 MOVE GC-FILENAME TO WS-INT-GEN-NAME
008520             END-IF
008530     END-READ.
008540*==============================================================
008550 3200-WRITE-REC-HEADER.
008560*==============================================================
008570     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
008580     MOVE SPACES TO REC-RPT-RECORD.
008590     STRING "CONCILIACION DE ACUSE - ADMINISTRACION DE POLIZAS"
008600         DELIMITED BY SIZE
008610         "     FECHA: " DELIMITED BY SIZE
008620         WS-TODAY DELIMITED BY SIZE
008630         INTO REC-RPT-RECORD
008640     END-STRING.
008650     WRITE REC-RPT-RECORD.
008660     MOVE SPACES TO REC-RPT-RECORD.
008670     STRING "INTERFAZ: " DELIMITED BY SIZE
008680         WS-INT-GEN-NAME DELIMITED BY SIZE
008690         "   ACUSE DEL: " DELIMITED BY SIZE
008700         AK-ACK-DATE DELIMITED BY SIZE
008710         INTO REC-RPT-RECORD
008720     END-STRING.
008730     WRITE REC-RPT-RECORD.
008740     MOVE SPACES TO REC-RPT-RECORD.
008750     WRITE REC-RPT-RECORD.
008760     MOVE WS-REC-HEADING TO REC-RPT-RECORD.
008770     WRITE REC-RPT-RECORD.
008780*==============================================================
008790*    READS THE NEXT SENT RECORD. THE FIRST CALL SKIPS THE
008800*    HEADER; THE TRAILER ENDS THE DETAILS AND LEAVES THE SENT
008810*    COUNT AND HASH.
008820*--------------------------------------------------------------
008830 3300-READ-SENT.
008840*==============================================================
008850     READ INT-FILE
008860         AT END
008870             MOVE "N" TO SW-MORE-SENT
008880         NOT AT END
008890             MOVE INT-FILE-RECORD TO WS-INTERFACE-RECORD
008900             IF IF-TRAILER
008910                 MOVE "Y" TO SW-SENT-TRAILER
008920                 MOVE IF-DETAIL-COUNT TO WS-SENT-DETAILS
008930                 MOVE IF-HASH-TOTAL TO WS-SENT-HASH
008940                 MOVE "N" TO SW-MORE-SENT
008950             END-IF
008960     END-READ.
008970*==============================================================
008980*    READS THE NEXT ACKNOWLEDGMENT DETAIL. THE TRAILER ENDS THE
008990*    DETAILS AND LEAVES THEIR COUNTS AND HASH; A RECORD THAT IS
009000*    NEITHER IS COUNTED AS MALFORMED AND SKIPPED.
009010*--------------------------------------------------------------
009020 3400-READ-ACK.
009030*==============================================================
009040     MOVE "N" TO SW-ACK-READY.
009050     PERFORM 3410-READ-ONE-ACK
009060         UNTIL ACK-READY.
009070*==============================================================
009080 3410-READ-ONE-ACK.
009090*==============================================================
009100     READ ACK-IN
009110         AT END
009120             MOVE "N" TO SW-MORE-ACK
009130             MOVE "Y" TO SW-ACK-READY
009140         NOT AT END
009150             MOVE ACK-IN-RECORD TO WS-ACK-RECORD
009160             EVALUATE TRUE
009170                 WHEN AK-TRAILER
009180                     MOVE "Y" TO SW-ACK-TRAILER
009190                     MOVE AK-RECEIVED-COUNT TO WS-ACK-RECV-COUNT
009200                     MOVE AK-LOADED-COUNT TO WS-ACK-LOAD-COUNT
009210                     MOVE AK-REJECTED-COUNT TO WS-ACK-REJ-COUNT
009220                     MOVE AK-HASH-TOTAL TO WS-ACK-HASH
009230                     MOVE "N" TO SW-MORE-ACK
009240                     MOVE "Y" TO SW-ACK-READY
009250                 WHEN AK-DETAIL AND AK-SEQ IS NUMERIC
009260                     ADD 1 TO WS-ACK-DETAILS
009270                     MOVE "Y" TO SW-ACK-READY
009280                 WHEN OTHER
009290                     ADD 1 TO WS-ACK-MALFORMED
009300             END-EVALUATE
009310     END-READ.
009320*==============================================================
009330*    ONE STEP OF THE MERGE ON THE DETAIL NUMBER.
009340*--------------------------------------------------------------
009350 3500-MATCH-ONE-STEP.
009360*==============================================================
009370     EVALUATE TRUE
009380         WHEN NO-MORE-SENT
009390             PERFORM 3630-LIST-UNEXPECTED
009400             PERFORM 3400-READ-ACK
009410         WHEN NO-MORE-ACK
009420             PERFORM 3610-LIST-MISSING
009430             PERFORM 3300-READ-SENT
009440         WHEN AK-SEQ > IF-SEQ
009450             PERFORM 3610-LIST-MISSING
009460             PERFORM 3300-READ-SENT
009470         WHEN AK-SEQ < IF-SEQ
009480             PERFORM 3630-LIST-UNEXPECTED
009490             PERFORM 3400-READ-ACK
009500         WHEN OTHER
009510             IF AK-LOADED
009520                 ADD 1 TO WS-ACK-LOADED
009530             ELSE
009540                 PERFORM 3620-LIST-REJECTED
009550             END-IF
009560             PERFORM 3300-READ-SENT
009570             PERFORM 3400-READ-ACK
009580     END-EVALUATE.
009590*==============================================================
009600*    A SENT ROW THE ACKNOWLEDGMENT NEVER MENTIONS.
009610*--------------------------------------------------------------
009620 3610-LIST-MISSING.
009630*==============================================================
009640     ADD 1 TO WS-ACK-MISSING.
009650     PERFORM 3640-FILL-FROM-SENT.
009660     MOVE "FALTANTE" TO RD-SITUATION.
009670     MOVE "NO FIGURA EN EL ACUSE" TO RD-REASON.
009680     PERFORM 3650-WRITE-REC-LINE.
009690*==============================================================
009700*    A SENT ROW POLICY ADMINISTRATION REFUSED TO LOAD. ANY
009710*    STATUS OTHER THAN "A" IS TAKEN AS A REJECTION.
009720*--------------------------------------------------------------
009730 3620-LIST-REJECTED.
009740*==============================================================
009750     ADD 1 TO WS-ACK-REJECTED.
009760     PERFORM 3640-FILL-FROM-SENT.
009770     MOVE "RECHAZADO" TO RD-SITUATION.
009780     MOVE AK-REASON TO RD-REASON.
009790     IF NOT AK-REJECTED
009800         MOVE "ESTADO DE ACUSE NO VALIDO" TO RD-REASON
009810     END-IF.
009820     PERFORM 3650-WRITE-REC-LINE.
009830*==============================================================
009840*    AN ACKNOWLEDGED NUMBER THAT WAS NEVER SENT, OR ONE REPEATED
009850*    OR OUT OF ORDER.
009860*--------------------------------------------------------------
009870 3630-LIST-UNEXPECTED.
009880*==============================================================
009890     ADD 1 TO WS-ACK-UNEXPECTED.
009900     MOVE SPACES TO WS-REC-DETAIL.
009910     MOVE AK-SEQ TO RD-SEQ.
009920     MOVE "NO ENVIADO" TO RD-SITUATION.
009930     MOVE "NUMERO AJENO, REPETIDO O FUERA DE ORDEN" TO RD-REASON.
009940     PERFORM 3650-WRITE-REC-LINE.
009950*==============================================================
009960 3640-FILL-FROM-SENT.
009970*==============================================================
009980     MOVE SPACES TO WS-REC-DETAIL.
009990     MOVE IF-SEQ TO RD-SEQ.
010000     MOVE IF-PRODUCT TO RD-PRODUCT.
010010     MOVE IF-EFF-DATE TO RD-EFF-DATE.
010020     MOVE IF-POTENCIA TO RD-POTENCIA.
010030     MOVE IF-TERMINO TO RD-TERMINO.
010040     MOVE IF-COEF TO RD-COEF.
010050*==============================================================
010060 3650-WRITE-REC-LINE.
010070*==============================================================
010080     MOVE WS-REC-DETAIL TO REC-RPT-RECORD.
010090     WRITE REC-RPT-RECORD.
010100*==============================================================
010110*    THE TOTALS AND THE VERDICT. THE COUNTS AND HASH THE
010120*    ACKNOWLEDGMENT DECLARES MUST MATCH BOTH WHAT IT LISTED AND
010130*    WHAT WAS SENT.
010140*--------------------------------------------------------------
010150 3700-WRITE-REC-TOTALS.
010160*==============================================================
010170     MOVE SPACES TO REC-RPT-RECORD.
010180     WRITE REC-RPT-RECORD.
010190     MOVE WS-SENT-DETAILS TO WS-COUNT-EDIT.
010200     MOVE "DETALLES ENVIADOS:" TO WS-CTL-LINE.
010210     PERFORM 3710-WRITE-COUNT-LINE.
010220     MOVE WS-ACK-RECV-COUNT TO WS-COUNT-EDIT.
010230     MOVE "RECIBIDOS SEGUN ACUSE:" TO WS-CTL-LINE.
010240     PERFORM 3710-WRITE-COUNT-LINE.
010250     MOVE WS-ACK-LOADED TO WS-COUNT-EDIT.
010260     MOVE "CARGADOS:" TO WS-CTL-LINE.
010270     PERFORM 3710-WRITE-COUNT-LINE.
010280     MOVE WS-ACK-REJECTED TO WS-COUNT-EDIT.
010290     MOVE "RECHAZADOS:" TO WS-CTL-LINE.
010300     PERFORM 3710-WRITE-COUNT-LINE.
010310     MOVE WS-ACK-MISSING TO WS-COUNT-EDIT.
010320     MOVE "FALTANTES:" TO WS-CTL-LINE.
010330     PERFORM 3710-WRITE-COUNT-LINE.
010340     MOVE WS-ACK-UNEXPECTED TO WS-COUNT-EDIT.
010350     MOVE "NO ENVIADOS:" TO WS-CTL-LINE.
010360     PERFORM 3710-WRITE-COUNT-LINE.
010370     MOVE WS-ACK-MALFORMED TO WS-COUNT-EDIT.
010380     MOVE "REGISTROS MAL FORMADOS:" TO WS-CTL-LINE.
010390     PERFORM 3710-WRITE-COUNT-LINE.
010400     MOVE WS-SENT-HASH TO WS-HASH-EDIT.
010410     MOVE "HASH ENVIADO:" TO WS-CTL-LINE.
010420     PERFORM 3720-WRITE-HASH-LINE.
010430     MOVE WS-ACK-HASH TO WS-HASH-EDIT.
010440     MOVE "HASH SEGUN ACUSE:" TO WS-CTL-LINE.
010450     PERFORM 3720-WRITE-HASH-LINE.
010460     MOVE SPACES TO REC-RPT-RECORD.
010470     WRITE REC-RPT-RECORD.
010480     IF NOT SENT-TRAILER-FOUND OR NOT ACK-TRAILER-FOUND
010490         OR WS-ACK-MALFORMED > 0 OR WS-ACK-UNEXPECTED > 0
010500         OR WS-ACK-RECV-COUNT NOT = WS-ACK-DETAILS
010510         OR WS-ACK-LOAD-COUNT NOT = WS-ACK-LOADED
010520         OR WS-ACK-REJ-COUNT NOT = WS-ACK-REJECTED
010530         MOVE "RESULTADO: ACUSE INCONSISTENTE - RECLAMAR A "
010540             TO REC-RPT-RECORD
010550         MOVE "ADMINISTRACION DE POLIZAS"
010560             TO REC-RPT-RECORD (45:25)
010570         MOVE 8 TO WS-RETURN-CODE
010580     ELSE
010590         IF WS-ACK-MISSING > 0 OR WS-ACK-REJECTED > 0
010600             OR WS-ACK-RECV-COUNT NOT = WS-SENT-DETAILS
010610             OR WS-ACK-HASH NOT = WS-SENT-HASH
010620             MOVE "RESULTADO: LA TABLA NO QUEDO COMPLETA EN VIGOR"
010630                 TO REC-RPT-RECORD
010640             MOVE 4 TO WS-RETURN-CODE
010650         ELSE
010660             MOVE "RESULTADO: TABLA CARGADA COMPLETA - EN VIGOR"
010670                 TO REC-RPT-RECORD
010680             MOVE 0 TO WS-RETURN-CODE
010690         END-IF
010700     END-IF.
010710     WRITE REC-RPT-RECORD.
010720     DISPLAY REC-RPT-RECORD (1:72).
010730*==============================================================
010740 3710-WRITE-COUNT-LINE.
010750*==============================================================
010760     MOVE SPACES TO REC-RPT-RECORD.
010770     STRING WS-CTL-LINE DELIMITED BY SIZE
010780         WS-COUNT-EDIT DELIMITED BY SIZE
010790         INTO REC-RPT-RECORD
010800     END-STRING.
010810     WRITE REC-RPT-RECORD.
010820     DISPLAY WS-CTL-LINE WS-COUNT-EDIT.
010830*==============================================================
010840 3720-WRITE-HASH-LINE.
010850*==============================================================
010860     MOVE SPACES TO REC-RPT-RECORD.
010870     STRING WS-CTL-LINE DELIMITED BY SIZE
010880         WS-HASH-EDIT DELIMITED BY SIZE
010890         INTO REC-RPT-RECORD
010900     END-STRING.
010910     WRITE REC-RPT-RECORD.
010920     DISPLAY WS-CTL-LINE WS-HASH-EDIT.
