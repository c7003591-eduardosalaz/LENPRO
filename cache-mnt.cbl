000268*                 LATER RECUPERA REBUILDS THE IMPORTED ROWS
000269*                 TOO. A BRANCH RECOMPUTE BECOMES A FILE
000270*                 TRANSFER.
000271* 10/15/2026 JR   AUDITA CHECKS THE WHOLE CACHE SO A DAMAGED
000272*                 ONE IS NEVER BACKED UP OVER THE LAST GOOD
000273*                 COPY: EVERY N/POTENCIA ROW MUST HOLD ALL ITS
000274*                 TERMS UP TO THE FIRST ONE TOO BIG TO CACHE,
000275*                 TERM T MUST EQUAL TERM POTENCIA-T, A COMPLETE
000276*                 ROW MUST SUM TO N TIMES 2**POTENCIA, AND EVERY
000277*                 CACHED KEY MUST BE ACCOUNTED FOR BY THE LATEST
000278*                 CACHEBKP PLUS THE CACHEJRN JOURNAL WRITTEN
000279*                 SINCE (REBUILT IN THE CACHEAUX WORK FILE THE
000280*                 WAY RECUPERA WOULD REBUILD IT). FINDINGS GO
000281*                 TO THE CACHEAUD LISTING. RC 8 WHEN ANY DAMAGE
000282*                 IS FOUND, 4 WHEN THE KEYS COULD NOT BE
000283*                 RECONCILED (NO USABLE BACKUP), 0 CLEAN -
000284*                 CADENA_NOCHE RUNS IT AHEAD OF RESPALDA.
000285* 10/15/2026 JR   DEPURA, RECUPERA AND IMPORTA NOW TAKE THE
000286*                 OPERATOR ID AS THEIR LAST OPERAND
000287*                 ("DEPURA,<N>,<OPER>", "RECUPERA,<OPER>",
000288*                 "IMPORTA,<OPER>") AND RUN ONLY WHEN THE
000289*                 OPERAUT MASTER GRANTS THAT OPERATOR THE
000290*                 FUNCTION. A REFUSAL ENDS RC 8 AND IS LOGGED
000291*                 TO SECVIOL FOR RESUMEN_AUDIT.
000292* 10/15/2026 JR   AUDITA NOW TESTS THE REOPEN OF THE CACHEAUX WORK
000293*                 FILE BEFORE REPLAYING THE JOURNAL INTO IT - A
000294*                 FAILURE IS LISTED WITH ITS FILE STATUS, THE
000295*                 RECONCILIATION IS DROPPED AND THE RUN ENDS RC 8.
000296*--------------------------------------------------------------
000297 ENVIRONMENT DIVISION.
000298 CONFIGURATION SECTION.
000299 SOURCE-COMPUTER. GNU-LINUX.
000300 OBJECT-COMPUTER. GNU-LINUX.
000301 INPUT-OUTPUT SECTION.
000302 FILE-CONTROL.
000310*    INDEXED CACHE OF PREVIOUSLY COMPUTED COEFFICIENTS, SHARED
000320*    WITH TRIANGULO_PAS - SEE COPYBOOK CKLKUP
000330     SELECT COEF-LOOKUP ASSIGN TO "COEFLKUP"
000426     SELECT IMP-LIST ASSIGN TO "IMPRPT"
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS FS-IMP-LIST.
000429*    CONTENTS/STATISTICS LISTING, REBUILT ON EVERY REPORTE RUN
000430     SELECT LIST-OUT ASSIGN TO "CACHERPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-LIST-OUT.
000451*    THE CACHE AS THE LATEST BACKUP PLUS THE JOURNAL SAY IT
000452*    SHOULD BE - REBUILT ON EVERY AUDITA RUN
000453     SELECT AUDIT-WORK ASSIGN TO "CACHEAUX"
000454         ORGANIZATION IS INDEXED
000455         ACCESS MODE IS DYNAMIC
000456         RECORD KEY IS AX-KEY
000457         FILE STATUS IS FS-AUDIT-WORK.
000458*    INTEGRITY AUDIT LISTING, REBUILT ON EVERY AUDITA RUN
000459     SELECT AUD-LIST ASSIGN TO "CACHEAUD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000461         FILE STATUS IS FS-AUD-LIST.
000462*    OPERATOR AUTHORIZATION MASTER - SEE COPYBOOK OPERAUT
000463     SELECT OPER-AUTH ASSIGN TO "OPERAUT"
000464         ORGANIZATION IS LINE SEQUENTIAL
000465         FILE STATUS IS FS-OPER-AUTH.
000466*    SECURITY VIOLATION LOG, APPENDED TO ACROSS RUNS - SEE
000467*    COPYBOOK SECVIOL
000468     SELECT SEC-VIOL ASSIGN TO "SECVIOL"
000469         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-SEC-VIOL.
000473*
000476 DATA DIVISION.
000480 FILE SECTION.
000490 FD  COEF-LOOKUP.
000500     COPY "cklkup.cpy".
000564 FD  IMP-LIST
000565     RECORDING MODE IS F.
000566 01  IMP-LIST-RECORD             PIC X(100).
000567*
000568 FD  LIST-OUT
000570     RECORDING MODE IS F.
000580 01  LIST-OUT-RECORD             PIC X(100).
000581*
000582 FD  AUDIT-WORK.
000583 01  AUDIT-WORK-RECORD.
000584     05  AX-KEY.
000585         10  AX-N                PIC S9(14)V9(04).
000586         10  AX-POTENCIA         PIC 9(04).
000587         10  AX-TERMINO          PIC 9(04).
000588     05  AX-DOP                  PIC S9(14)V9(04).
000589*
000590 FD  AUD-LIST
000591     RECORDING MODE IS F.
000592 01  AUD-LIST-RECORD             PIC X(100).
000593*
000594 FD  OPER-AUTH
000595     RECORDING MODE IS F.
000596 01  OPER-AUTH-RECORD            PIC X(260).
000597*
000598 FD  SEC-VIOL
000599     RECORDING MODE IS F.
000600 01  SEC-VIOL-RECORD             PIC X(80).
000603*
000606 WORKING-STORAGE SECTION.
000610 01  WS-FILE-STATUSES.
000620     05  FS-COEF-LOOKUP          PIC X(02) VALUE "00".
000630         88  COEF-LOOKUP-OK                 VALUE "00".
000682         88  EXPORT-EOF                     VALUE "10".
000683         88  EXPORT-MISSING                 VALUE "35".
000684     05  FS-IMP-LIST             PIC X(02) VALUE "00".
000685     05  FS-LIST-OUT             PIC X(02) VALUE "00".
000686     05  FS-AUDIT-WORK           PIC X(02) VALUE "00".
000687         88  AUDIT-WORK-OK                  VALUE "00".
000688     05  FS-AUD-LIST             PIC X(02) VALUE "00".
000689     05  FS-OPER-AUTH            PIC X(02) VALUE "00".
000690         88  OPER-AUTH-OK                   VALUE "00".
000691     05  FS-SEC-VIOL             PIC X(02) VALUE "00".
000692         88  SEC-VIOL-MISSING               VALUE "35".
000693 01  WS-SWITCHES.
000700     05  SW-MORE-RECORDS         PIC X(01) VALUE "Y".
000710         88  MORE-RECORDS                   VALUE "Y".
000720         88  NO-MORE-RECORDS                VALUE "N".
000730     05  SW-FIRST-RECORD         PIC X(01) VALUE "Y".
000740         88  FIRST-RECORD                   VALUE "Y".
000742         88  NOT-FIRST-RECORD               VALUE "N".
000744     05  SW-AUD-RECON            PIC X(01) VALUE "N".
000746         88  RECON-ACTIVE                   VALUE "Y".
000748         88  RECON-SKIPPED                  VALUE "N".
000750         88  RECON-FAILED                   VALUE "F".
000754     05  SW-AUTH-GRANTED         PIC X(01) VALUE "N".
000755         88  AUTH-GRANTED                   VALUE "Y".
000756         88  AUTH-REFUSED                   VALUE "N".
000757     05  SW-OPER-FOUND           PIC X(01) VALUE "N".
000758         88  OPER-FOUND                     VALUE "Y".
000759     05  SW-MORE-AUTH            PIC X(01) VALUE "Y".
000760         88  MORE-AUTH                      VALUE "Y".
000761         88  NO-MORE-AUTH                   VALUE "N".
000765*--------------------------------------------------------------
000770* COMMAND-LINE PARM WORK AREAS
000780*--------------------------------------------------------------
000790 01  WS-PARM-LINE                PIC X(80).
000820 01  WS-PURGE-N                  PIC S9(14)V9(04) VALUE 0.
000821 01  WS-PURGE-SIGN               PIC X(01) VALUE "+".
000823 01  WS-PURGE-MINUS-COUNT        PIC 9(02) COMP VALUE 0.
000824 01  WS-PURGE-WHOLE-TEXT         PIC X(18).
000825 01  WS-PURGE-FRAC-TEXT          PIC X(04).
000826 01  WS-PURGE-WHOLE              PIC 9(14).
000828 01  WS-PURGE-FRAC               PIC 9(04).
000830*--------------------------------------------------------------
001003 01  WS-GRP-OVERFLOW             PIC X(01) VALUE "N".
001004 01  WS-IMP-N-EDIT               PIC -(13)9.9(04).
001005 01  WS-IMP-MSG                  PIC X(40).
001006*--------------------------------------------------------------
001007* WHOLE-CACHE AUDIT WORK AREAS - THE ROW BEING AUDITED (ALL
001008* TERMS OF ONE N/POTENCIA) IS HELD BY TERMINO, SO ENTRY T+1
001009* IS TERM T AND ITS MIRROR POTENCIA-T IS ENTRY POTENCIA-T+1
001010*--------------------------------------------------------------
001011 01  WS-AUD-N                    PIC S9(14)V9(04) VALUE 0.
001012 01  WS-AUD-POTENCIA             PIC 9(04) VALUE 0.
001013 01  WS-AUD-ROW-OPEN             PIC X(01) VALUE "N".
001014 01  WS-AUD-TERM-TABLE.
001015     05  WS-AUD-TERM             OCCURS 10000.
001016         10  WS-AUD-PRESENT      PIC X(01).
001017         10  WS-AUD-DOP          PIC S9(14)V9(04).
001018 01  WS-AUD-IX                   PIC 9(05) COMP VALUE 0.
001019 01  WS-AUD-MIRROR-IX            PIC 9(05) COMP VALUE 0.
001020 01  WS-AUD-WALK-IX              PIC 9(05) COMP VALUE 0.
001021 01  WS-AUD-HALF                 PIC 9(05) COMP VALUE 0.
001022 01  WS-AUD-FIRST-OVF            PIC 9(05) COMP VALUE 0.
001023 01  WS-AUD-WALK                 PIC S9(14)V9(04) VALUE 0.
001024 01  WS-AUD-WALK-OVF             PIC X(01) VALUE "N".
001025 01  WS-AUD-MISSING              PIC 9(05) COMP VALUE 0.
001026 01  WS-AUD-FIRST-MISSING        PIC 9(04) VALUE 0.
001027 01  WS-AUD-ASYM                 PIC 9(05) COMP VALUE 0.
001028 01  WS-AUD-FIRST-ASYM           PIC 9(04) VALUE 0.
001029 01  WS-AUD-RECORDS              PIC 9(09) COMP VALUE 0.
001030 01  WS-AUD-ROWS                 PIC 9(09) COMP VALUE 0.
001031 01  WS-AUD-ROWS-MISSING         PIC 9(09) COMP VALUE 0.
001032 01  WS-AUD-OUT-OF-RANGE         PIC 9(09) COMP VALUE 0.
001033 01  WS-AUD-ROWS-ASYM            PIC 9(09) COMP VALUE 0.
001034 01  WS-AUD-ROWS-CUADRE          PIC 9(09) COMP VALUE 0.
001035 01  WS-AUD-ROWS-OVF             PIC 9(09) COMP VALUE 0.
001036 01  WS-AUD-ROWS-UNVERIF         PIC 9(09) COMP VALUE 0.
001037 01  WS-AUD-UNACCOUNTED          PIC 9(09) COMP VALUE 0.
001038 01  WS-AUD-VALUE-DIFF           PIC 9(09) COMP VALUE 0.
001039 01  WS-AUD-JRNL-LINES           PIC 9(09) COMP VALUE 0.
001040 01  WS-AUD-DAMAGE               PIC 9(09) COMP VALUE 0.
001041 01  WS-AUD-MSG                  PIC X(60).
001042 01  WS-AUD-LABEL                PIC X(30).
001043 01  WS-AUD-TERM-EDIT            PIC ZZZ9.
001044 01  WS-AUD-COUNT-EDIT           PIC ZZZZ9.
001045 01  WS-AUD-DIFF-EDIT            PIC Z(13)9.9(04).
001046*--------------------------------------------------------------
001047* OPERATOR AUTHORIZATION WORK AREAS - THE OPERATOR, PROGRAM
001048* AND FUNCTION BEING CHECKED, AND THE REASON FOR A REFUSAL
001049*--------------------------------------------------------------
001050 01  WS-AUTH-OPERATOR            PIC X(08) VALUE SPACES.
001051 01  WS-AUTH-PROGRAM             PIC X(12) VALUE "CACHE_MANT".
001052 01  WS-AUTH-FUNCTION            PIC X(08) VALUE SPACES.
001053 01  WS-AUTH-REASON              PIC X(30) VALUE SPACES.
001054 01  WS-AUTH-IX                  PIC 9(02) COMP VALUE 1.
001055 01  WS-AUTH-DATE                PIC 9(08) VALUE 0.
001056 01  WS-AUTH-TIME                PIC 9(08) VALUE 0.
001057     COPY "operaut.cpy".
001058     COPY "secviol.cpy".
001059*--------------------------------------------------------------
001060* LISTING WORK AREAS
001061*--------------------------------------------------------------
001062 01  WS-TODAY                    PIC 9(08).
001063 01  WS-GROUP-LINE.
001064     05  FILLER                  PIC X(06) VALUE "N =   ".
001065     05  GL-N                    PIC -(13)9.9(04).
001066     05  FILLER                  PIC X(12) VALUE "  REGISTROS=".
001067     05  GL-RECORDS              PIC Z(08)9.
001068     05  FILLER                  PIC X(14) VALUE "  MAX POTENCIA".
001069     05  FILLER                  PIC X(01) VALUE "=".
001070     05  GL-MAX-POT              PIC ZZZ9.
001071 01  WS-TOTAL-LINE.
001072     05  FILLER              PIC X(18)
001073                             VALUE "TOTAL REGISTROS = ".
001080     05  TL-RECORDS          PIC Z(08)9.
001090     05  FILLER              PIC X(17)
001092                             VALUE "  VALORES DE N = ".
001282             PERFORM 7000-EXPORT-CACHE THRU 7000-EXPORT-EXIT
001284         WHEN "IMPORTA "
001286             PERFORM 8000-IMPORT-CACHE THRU 8000-IMPORT-EXIT
001287         WHEN "AUDITA  "
001288             PERFORM 9000-AUDIT-CACHE THRU 9000-AUDIT-EXIT
001289         WHEN OTHER
001290             DISPLAY "FUNCION NO RECONOCIDA: " WS-FUNCTION-TEXT
001300             DISPLAY "USE REPORTE, DEPURA,<N>, REORG, "
001302                 "RESPALDA, RECUPERA, EXPORTA,<N>, IMPORTA "
001304                 "O AUDITA"
001306             DISPLAY "DEPURA, RECUPERA E IMPORTA LLEVAN EL "
001308                 "OPERADOR COMO ULTIMO OPERANDO"
001310     END-EVALUATE.
001320     STOP RUN.
001330*==============================================================
001452                 WS-OPER-2 WS-OPER-3 WS-OPER-4 WS-OPER-5
001460         END-UNSTRING
001470     END-IF.
001472*    RECUPERA AND IMPORTA CARRY THE OPERATOR, NOT AN N, AS
001474*    THEIR FIRST OPERAND.
001480     IF WS-PURGE-N-TEXT NOT = SPACES
001482         AND WS-FUNCTION-TEXT NOT = "RECUPERA"
001484         AND WS-FUNCTION-TEXT NOT = "IMPORTA "
001490         PERFORM 1050-PARSE-PURGE-N
001491     END-IF.
001492*==============================================================
001493*    CONVERTS THE DEPURA OPERAND TO THE DECIMAL N KEY. A TEXT
001494*    WITHOUT A DECIMAL POINT IS A WHOLE NUMBER; THE FRACTION
001495*    IS POSITIONAL, SO ITS TRAILING SPACES FILL WITH ZEROS.
001496*--------------------------------------------------------------
001497 1050-PARSE-PURGE-N.
001498*==============================================================
001507*    A LEADING MINUS MARKS A NEGATIVE FACTOR - NOTE IT, BLANK
001508*    IT OUT AND PARSE THE DIGITS AS BEFORE.
001509     MOVE "+" TO WS-PURGE-SIGN.
001519     UNSTRING WS-PURGE-N-TEXT DELIMITED BY "."
001520         INTO WS-PURGE-WHOLE-TEXT WS-PURGE-FRAC-TEXT
001521     END-UNSTRING.
001522     IF WS-PURGE-WHOLE-TEXT = SPACES
001523         MOVE 0 TO WS-PURGE-WHOLE
001524     ELSE
001525         MOVE WS-PURGE-WHOLE-TEXT TO WS-PURGE-WHOLE
001526     END-IF.
001527     INSPECT WS-PURGE-FRAC-TEXT REPLACING ALL " " BY "0".
001528     MOVE WS-PURGE-FRAC-TEXT TO WS-PURGE-FRAC.
001530     COMPUTE WS-PURGE-N = WS-PURGE-WHOLE
001531         + WS-PURGE-FRAC / 10000.
001532     IF WS-PURGE-SIGN = "-"
001533         COMPUTE WS-PURGE-N = 0 - WS-PURGE-N
001534     END-IF.
001535*==============================================================
001536*    OPENS THE CACHE FOR INPUT. A MISSING FILE IS REPORTED AND
001537*    LEFT ALONE - THIS UTILITY NEVER CREATES THE CACHE, THAT IS
001540*    TRIANGULO_PAS'S JOB ON ITS FIRST RUN.
001550*--------------------------------------------------------------
001560 1100-OPEN-CACHE-INPUT.
002750         DISPLAY "DEPURA REQUIERE UN VALOR DE N: DEPURA,<N>"
002760         GO TO 3000-PURGE-EXIT
002770     END-IF.
002771     MOVE WS-OPER-2 TO WS-AUTH-OPERATOR.
002772     MOVE "DEPURA" TO WS-AUTH-FUNCTION.
002773     PERFORM 9700-CHECK-AUTHORIZATION.
002774     IF AUTH-REFUSED
002775         MOVE 8 TO RETURN-CODE
002776         GO TO 3000-PURGE-EXIT
002777     END-IF.
002780     OPEN I-O COEF-LOOKUP.
002790     IF COEF-LOOKUP-MISSING
002800         DISPLAY "NO EXISTE EL ARCHIVO COEFLKUP - NADA QUE HACER"
004330*--------------------------------------------------------------
004340 6000-RECOVER-CACHE.
004350*==============================================================
004352     MOVE WS-PURGE-N-TEXT TO WS-AUTH-OPERATOR.
004354     MOVE "RECUPERA" TO WS-AUTH-FUNCTION.
004356     PERFORM 9700-CHECK-AUTHORIZATION.
004358     IF AUTH-REFUSED
004360         MOVE 8 TO RETURN-CODE
004362         GO TO 6000-RECOVER-EXIT
004364     END-IF.
004366     OPEN INPUT BACKUP-FILE.
004370     IF BACKUP-MISSING
004380         DISPLAY "NO EXISTE EL RESPALDO CACHEBKP - "
004390             "EJECUTE RESPALDA ANTES DE PODER RECUPERAR"
007000*--------------------------------------------------------------
007010 8000-IMPORT-CACHE.
007020*==============================================================
007022     MOVE WS-PURGE-N-TEXT TO WS-AUTH-OPERATOR.
007024     MOVE "IMPORTA" TO WS-AUTH-FUNCTION.
007026     PERFORM 9700-CHECK-AUTHORIZATION.
007028     IF AUTH-REFUSED
007030         MOVE 8 TO RETURN-CODE
007032         GO TO 8000-IMPORT-EXIT
007034     END-IF.
007036     OPEN INPUT EXPORT-FILE.
007040     IF EXPORT-MISSING
007050         DISPLAY "NO EXISTE EL ARCHIVO CACHEXPT - NADA QUE "
007060             "IMPORTAR"
010360     END-STRING.
010370     WRITE IMP-LIST-RECORD.
010380     DISPLAY "TERMINOS RECHAZADOS:   " WS-COUNT-EDIT.
010390*==============================================================
010400*    AUDITA - CHECKS THE WHOLE CACHE IN KEY ORDER, ONE
010410*    N/POTENCIA ROW AT A TIME, AND RECONCILES EVERY CACHED KEY
010420*    AGAINST THE LATEST CACHEBKP PLUS THE CACHEJRN JOURNAL.
010430*    FINDINGS GO TO CACHEAUD; THE RETURN CODE TELLS THE CHAIN
010440*    WHETHER THE CACHE IS FIT TO BE BACKED UP.
010450*--------------------------------------------------------------
010460 9000-AUDIT-CACHE.
010470*==============================================================
010480     PERFORM 1100-OPEN-CACHE-INPUT.
010490     IF NOT COEF-LOOKUP-OK
010500         MOVE 8 TO RETURN-CODE
010510         GO TO 9000-AUDIT-EXIT
010520     END-IF.
010530     OPEN OUTPUT AUD-LIST.
010540     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
010550     MOVE SPACES TO AUD-LIST-RECORD.
010560     STRING "AUDITORIA INTEGRAL DEL CACHE COEFLKUP     FECHA: "
010570         DELIMITED BY SIZE
010580         WS-TODAY DELIMITED BY SIZE
010590         INTO AUD-LIST-RECORD
010600     END-STRING.
010610     WRITE AUD-LIST-RECORD.
010620     MOVE SPACES TO AUD-LIST-RECORD.
010630     WRITE AUD-LIST-RECORD.
010640     MOVE 0 TO WS-AUD-RECORDS.
010650     MOVE 0 TO WS-AUD-ROWS.
010660     MOVE 0 TO WS-AUD-ROWS-MISSING.
010670     MOVE 0 TO WS-AUD-OUT-OF-RANGE.
010680     MOVE 0 TO WS-AUD-ROWS-ASYM.
010690     MOVE 0 TO WS-AUD-ROWS-CUADRE.
010700     MOVE 0 TO WS-AUD-ROWS-OVF.
010710     MOVE 0 TO WS-AUD-ROWS-UNVERIF.
010720     MOVE 0 TO WS-AUD-UNACCOUNTED.
010730     MOVE 0 TO WS-AUD-VALUE-DIFF.
010740     PERFORM 9100-BUILD-EXPECTED-CACHE THRU 9100-BUILD-EXIT.
010750     MOVE "N" TO WS-AUD-ROW-OPEN.
010760     PERFORM 1200-START-AT-FIRST-KEY.
010770     IF MORE-RECORDS
010780         PERFORM 1300-READ-NEXT-CACHE
010790     END-IF.
010800     PERFORM 9300-AUDIT-ONE-RECORD
010810         UNTIL NO-MORE-RECORDS.
010820     IF WS-AUD-ROW-OPEN = "Y"
010830         PERFORM 9400-CLOSE-AUDIT-ROW THRU 9400-CLOSE-EXIT
010840     END-IF.
010850     CLOSE COEF-LOOKUP.
010860     IF RECON-ACTIVE
010870         CLOSE AUDIT-WORK
010880     END-IF.
010890     COMPUTE WS-AUD-DAMAGE = WS-AUD-ROWS-MISSING
010900         + WS-AUD-OUT-OF-RANGE + WS-AUD-ROWS-ASYM
010910         + WS-AUD-ROWS-CUADRE + WS-AUD-UNACCOUNTED
010920         + WS-AUD-VALUE-DIFF.
010930     IF WS-AUD-DAMAGE > 0 OR RECON-FAILED
010940         MOVE 8 TO RETURN-CODE
010950     ELSE
010960         IF RECON-SKIPPED
010970             MOVE 4 TO RETURN-CODE
010980         END-IF
010990     END-IF.
011000     PERFORM 9600-WRITE-AUDIT-SUMMARY.
011010     CLOSE AUD-LIST.
011020     DISPLAY "RESULTADO ESCRITO EN CACHEAUD".
011030 9000-AUDIT-EXIT.
011040     EXIT.
011050*==============================================================
011060*    REBUILDS CACHEAUX FROM THE LATEST CACHEBKP AND REPLAYS THE
011070*    JOURNAL OVER IT, EXACTLY AS RECUPERA WOULD REBUILD THE
011080*    CACHE. A MISSING OR UNTRUSTWORTHY BACKUP LEAVES THE KEY
011090*    RECONCILIATION OFF - THE ROW CHECKS STILL RUN.
011100*--------------------------------------------------------------
011110 9100-BUILD-EXPECTED-CACHE.
011120*==============================================================
011130     MOVE "N" TO SW-AUD-RECON.
011140     OPEN INPUT BACKUP-FILE.
011150     IF BACKUP-MISSING
011160         MOVE "SIN RESPALDO CACHEBKP - CONCILIACION OMITIDA"
011170             TO WS-AUD-MSG
011180         PERFORM 9500-WRITE-AUDIT-NOTE
011190         GO TO 9100-BUILD-EXIT
011200     END-IF.
011210     IF NOT BACKUP-OK
011220         MOVE "NO SE PUDO ABRIR CACHEBKP - CONCILIACION OMITIDA"
011230             TO WS-AUD-MSG
011240         PERFORM 9500-WRITE-AUDIT-NOTE
011250         GO TO 9100-BUILD-EXIT
011260     END-IF.
011270     READ BACKUP-FILE
011280         AT END
011290             MOVE SPACES TO BACKUP-RECORD
011300     END-READ.
011310     IF BACKUP-RECORD (1:8) NOT = "CABECERA"
011320         MOVE "CACHEBKP SIN CABECERA - CONCILIACION OMITIDA"
011330             TO WS-AUD-MSG
011340         PERFORM 9500-WRITE-AUDIT-NOTE
011350         CLOSE BACKUP-FILE
011360         GO TO 9100-BUILD-EXIT
011370     END-IF.
011380     MOVE SPACES TO WS-AUD-MSG.
011390     STRING "CONCILIACION CONTRA RESPALDO " DELIMITED BY SIZE
011400         BACKUP-RECORD (10:17) DELIMITED BY SIZE
011410         " + CACHEJRN" DELIMITED BY SIZE
011420         INTO WS-AUD-MSG
011430     END-STRING.
011440     PERFORM 9500-WRITE-AUDIT-NOTE.
011450     OPEN OUTPUT AUDIT-WORK.
011460     IF NOT AUDIT-WORK-OK
011470         MOVE "NO SE PUDO CREAR CACHEAUX - CONCILIACION OMITIDA"
011480             TO WS-AUD-MSG
011490         PERFORM 9500-WRITE-AUDIT-NOTE
011500         CLOSE BACKUP-FILE
011510         GO TO 9100-BUILD-EXIT
011520     END-IF.
011530     MOVE 0 TO WS-LOADED-COUNT.
011540     MOVE 0 TO WS-TRAILER-COUNT.
011550     MOVE "Y" TO SW-MORE-RECORDS.
011560     PERFORM 9110-LOAD-ONE-BACKUP-RECORD
011570         UNTIL NO-MORE-RECORDS.
011580     CLOSE BACKUP-FILE.
011590     CLOSE AUDIT-WORK.
011600     IF WS-LOADED-COUNT NOT = WS-TRAILER-COUNT
011610         MOVE "CUENTA DE CACHEBKP NO CUADRA - SIN CONCILIAR"
011620             TO WS-AUD-MSG
011630         PERFORM 9500-WRITE-AUDIT-NOTE
011640         GO TO 9100-BUILD-EXIT
011650     END-IF.
011660*    A MISSING JOURNAL MEANS NOTHING CHANGED SINCE THE BACKUP.
011670     OPEN INPUT CACHE-JRNL.
011680     IF NOT CACHE-JRNL-OK AND NOT CACHE-JRNL-MISSING
011690         MOVE "NO SE PUDO ABRIR CACHEJRN - CONCILIACION OMITIDA"
011700             TO WS-AUD-MSG
011710         PERFORM 9500-WRITE-AUDIT-NOTE
011720         GO TO 9100-BUILD-EXIT
011730     END-IF.
011740     OPEN I-O AUDIT-WORK.
011741     IF NOT AUDIT-WORK-OK
011742         MOVE SPACES TO WS-AUD-MSG
011743         STRING "NO SE PUDO ABRIR CACHEAUX (" DELIMITED BY SIZE
011744             FS-AUDIT-WORK DELIMITED BY SIZE
011745             ") - CONCILIACION OMITIDA" DELIMITED BY SIZE
011746             INTO WS-AUD-MSG
011747         END-STRING
011748         PERFORM 9500-WRITE-AUDIT-NOTE
011749         IF CACHE-JRNL-OK
011750             CLOSE CACHE-JRNL
011751         END-IF
011752         MOVE "F" TO SW-AUD-RECON
011753         GO TO 9100-BUILD-EXIT
011754     END-IF.
011755     MOVE 0 TO WS-AUD-JRNL-LINES.
011760     IF CACHE-JRNL-OK
011770         MOVE "Y" TO SW-MORE-RECORDS
011780         PERFORM 9120-APPLY-ONE-JOURNAL-LINE
011790             UNTIL NO-MORE-RECORDS
011800         CLOSE CACHE-JRNL
011810     END-IF.
011820     MOVE "Y" TO SW-AUD-RECON.
011830 9100-BUILD-EXIT.
011840     EXIT.
011850*==============================================================
011860*    LOADS ONE BACKUP LINE INTO CACHEAUX - THE TRAILER ENDS THE
011870*    LOAD AND LEAVES ITS CONTROL COUNT FOR THE CUADRE.
011880*--------------------------------------------------------------
011890 9110-LOAD-ONE-BACKUP-RECORD.
011900*==============================================================
011910     READ BACKUP-FILE
011920         AT END
011930             MOVE "N" TO SW-MORE-RECORDS
011940         NOT AT END
011950             IF BACKUP-RECORD (1:6) = "FINAL "
011960                 MOVE BACKUP-RECORD (7:9) TO WS-TRAILER-COUNT
011970                 MOVE "N" TO SW-MORE-RECORDS
011980             ELSE
011990                 MOVE BACKUP-RECORD TO AUDIT-WORK-RECORD
012000                 WRITE AUDIT-WORK-RECORD
012010                     INVALID KEY
012020                         CONTINUE
012030                 END-WRITE
012040                 ADD 1 TO WS-LOADED-COUNT
012050             END-IF
012060     END-READ.
012070*==============================================================
012080*    APPLIES ONE JOURNAL LINE TO CACHEAUX - THE LATER VALUE
012090*    WINS, AS IT DID IN THE LIVE CACHE.
012100*--------------------------------------------------------------
012110 9120-APPLY-ONE-JOURNAL-LINE.
012120*==============================================================
012130     READ CACHE-JRNL
012140         AT END
012150             MOVE "N" TO SW-MORE-RECORDS
012160         NOT AT END
012170             ADD 1 TO WS-AUD-JRNL-LINES
012180             MOVE CACHE-JRNL-RECORD TO WS-CACHE-JRNL-LINE
012190             MOVE CJ-N TO AX-N
012200             MOVE CJ-POTENCIA TO AX-POTENCIA
012210             MOVE CJ-TERMINO TO AX-TERMINO
012220             MOVE CJ-DOP TO AX-DOP
012230             EVALUATE CJ-ACTION
012240                 WHEN "A"
012250                     WRITE AUDIT-WORK-RECORD
012260                         INVALID KEY
012270                             REWRITE AUDIT-WORK-RECORD
012280                                 INVALID KEY
012290                                     CONTINUE
012300                             END-REWRITE
012310                     END-WRITE
012320                 WHEN "D"
012330                     DELETE AUDIT-WORK RECORD
012340                         INVALID KEY
012350                             CONTINUE
012360                     END-DELETE
012370                 WHEN OTHER
012380                     CONTINUE
012390             END-EVALUATE
012400     END-READ.
012410*==============================================================
012420*    TAKES ONE CACHE RECORD INTO ITS ROW, CLOSING OUT THE
012430*    PREVIOUS ROW WHEN N OR POTENCIA CHANGES, AND RECONCILES
012440*    ITS KEY AND VALUE AGAINST CACHEAUX.
012450*--------------------------------------------------------------
012460 9300-AUDIT-ONE-RECORD.
012470*==============================================================
012480     ADD 1 TO WS-AUD-RECORDS.
012490     IF WS-AUD-ROW-OPEN = "Y"
012500         AND (CK-N NOT = WS-AUD-N
012510             OR CK-POTENCIA NOT = WS-AUD-POTENCIA)
012520         PERFORM 9400-CLOSE-AUDIT-ROW THRU 9400-CLOSE-EXIT
012530     END-IF.
012540     IF WS-AUD-ROW-OPEN = "N"
012550         PERFORM 9310-OPEN-AUDIT-ROW
012560     END-IF.
012570     IF CK-TERMINO > WS-AUD-POTENCIA
012580         ADD 1 TO WS-AUD-OUT-OF-RANGE
012590         MOVE "TERMINO MAYOR QUE POTENCIA" TO WS-AUD-MSG
012600         PERFORM 9510-WRITE-KEY-LINE
012610     ELSE
012620         COMPUTE WS-AUD-IX = CK-TERMINO + 1
012630         MOVE "Y" TO WS-AUD-PRESENT (WS-AUD-IX)
012640         MOVE CK-DOP TO WS-AUD-DOP (WS-AUD-IX)
012650     END-IF.
012660     IF RECON-ACTIVE
012670         PERFORM 9320-ACCOUNT-FOR-KEY
012680     END-IF.
012690     PERFORM 1300-READ-NEXT-CACHE.
012700*==============================================================
012710 9310-OPEN-AUDIT-ROW.
012720*==============================================================
012730     MOVE CK-N TO WS-AUD-N.
012740     MOVE CK-POTENCIA TO WS-AUD-POTENCIA.
012750     MOVE "Y" TO WS-AUD-ROW-OPEN.
012760     ADD 1 TO WS-AUD-ROWS.
012770     PERFORM 9315-CLEAR-ONE-TERM
012780         VARYING WS-AUD-IX FROM 1 BY 1
012790         UNTIL WS-AUD-IX > WS-AUD-POTENCIA + 1.
012800*==============================================================
012810 9315-CLEAR-ONE-TERM.
012820*==============================================================
012830     MOVE "N" TO WS-AUD-PRESENT (WS-AUD-IX).
012840     MOVE 0 TO WS-AUD-DOP (WS-AUD-IX).
012850*==============================================================
012860*    A CACHED KEY IS ACCOUNTED FOR ONLY WHEN THE REBUILT CACHE
012870*    HOLDS IT WITH THE SAME VALUE.
012880*--------------------------------------------------------------
012890 9320-ACCOUNT-FOR-KEY.
012900*==============================================================
012910     MOVE CK-KEY TO AX-KEY.
012920     READ AUDIT-WORK
012930         KEY IS AX-KEY
012940         INVALID KEY
012950             ADD 1 TO WS-AUD-UNACCOUNTED
012960             MOVE "SIN ORIGEN EN CACHEBKP NI EN CACHEJRN"
012970                 TO WS-AUD-MSG
012980             PERFORM 9510-WRITE-KEY-LINE
012990         NOT INVALID KEY
013000             IF AX-DOP NOT = CK-DOP
013010                 ADD 1 TO WS-AUD-VALUE-DIFF
013020                 MOVE "VALOR DIFIERE DE CACHEBKP + CACHEJRN"
013030                     TO WS-AUD-MSG
013040                 PERFORM 9510-WRITE-KEY-LINE
013050             END-IF
013060     END-READ.
013070*==============================================================
013080*    CLOSES A ROW: TERMS 0 UP TO THE FIRST ONE TRIANGULO_PAS
013090*    CANNOT HOLD (FROM THERE ON EVERY TERM OVERFLOWS AND IS
013100*    NEVER CACHED) MUST ALL BE PRESENT, EVERY PAIR T AND
013110*    POTENCIA-T HELD MUST MATCH, AND A COMPLETE ROW MUST SUM
013120*    TO N TIMES 2**POTENCIA WITHIN THE SAME 0.0001 PER TERM
013130*    TOLERANCE IMPORTA AND TRIANGULO_PAS ALLOW.
013140*--------------------------------------------------------------
013150 9400-CLOSE-AUDIT-ROW.
013160*==============================================================
013170     MOVE "N" TO WS-AUD-ROW-OPEN.
013180     PERFORM 9410-FIND-FIRST-OVERFLOW.
013190     MOVE 0 TO WS-AUD-MISSING.
013200     MOVE 0 TO WS-AUD-FIRST-MISSING.
013210     PERFORM 9420-CHECK-ONE-PRESENT
013220         VARYING WS-AUD-IX FROM 1 BY 1
013230         UNTIL WS-AUD-IX > WS-AUD-FIRST-OVF.
013240     IF WS-AUD-MISSING > 0
013250         ADD 1 TO WS-AUD-ROWS-MISSING
013260         MOVE WS-AUD-MISSING TO WS-AUD-COUNT-EDIT
013270         MOVE WS-AUD-FIRST-MISSING TO WS-AUD-TERM-EDIT
013280         MOVE SPACES TO WS-AUD-MSG
013290         STRING "FALTAN " DELIMITED BY SIZE
013300             WS-AUD-COUNT-EDIT DELIMITED BY SIZE
013310             " TERMINOS - PRIMERO " DELIMITED BY SIZE
013320             WS-AUD-TERM-EDIT DELIMITED BY SIZE
013330             INTO WS-AUD-MSG
013340         END-STRING
013350         PERFORM 9520-WRITE-ROW-LINE
013360     END-IF.
013370     MOVE 0 TO WS-AUD-ASYM.
013380     MOVE 0 TO WS-AUD-FIRST-ASYM.
013390     PERFORM 9430-CHECK-ONE-MIRROR
013400         VARYING WS-AUD-IX FROM 1 BY 1
013410         UNTIL WS-AUD-IX * 2 > WS-AUD-POTENCIA + 1.
013420     IF WS-AUD-ASYM > 0
013430         ADD 1 TO WS-AUD-ROWS-ASYM
013440         MOVE WS-AUD-ASYM TO WS-AUD-COUNT-EDIT
013450         MOVE WS-AUD-FIRST-ASYM TO WS-AUD-TERM-EDIT
013460         MOVE SPACES TO WS-AUD-MSG
013470         STRING "SIMETRIA FALLA EN " DELIMITED BY SIZE
013480             WS-AUD-COUNT-EDIT DELIMITED BY SIZE
013490             " PARES - PRIMERO TERMINO " DELIMITED BY SIZE
013500             WS-AUD-TERM-EDIT DELIMITED BY SIZE
013510             INTO WS-AUD-MSG
013520         END-STRING
013530         PERFORM 9520-WRITE-ROW-LINE
013540     END-IF.
013550     IF WS-AUD-FIRST-OVF NOT > WS-AUD-POTENCIA
013560         ADD 1 TO WS-AUD-ROWS-OVF
013570         GO TO 9400-CLOSE-EXIT
013580     END-IF.
013590     IF WS-AUD-MISSING > 0
013600         GO TO 9400-CLOSE-EXIT
013610     END-IF.
013620     MOVE 0 TO WS-GRP-SUM.
013630     MOVE "N" TO WS-GRP-OVERFLOW.
013640     PERFORM 9440-SUM-ONE-TERM
013650         VARYING WS-AUD-IX FROM 1 BY 1
013660         UNTIL WS-AUD-IX > WS-AUD-POTENCIA + 1
013670             OR WS-GRP-OVERFLOW = "Y".
013680     MOVE WS-AUD-N TO WS-GRP-EXPECTED.
013690     PERFORM 8320-RAISE-POWER-OF-TWO
013700         VARYING WS-AUD-WALK-IX FROM 1 BY 1
013710         UNTIL WS-AUD-WALK-IX > WS-AUD-POTENCIA
013720             OR WS-GRP-OVERFLOW = "Y".
013730     IF WS-GRP-OVERFLOW = "Y"
013740         ADD 1 TO WS-AUD-ROWS-UNVERIF
013750         GO TO 9400-CLOSE-EXIT
013760     END-IF.
013770     COMPUTE WS-GRP-TOLERANCE
013780         = 0.0001 * (WS-AUD-POTENCIA + 1).
013790     IF WS-GRP-SUM > WS-GRP-EXPECTED
013800         COMPUTE WS-GRP-DIFF = WS-GRP-SUM - WS-GRP-EXPECTED
013810     ELSE
013820         COMPUTE WS-GRP-DIFF = WS-GRP-EXPECTED - WS-GRP-SUM
013830     END-IF.
013840     IF WS-GRP-DIFF > WS-GRP-TOLERANCE
013850         ADD 1 TO WS-AUD-ROWS-CUADRE
013860         MOVE WS-GRP-DIFF TO WS-AUD-DIFF-EDIT
013870         MOVE SPACES TO WS-AUD-MSG
013880         STRING "CUADRE NO COINCIDE - DIFERENCIA "
013885             DELIMITED BY SIZE
013890             WS-AUD-DIFF-EDIT DELIMITED BY SIZE
013900             INTO WS-AUD-MSG
013910         END-STRING
013920         PERFORM 9520-WRITE-ROW-LINE
013930     END-IF.
013940 9400-CLOSE-EXIT.
013950     EXIT.
013960*==============================================================
013970*    WALKS THE FIRST HALF OF THE ROW THE WAY TRIANGULO_PAS
013980*    BUILDS IT, LOOKING FOR THE FIRST TERM TOO BIG FOR A CACHED
013990*    COEFFICIENT. NONE LEAVES POTENCIA + 1 (EVERY TERM HELD).
014000*--------------------------------------------------------------
014010 9410-FIND-FIRST-OVERFLOW.
014020*==============================================================
014030     COMPUTE WS-AUD-FIRST-OVF = WS-AUD-POTENCIA + 1.
014040     MOVE WS-AUD-N TO WS-AUD-WALK.
014050     MOVE "N" TO WS-AUD-WALK-OVF.
014060     DIVIDE WS-AUD-POTENCIA BY 2 GIVING WS-AUD-HALF.
014070     IF WS-AUD-HALF > 0
014080         PERFORM 9415-WALK-ONE-TERM
014090             VARYING WS-AUD-WALK-IX FROM 1 BY 1
014100             UNTIL WS-AUD-WALK-IX > WS-AUD-HALF
014110                 OR WS-AUD-WALK-OVF = "Y"
014120     END-IF.
014130*==============================================================
014140 9415-WALK-ONE-TERM.
014150*==============================================================
014160     COMPUTE WS-AUD-WALK ROUNDED = WS-AUD-WALK
014170         * (WS-AUD-POTENCIA - WS-AUD-WALK-IX + 1) / WS-AUD-WALK-IX
014180         ON SIZE ERROR
014190             MOVE "Y" TO WS-AUD-WALK-OVF
014200             MOVE WS-AUD-WALK-IX TO WS-AUD-FIRST-OVF
014210     END-COMPUTE.
014220*==============================================================
014230 9420-CHECK-ONE-PRESENT.
014240*==============================================================
014250     IF WS-AUD-PRESENT (WS-AUD-IX) NOT = "Y"
014260         IF WS-AUD-MISSING = 0
014270             COMPUTE WS-AUD-FIRST-MISSING = WS-AUD-IX - 1
014280         END-IF
014290         ADD 1 TO WS-AUD-MISSING
014300     END-IF.
014310*==============================================================
014320 9430-CHECK-ONE-MIRROR.
014330*==============================================================
014340     COMPUTE WS-AUD-MIRROR-IX = WS-AUD-POTENCIA - WS-AUD-IX + 2.
014350     IF WS-AUD-PRESENT (WS-AUD-IX) = "Y"
014360         AND WS-AUD-PRESENT (WS-AUD-MIRROR-IX) = "Y"
014370         AND WS-AUD-DOP (WS-AUD-IX)
014380             NOT = WS-AUD-DOP (WS-AUD-MIRROR-IX)
014390         IF WS-AUD-ASYM = 0
014400             COMPUTE WS-AUD-FIRST-ASYM = WS-AUD-IX - 1
014410         END-IF
014420         ADD 1 TO WS-AUD-ASYM
014430     END-IF.
014440*==============================================================
014450 9440-SUM-ONE-TERM.
014460*==============================================================
014470     ADD WS-AUD-DOP (WS-AUD-IX) TO WS-GRP-SUM
014480         ON SIZE ERROR
014490             MOVE "Y" TO WS-GRP-OVERFLOW
014500     END-ADD.
014510*==============================================================
014520*    ONE NOTE LINE, TO THE LISTING AND THE CONSOLE.
014530*--------------------------------------------------------------
014540 9500-WRITE-AUDIT-NOTE.
014550*==============================================================
014560     MOVE WS-AUD-MSG TO AUD-LIST-RECORD.
014570     WRITE AUD-LIST-RECORD.
014580     DISPLAY WS-AUD-MSG.
014590*==============================================================
014600*    ONE LISTING LINE NAMING A SINGLE CACHED KEY AND ITS FAULT.
014610*--------------------------------------------------------------
014620 9510-WRITE-KEY-LINE.
014630*==============================================================
014640     MOVE CK-N TO WS-IMP-N-EDIT.
014650     MOVE SPACES TO AUD-LIST-RECORD.
014660     STRING "N " DELIMITED BY SIZE
014670         WS-IMP-N-EDIT DELIMITED BY SIZE
014680         " POTENCIA " DELIMITED BY SIZE
014690         CK-POTENCIA DELIMITED BY SIZE
014700         " TERMINO " DELIMITED BY SIZE
014710         CK-TERMINO DELIMITED BY SIZE
014720         " " DELIMITED BY SIZE
014730         WS-AUD-MSG DELIMITED BY SIZE
014740         INTO AUD-LIST-RECORD
014750     END-STRING.
014760     WRITE AUD-LIST-RECORD.
014770*==============================================================
014780*    ONE LISTING LINE NAMING A ROW AND ITS FAULT.
014790*--------------------------------------------------------------
014800 9520-WRITE-ROW-LINE.
014810*==============================================================
014820     MOVE WS-AUD-N TO WS-IMP-N-EDIT.
014830     MOVE SPACES TO AUD-LIST-RECORD.
014840     STRING "N " DELIMITED BY SIZE
014850         WS-IMP-N-EDIT DELIMITED BY SIZE
014860         " POTENCIA " DELIMITED BY SIZE
014870         WS-AUD-POTENCIA DELIMITED BY SIZE
014880         " " DELIMITED BY SIZE
014890         WS-AUD-MSG DELIMITED BY SIZE
014900         INTO AUD-LIST-RECORD
014910     END-STRING.
014920     WRITE AUD-LIST-RECORD.
014930*==============================================================
014940*    AUDIT COUNTS AND VERDICT, TO THE LISTING AND THE CONSOLE.
014950*--------------------------------------------------------------
014960 9600-WRITE-AUDIT-SUMMARY.
014970*==============================================================
014980     MOVE SPACES TO AUD-LIST-RECORD.
014990     WRITE AUD-LIST-RECORD.
015000     MOVE "REGISTROS AUDITADOS:" TO WS-AUD-LABEL.
015010     MOVE WS-AUD-RECORDS TO WS-COUNT-EDIT.
015020     PERFORM 9610-WRITE-SUMMARY-LINE.
015030     MOVE "FILAS N/POTENCIA:" TO WS-AUD-LABEL.
015040     MOVE WS-AUD-ROWS TO WS-COUNT-EDIT.
015050     PERFORM 9610-WRITE-SUMMARY-LINE.
015060     MOVE "FILAS CON TERMINOS FALTANTES:" TO WS-AUD-LABEL.
015070     MOVE WS-AUD-ROWS-MISSING TO WS-COUNT-EDIT.
015080     PERFORM 9610-WRITE-SUMMARY-LINE.
015090     MOVE "TERMINOS FUERA DE RANGO:" TO WS-AUD-LABEL.
015100     MOVE WS-AUD-OUT-OF-RANGE TO WS-COUNT-EDIT.
015110     PERFORM 9610-WRITE-SUMMARY-LINE.
015120     MOVE "FILAS CON FALLA DE SIMETRIA:" TO WS-AUD-LABEL.
015130     MOVE WS-AUD-ROWS-ASYM TO WS-COUNT-EDIT.
015140     PERFORM 9610-WRITE-SUMMARY-LINE.
015150     MOVE "FILAS CON CUADRE FALLIDO:" TO WS-AUD-LABEL.
015160     MOVE WS-AUD-ROWS-CUADRE TO WS-COUNT-EDIT.
015170     PERFORM 9610-WRITE-SUMMARY-LINE.
015180     MOVE "FILAS CON DESBORDE:" TO WS-AUD-LABEL.
015190     MOVE WS-AUD-ROWS-OVF TO WS-COUNT-EDIT.
015200     PERFORM 9610-WRITE-SUMMARY-LINE.
015210     MOVE "CUADRES NO VERIFICABLES:" TO WS-AUD-LABEL.
015220     MOVE WS-AUD-ROWS-UNVERIF TO WS-COUNT-EDIT.
015230     PERFORM 9610-WRITE-SUMMARY-LINE.
015240     IF RECON-ACTIVE
015250         MOVE "LINEAS DE JOURNAL APLICADAS:" TO WS-AUD-LABEL
015260         MOVE WS-AUD-JRNL-LINES TO WS-COUNT-EDIT
015270         PERFORM 9610-WRITE-SUMMARY-LINE
015280         MOVE "CLAVES SIN ORIGEN:" TO WS-AUD-LABEL
015290         MOVE WS-AUD-UNACCOUNTED TO WS-COUNT-EDIT
015300         PERFORM 9610-WRITE-SUMMARY-LINE
015310         MOVE "VALORES DISTINTOS AL ORIGEN:" TO WS-AUD-LABEL
015320         MOVE WS-AUD-VALUE-DIFF TO WS-COUNT-EDIT
015330         PERFORM 9610-WRITE-SUMMARY-LINE
015340     END-IF.
015350     MOVE SPACES TO AUD-LIST-RECORD.
015360     WRITE AUD-LIST-RECORD.
015366     IF WS-AUD-DAMAGE > 0
015372         MOVE "RESULTADO: CACHE DANADO - NO RESPALDAR"
015378             TO WS-AUD-MSG
015384     ELSE
015390         IF RECON-FAILED
015396             MOVE "RESULTADO: CACHEAUX FALLO - NO RESPALDAR"
015402                 TO WS-AUD-MSG
015408         ELSE
015414             IF RECON-SKIPPED
015420                 MOVE "RESULTADO: FILAS CORRECTAS - SIN CONCILIAR"
015426                     TO WS-AUD-MSG
015432             ELSE
015438                 MOVE "RESULTADO: CACHE INTEGRO" TO WS-AUD-MSG
015444             END-IF
015450         END-IF
015456     END-IF.
015470     PERFORM 9500-WRITE-AUDIT-NOTE.
015480*==============================================================
015490 9610-WRITE-SUMMARY-LINE.
015500*==============================================================
015510     MOVE SPACES TO AUD-LIST-RECORD.
015520     STRING WS-AUD-LABEL DELIMITED BY SIZE
015530         WS-COUNT-EDIT DELIMITED BY SIZE
015540         INTO AUD-LIST-RECORD
015550     END-STRING.
015560     WRITE AUD-LIST-RECORD.
015570     DISPLAY WS-AUD-LABEL WS-COUNT-EDIT.
015600*==============================================================
015610*    CHECKS WS-AUTH-OPERATOR AGAINST THE OPERAUT MASTER FOR
015620*    THIS PROGRAM AND WS-AUTH-FUNCTION. AUTH-GRANTED IS SET
015630*    ONLY FOR AN ACTIVE OPERATOR HOLDING THE GRANT; ANYTHING
015640*    ELSE - NO OPERATOR KEYED, NOT ON FILE, DADO DE BAJA, NO
015650*    GRANT, NO MASTER - IS REFUSED AND LOGGED TO SECVIOL.
015660*--------------------------------------------------------------
015670 9700-CHECK-AUTHORIZATION.
015680*==============================================================
015690     MOVE "N" TO SW-AUTH-GRANTED.
015700     MOVE "N" TO SW-OPER-FOUND.
015710     MOVE "OPERADOR NO REGISTRADO" TO WS-AUTH-REASON.
015720     IF WS-AUTH-OPERATOR = SPACES
015730         MOVE "OPERADOR NO INFORMADO" TO WS-AUTH-REASON
015740     ELSE
015750         OPEN INPUT OPER-AUTH
015760         IF NOT OPER-AUTH-OK
015770             MOVE "MAESTRO OPERAUT NO DISPONIBLE"
015775                 TO WS-AUTH-REASON
015780         ELSE
015790             MOVE "Y" TO SW-MORE-AUTH
015800             PERFORM 9701-READ-ONE-AUTH-LINE
015810                 UNTIL NO-MORE-AUTH OR OPER-FOUND
015820             CLOSE OPER-AUTH
015830         END-IF
015840     END-IF.
015850     IF AUTH-REFUSED
015860         PERFORM 9703-LOG-VIOLATION
015870         DISPLAY "ACCESO NEGADO: " WS-AUTH-OPERATOR " "
015880             WS-AUTH-PROGRAM " " WS-AUTH-FUNCTION
015890         DISPLAY "MOTIVO: " WS-AUTH-REASON
015900     END-IF.
015910*==============================================================
015920 9701-READ-ONE-AUTH-LINE.
015930*==============================================================
015940     READ OPER-AUTH
015950         AT END
015960             MOVE "N" TO SW-MORE-AUTH
015970         NOT AT END
015980             MOVE OPER-AUTH-RECORD TO WS-OPER-AUTH-LINE
015990             IF OA-OPERATOR = WS-AUTH-OPERATOR
016000                 MOVE "Y" TO SW-OPER-FOUND
016010                 IF NOT OA-ACTIVE
016020                     MOVE "OPERADOR DADO DE BAJA"
016025                         TO WS-AUTH-REASON
016030                 ELSE
016040                     MOVE "FUNCION NO AUTORIZADA"
016045                         TO WS-AUTH-REASON
016050                     PERFORM 9702-MATCH-ONE-GRANT
016060                         VARYING WS-AUTH-IX FROM 1 BY 1
016070                         UNTIL WS-AUTH-IX > 10 OR AUTH-GRANTED
016080                 END-IF
016090             END-IF
016100     END-READ.
016110*==============================================================
016120 9702-MATCH-ONE-GRANT.
016130*==============================================================
016140     IF OA-GRANT-PROGRAM (WS-AUTH-IX) = WS-AUTH-PROGRAM
016150         AND (OA-GRANT-FUNCTION (WS-AUTH-IX) = WS-AUTH-FUNCTION
016160             OR OA-GRANT-ALL (WS-AUTH-IX))
016170         MOVE "Y" TO SW-AUTH-GRANTED
016180     END-IF.
016190*==============================================================
016200*    APPENDS THE REFUSED ATTEMPT TO THE SECVIOL LOG.
016210*--------------------------------------------------------------
016220 9703-LOG-VIOLATION.
016230*==============================================================
016240     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
016250     ACCEPT WS-AUTH-TIME FROM TIME.
016260     MOVE SPACES TO WS-SEC-VIOL-LINE.
016270     MOVE WS-AUTH-DATE TO SV-DATE.
016280     MOVE WS-AUTH-TIME TO SV-TIME.
016290     MOVE WS-AUTH-OPERATOR TO SV-OPERATOR.
016300     MOVE WS-AUTH-PROGRAM TO SV-PROGRAM.
016310     MOVE WS-AUTH-FUNCTION TO SV-FUNCTION.
016320     MOVE WS-AUTH-REASON TO SV-REASON.
016330     OPEN EXTEND SEC-VIOL.
016340     IF SEC-VIOL-MISSING
016350         OPEN OUTPUT SEC-VIOL
016360     END-IF.
016370     MOVE WS-SEC-VIOL-LINE TO SEC-VIOL-RECORD.
016380     WRITE SEC-VIOL-RECORD.
016390     CLOSE SEC-VIOL.
