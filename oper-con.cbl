000320*                       SHOWS ITS RESUMEN DE CORRIDA CONTROL
000330*                       COUNTS AND RETURN CODE
000340*                   9 - SALIR
000341* 10/15/2026 JR   OPTION 3 NOW ASKS FOR THE OPERATOR ID AND
000342*                 RELEASES THE BATCH ONLY WHEN THE OPERAUT
000343*                 MASTER GRANTS THAT OPERATOR THE CONSOLA_OPER
000344*                 LIBERA FUNCTION. A REFUSAL KEEPS THE BATCH
000345*                 PENDING AND IS LOGGED TO SECVIOL.
000346* 10/15/2026 JR   A PARTITIONED NIGHTLY RUN KEEPS ONE ROW-IN-
000347*                 PROGRESS FLAG PER STREAM (CACHEFLG.P01,
000348*                 CACHEFLG.P02 ...), SO THE ROW CHECK NOW READS
000349*                 CACHEFLG AND EVERY STREAM FLAG, AND REFUSES THE
000350*                 ROW IF ANY STREAM IS WRITING IT.
000355*--------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GNU-LINUX.
000550         FILE STATUS IS FS-COEF-LOOKUP.
000560*    ROW-IN-PROGRESS FLAG KEPT BY TRIANGULO_PAS - SEE COPYBOOK
000570*    CACHFLG
000580     SELECT CACHE-FLAG ASSIGN USING WS-CACHE-FLAG-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-CACHE-FLAG.
000610*    CATALOG OF OUTPUT GENERATIONS - SEE COPYBOOK GENCAT
000660     SELECT RPT-IN ASSIGN USING WS-RPT-GEN-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-RPT-IN.
000681*    OPERATOR AUTHORIZATION MASTER - SEE COPYBOOK OPERAUT
000682     SELECT OPER-AUTH ASSIGN TO "OPERAUT"
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS FS-OPER-AUTH.
000685*    SECURITY VIOLATION LOG, APPENDED TO ACROSS RUNS - SEE
000686*    COPYBOOK SECVIOL
000687     SELECT SEC-VIOL ASSIGN TO "SECVIOL"
000688         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS FS-SEC-VIOL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000870 FD  RPT-IN
000880     RECORDING MODE IS F.
000890 01  RPT-IN-RECORD               PIC X(2200).
000891*
000892 FD  OPER-AUTH
000893     RECORDING MODE IS F.
000894 01  OPER-AUTH-RECORD            PIC X(260).
000895*
000896 FD  SEC-VIOL
000897     RECORDING MODE IS F.
000898 01  SEC-VIOL-RECORD             PIC X(80).
000900*
000910 WORKING-STORAGE SECTION.
000920 01  WS-FILE-STATUSES.
001000         88  GEN-CAT-OK                     VALUE "00".
001010     05  FS-RPT-IN               PIC X(02) VALUE "00".
001020         88  RPT-IN-OK                      VALUE "00".
001021     05  FS-OPER-AUTH            PIC X(02) VALUE "00".
001022         88  OPER-AUTH-OK                   VALUE "00".
001023     05  FS-SEC-VIOL             PIC X(02) VALUE "00".
001024         88  SEC-VIOL-MISSING               VALUE "35".
001030 01  WS-SWITCHES.
001040     05  SW-EXIT                 PIC X(01) VALUE "N".
001050         88  EXIT-REQUESTED                 VALUE "Y".
001260         88  ROW-INCOMPLETE                 VALUE "N".
001270     05  SW-SUMMARY-FOUND        PIC X(01) VALUE "N".
001280         88  SUMMARY-FOUND                  VALUE "Y".
001281     05  SW-AUTH-GRANTED         PIC X(01) VALUE "N".
001282         88  AUTH-GRANTED                   VALUE "Y".
001283         88  AUTH-REFUSED                   VALUE "N".
001284     05  SW-OPER-FOUND           PIC X(01) VALUE "N".
001285         88  OPER-FOUND                     VALUE "Y".
001286     05  SW-MORE-AUTH            PIC X(01) VALUE "Y".
001287         88  MORE-AUTH                      VALUE "Y".
001288         88  NO-MORE-AUTH                   VALUE "N".
001290*--------------------------------------------------------------
001300* MENU AND PROMPT WORK AREAS
001310*--------------------------------------------------------------
002030 01  WS-RPT-GEN-NAME             PIC X(30).
002040 01  WS-BEST-SEQ                 PIC 9(04) VALUE 0.
002050 01  WS-BEST-DATE                PIC 9(08) VALUE 0.
002051*--------------------------------------------------------------
002052* OPERATOR AUTHORIZATION WORK AREAS - THE OPERATOR, PROGRAM
002053* AND FUNCTION BEING CHECKED, AND THE REASON FOR A REFUSAL
002054*--------------------------------------------------------------
002055 01  WS-AUTH-OPERATOR            PIC X(08) VALUE SPACES.
002056 01  WS-AUTH-PROGRAM             PIC X(12) VALUE "CONSOLA_OPER".
002057 01  WS-AUTH-FUNCTION            PIC X(08) VALUE SPACES.
002058 01  WS-AUTH-REASON              PIC X(30) VALUE SPACES.
002059 01  WS-AUTH-IX                  PIC 9(02) COMP VALUE 1.
002060 01  WS-AUTH-DATE                PIC 9(08) VALUE 0.
002061 01  WS-AUTH-TIME                PIC 9(08) VALUE 0.
002062     COPY "operaut.cpy".
002063     COPY "secviol.cpy".
002066*
002070 PROCEDURE DIVISION.
002080*==============================================================
002090 0000-MAINLINE.
004620         DISPLAY "LOTE VACIO - NADA QUE LIBERAR"
004630         GO TO 3500-RELEASE-EXIT
004640     END-IF.
004641     DISPLAY "OPERADOR: " WITH NO ADVANCING.
004642     MOVE SPACES TO WS-INPUT-TEXT.
004643     ACCEPT WS-INPUT-TEXT.
004644     MOVE WS-INPUT-TEXT TO WS-AUTH-OPERATOR.
004645     MOVE "LIBERA" TO WS-AUTH-FUNCTION.
004646     PERFORM 9700-CHECK-AUTHORIZATION.
004647     IF AUTH-REFUSED
004648         DISPLAY "LOTE NO LIBERADO - SIGUE PENDIENTE"
004649         GO TO 3500-RELEASE-EXIT
004652     END-IF.
004655     OPEN OUTPUT BATCH-OUT.
004660     PERFORM 3600-WRITE-ONE-ENTRY
004670         VARYING WS-ENT-IX FROM 1 BY 1
004680         UNTIL WS-ENT-IX > WS-ENT-COUNT.
005720*==============================================================
005730*    READS THE CACHEFLG FLAG - THE ROW THE NIGHTLY RUN IS
005740*    WRITING RIGHT NOW IS REFUSED, ANY OTHER ROW IS SERVED.
005743*    CACHEFLG IS THE SINGLE-RUN FLAG; A PARTITIONED RUN KEEPS
005746*    ONE PER STREAM (CACHEFLG.PNN) AND EVERY ONE IS CHECKED.
005750*--------------------------------------------------------------
005760 4200-CHECK-ROW-IN-PROGRESS.
005770*==============================================================
005780     MOVE "N" TO SW-ROW-BUSY.
005781     MOVE 0 TO CF-FLAG-SLOT.
005782     PERFORM 4210-CHECK-ONE-FLAG-FILE
005783         UNTIL CF-FLAG-SLOT > CF-MAX-STREAMS OR ROW-IN-PROGRESS.
005784*==============================================================
005785*    READS ONE FLAG FILE - CACHEFLG FOR SLOT 0, CACHEFLG.PNN
005786*    FOR STREAM NN. A MISSING FILE IS NOT AN ERROR.
005787*--------------------------------------------------------------
005788 4210-CHECK-ONE-FLAG-FILE.
005789*==============================================================
005790     IF CF-FLAG-SLOT = 0
005791         MOVE SPACES TO CF-NAME-SUFFIX
005792     ELSE
005793         MOVE ".P" TO CF-NAME-PART
005794         MOVE CF-FLAG-SLOT TO CF-NAME-STREAM
005795     END-IF.
005797     MOVE SPACES TO WS-CACHE-FLAG-LINE.
005800     OPEN INPUT CACHE-FLAG.
005810     IF CACHE-FLAG-OK
005820         READ CACHE-FLAG
005920             MOVE "Y" TO SW-ROW-BUSY
005930         END-IF
005940     END-IF.
005945     ADD 1 TO CF-FLAG-SLOT.
005950*==============================================================
005960 4300-SHOW-ONE-TERM.
005970*==============================================================
008530             ADD 1 TO WS-N-SIG-DIGITS
008540         END-IF
008550     END-IF.
008560*==============================================================
008570*    CHECKS WS-AUTH-OPERATOR AGAINST THE OPERAUT MASTER FOR
008580*    THIS PROGRAM AND WS-AUTH-FUNCTION. AUTH-GRANTED IS SET
008590*    ONLY FOR AN ACTIVE OPERATOR HOLDING THE GRANT; ANYTHING
008600*    ELSE - NO OPERATOR KEYED, NOT ON FILE, DADO DE BAJA, NO
008610*    GRANT, NO MASTER - IS REFUSED AND LOGGED TO SECVIOL.
008620*--------------------------------------------------------------
008630 9700-CHECK-AUTHORIZATION.
008640*==============================================================
008650     MOVE "N" TO SW-AUTH-GRANTED.
008660     MOVE "N" TO SW-OPER-FOUND.
008670     MOVE "OPERADOR NO REGISTRADO" TO WS-AUTH-REASON.
008680     IF WS-AUTH-OPERATOR = SPACES
008690         MOVE "OPERADOR NO INFORMADO" TO WS-AUTH-REASON
008700     ELSE
008710         OPEN INPUT OPER-AUTH
008720         IF NOT OPER-AUTH-OK
008730             MOVE "MAESTRO OPERAUT NO DISPONIBLE"
008740                 TO WS-AUTH-REASON
008750         ELSE
008760             MOVE "Y" TO SW-MORE-AUTH
008770             PERFORM 9701-READ-ONE-AUTH-LINE
008780                 UNTIL NO-MORE-AUTH OR OPER-FOUND
008790             CLOSE OPER-AUTH
008800         END-IF
008810     END-IF.
008820     IF AUTH-REFUSED
008830         PERFORM 9703-LOG-VIOLATION
008840         DISPLAY "ACCESO NEGADO: " WS-AUTH-OPERATOR " "
008850             WS-AUTH-PROGRAM " " WS-AUTH-FUNCTION
008860         DISPLAY "MOTIVO: " WS-AUTH-REASON
008870     END-IF.
008880*==============================================================
008890 9701-READ-ONE-AUTH-LINE.
008900*==============================================================
008910     READ OPER-AUTH
008920         AT END
008930             MOVE "N" TO SW-MORE-AUTH
008940         NOT AT END
008950             MOVE OPER-AUTH-RECORD TO WS-OPER-AUTH-LINE
008960             IF OA-OPERATOR = WS-AUTH-OPERATOR
008970                 MOVE "Y" TO SW-OPER-FOUND
008980                 IF NOT OA-ACTIVE
008990                     MOVE "OPERADOR DADO DE BAJA"
009000                         TO WS-AUTH-REASON
009010                 ELSE
009020                     MOVE "FUNCION NO AUTORIZADA"
009030                         TO WS-AUTH-REASON
009040                     PERFORM 9702-MATCH-ONE-GRANT
009050                         VARYING WS-AUTH-IX FROM 1 BY 1
009060                         UNTIL WS-AUTH-IX > 10 OR AUTH-GRANTED
009070                 END-IF
009080             END-IF
009090     END-READ.
009100*==============================================================
009110 9702-MATCH-ONE-GRANT.
009120*==============================================================
009130     IF OA-GRANT-PROGRAM (WS-AUTH-IX) = WS-AUTH-PROGRAM
009140         AND (OA-GRANT-FUNCTION (WS-AUTH-IX) = WS-AUTH-FUNCTION
009150             OR OA-GRANT-ALL (WS-AUTH-IX))
009160         MOVE "Y" TO SW-AUTH-GRANTED
009170     END-IF.
009180*==============================================================
009190*    APPENDS THE REFUSED ATTEMPT TO THE SECVIOL LOG.
009200*--------------------------------------------------------------
009210 9703-LOG-VIOLATION.
009220*==============================================================
009230     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
009240     ACCEPT WS-AUTH-TIME FROM TIME.
009250     MOVE SPACES TO WS-SEC-VIOL-LINE.
009260     MOVE WS-AUTH-DATE TO SV-DATE.
009270     MOVE WS-AUTH-TIME TO SV-TIME.
009280     MOVE WS-AUTH-OPERATOR TO SV-OPERATOR.
009290     MOVE WS-AUTH-PROGRAM TO SV-PROGRAM.
009300     MOVE WS-AUTH-FUNCTION TO SV-FUNCTION.
009310     MOVE WS-AUTH-REASON TO SV-REASON.
009320     OPEN EXTEND SEC-VIOL.
009330     IF SEC-VIOL-MISSING
009340         OPEN OUTPUT SEC-VIOL
009350     END-IF.
009360     MOVE WS-SEC-VIOL-LINE TO SEC-VIOL-RECORD.
009370     WRITE SEC-VIOL-RECORD.
009380     CLOSE SEC-VIOL.
