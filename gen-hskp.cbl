000236*                 RETENTION OF ZERO DAYS. LISTA ALSO WARNS
000237*                 WHEN THE CATALOG EXCEEDS THE TABLE AND THE
000238*                 LISTING IS TRUNCATED.
000239* 10/15/2026 JR   THE PURGE NOW TAKES THE OPERATOR ID AFTER
000240*                 THE RETENTION ("<DIAS>,<OPERADOR>", BLANK
000241*                 DIAS = 30) AND RUNS ONLY WHEN THE OPERAUT
000242*                 MASTER GRANTS THAT OPERATOR THE DEPURA_GEN
000243*                 PURGA FUNCTION. A REFUSAL ENDS RC 8 AND IS
000244*                 LOGGED TO SECVIOL. LISTA IS UNCHANGED.
000245*--------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. GNU-LINUX.
000320     SELECT GEN-CAT ASSIGN TO "GENCAT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FS-GEN-CAT.
000341*    OPERATOR AUTHORIZATION MASTER - SEE COPYBOOK OPERAUT
000342     SELECT OPER-AUTH ASSIGN TO "OPERAUT"
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS FS-OPER-AUTH.
000345*    SECURITY VIOLATION LOG, APPENDED TO ACROSS RUNS - SEE
000346*    COPYBOOK SECVIOL
000347     SELECT SEC-VIOL ASSIGN TO "SECVIOL"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS FS-SEC-VIOL.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  GEN-CAT
000390     RECORDING MODE IS F.
000400 01  GEN-CAT-RECORD              PIC X(60).
000401*
000402 FD  OPER-AUTH
000403     RECORDING MODE IS F.
000404 01  OPER-AUTH-RECORD            PIC X(260).
000405*
000406 FD  SEC-VIOL
000407     RECORDING MODE IS F.
000408 01  SEC-VIOL-RECORD             PIC X(80).
000410*
000420 WORKING-STORAGE SECTION.
000430 01  WS-FILE-STATUSES.
000440     05  FS-GEN-CAT              PIC X(02) VALUE "00".
000450         88  GEN-CAT-OK                     VALUE "00".
000460         88  GEN-CAT-EOF                    VALUE "10".
000461     05  FS-OPER-AUTH            PIC X(02) VALUE "00".
000462         88  OPER-AUTH-OK                   VALUE "00".
000463     05  FS-SEC-VIOL             PIC X(02) VALUE "00".
000464         88  SEC-VIOL-MISSING               VALUE "35".
000470 01  WS-SWITCHES.
000480     05  SW-MORE-LINES           PIC X(01) VALUE "Y".
000490         88  MORE-LINES                     VALUE "Y".
000506     05  SW-PARM-NUMERIC         PIC X(01) VALUE "Y".
000507         88  PARM-NUMERIC                   VALUE "Y".
000508         88  PARM-NOT-NUMERIC               VALUE "N".
000509     05  SW-AUTH-GRANTED         PIC X(01) VALUE "N".
000510         88  AUTH-GRANTED                   VALUE "Y".
000511         88  AUTH-REFUSED                   VALUE "N".
000512     05  SW-OPER-FOUND           PIC X(01) VALUE "N".
000513         88  OPER-FOUND                     VALUE "Y".
000514     05  SW-MORE-AUTH            PIC X(01) VALUE "Y".
000515         88  MORE-AUTH                      VALUE "Y".
000516         88  NO-MORE-AUTH                   VALUE "N".
000518*--------------------------------------------------------------
000520* ONE CATALOG LINE UNDER WORK - SEE COPYBOOK GENCAT
000530*--------------------------------------------------------------
000540     COPY "gencat.cpy".
000550*--------------------------------------------------------------
000560* COMMAND-LINE PARM - "LISTA" OR "<DIAS>,<OPERADOR>", SPLIT
000561* INTO THE RETENTION TEXT AND THE OPERATOR ID
000570*--------------------------------------------------------------
000580 01  WS-PARM-LINE                PIC X(80).
000582 01  WS-PARM-CHARS REDEFINES WS-PARM-LINE.
000586 01  WS-PARM-IX                  PIC 9(02) COMP VALUE 1.
000588 01  WS-PARM-DIGITS              PIC 9(02) COMP VALUE 0.
000590 01  WS-RETENTION-DAYS           PIC 9(04) VALUE 30.
000591 01  WS-PARM-COMMAND             PIC X(80).
000592 01  WS-PARM-OPERATOR            PIC X(08) VALUE SPACES.
000600*--------------------------------------------------------------
000610* RETENTION CUTOFF WORK AREAS
000620*--------------------------------------------------------------
000810 01  WS-PURGED-COUNT             PIC 9(04) COMP VALUE 0.
000820 01  WS-KEPT-COUNT               PIC 9(04) COMP VALUE 0.
000830 01  WS-COUNT-EDIT               PIC ZZZ9.
000831*--------------------------------------------------------------
000832* OPERATOR AUTHORIZATION WORK AREAS - THE OPERATOR, PROGRAM
000833* AND FUNCTION BEING CHECKED, AND THE REASON FOR A REFUSAL
000834*--------------------------------------------------------------
000835 01  WS-AUTH-OPERATOR            PIC X(08) VALUE SPACES.
000836 01  WS-AUTH-PROGRAM             PIC X(12) VALUE "DEPURA_GEN".
000837 01  WS-AUTH-FUNCTION            PIC X(08) VALUE SPACES.
000838 01  WS-AUTH-REASON              PIC X(30) VALUE SPACES.
000839 01  WS-AUTH-IX                  PIC 9(02) COMP VALUE 1.
000840 01  WS-AUTH-DATE                PIC 9(08) VALUE 0.
000841 01  WS-AUTH-TIME                PIC 9(08) VALUE 0.
000842     COPY "operaut.cpy".
000843     COPY "secviol.cpy".
000846*
000850 PROCEDURE DIVISION.
000860*==============================================================
000870 0000-MAINLINE.
000880*==============================================================
000890     DISPLAY "DEPURACION DE GENERACIONES DE SALIDA".
000900     MOVE SPACES TO WS-PARM-COMMAND.
000910     ACCEPT WS-PARM-COMMAND FROM COMMAND-LINE.
000911     MOVE SPACES TO WS-PARM-LINE.
000912     UNSTRING WS-PARM-COMMAND DELIMITED BY ","
000913         INTO WS-PARM-LINE WS-PARM-OPERATOR
000914     END-UNSTRING.
000920     PERFORM 1000-LOAD-CATALOG.
000930     IF WS-CAT-COUNT = 0
000940         DISPLAY "CATALOGO GENCAT VACIO O AUSENTE - NADA QUE "
001022         IF PARM-NOT-NUMERIC
001024             DISPLAY "PARAMETRO NO RECONOCIDO: "
001026                 WS-PARM-LINE (1:20)
001028             DISPLAY "USE LISTA O <DIAS>,<OPERADOR>"
001030             MOVE 8 TO RETURN-CODE
001032         ELSE
001033             IF CAT-OVERFLOWED
001034                 DISPLAY "CATALOGO EXCEDE LA TABLA (1000 "
001035                     "LINEAS) - DEPURE EN DOS CORRIDAS O "
001036                     "AMPLIE LA TABLA"
001037                 MOVE 8 TO RETURN-CODE
001038             ELSE
001039                 MOVE WS-PARM-OPERATOR TO WS-AUTH-OPERATOR
001040                 MOVE "PURGA" TO WS-AUTH-FUNCTION
001041                 PERFORM 9700-CHECK-AUTHORIZATION
001042                 IF AUTH-REFUSED
001043                     MOVE 8 TO RETURN-CODE
001044                 ELSE
001045                     PERFORM 3000-PURGE-EXPIRED
001050                 END-IF
001051             END-IF
001052         END-IF
001053     END-IF.
001054     STOP RUN.
001055*==============================================================
001056*    A NON-BLANK PARM THAT IS NOT LISTA MUST BE ALL DIGITS
001057*    (WITH SPACES) BEFORE IT IS TRUSTED AS A RETENTION - A
002030         WRITE GEN-CAT-RECORD
002040     END-IF.
002050*==============================================================
002070*    CHECKS WS-AUTH-OPERATOR AGAINST THE OPERAUT MASTER FOR
002080*    THIS PROGRAM AND WS-AUTH-FUNCTION. AUTH-GRANTED IS SET
002090*    ONLY FOR AN ACTIVE OPERATOR HOLDING THE GRANT; ANYTHING
002100*    ELSE - NO OPERATOR KEYED, NOT ON FILE, DADO DE BAJA, NO
002110*    GRANT, NO MASTER - IS REFUSED AND LOGGED TO SECVIOL.
002120*--------------------------------------------------------------
002130 9700-CHECK-AUTHORIZATION.
002140*==============================================================
002150     MOVE "N" TO SW-AUTH-GRANTED.
002160     MOVE "N" TO SW-OPER-FOUND.
002170     MOVE "OPERADOR NO REGISTRADO" TO WS-AUTH-REASON.
002180     IF WS-AUTH-OPERATOR = SPACES
002190         MOVE "OPERADOR NO INFORMADO" TO WS-AUTH-REASON
002200     ELSE
002210         OPEN INPUT OPER-AUTH
002220         IF NOT OPER-AUTH-OK
002230             MOVE "MAESTRO OPERAUT NO DISPONIBLE"
002240                 TO WS-AUTH-REASON
002250         ELSE
002260             MOVE "Y" TO SW-MORE-AUTH
002270             PERFORM 9701-READ-ONE-AUTH-LINE
002280                 UNTIL NO-MORE-AUTH OR OPER-FOUND
002290             CLOSE OPER-AUTH
002300         END-IF
002310     END-IF.
002320     IF AUTH-REFUSED
002330         PERFORM 9703-LOG-VIOLATION
002340         DISPLAY "ACCESO NEGADO: " WS-AUTH-OPERATOR " "
002350             WS-AUTH-PROGRAM " " WS-AUTH-FUNCTION
002360         DISPLAY "MOTIVO: " WS-AUTH-REASON
002370     END-IF.
002380*==============================================================
002390 9701-READ-ONE-AUTH-LINE.
002400*==============================================================
002410     READ OPER-AUTH
002420         AT END
002430             MOVE "N" TO SW-MORE-AUTH
002440         NOT AT END
002450             MOVE OPER-AUTH-RECORD TO WS-OPER-AUTH-LINE
002460             IF OA-OPERATOR = WS-AUTH-OPERATOR
002470                 MOVE "Y" TO SW-OPER-FOUND
002480                 IF NOT OA-ACTIVE
002490                     MOVE "OPERADOR DADO DE BAJA"
002500                         TO WS-AUTH-REASON
002510                 ELSE
002520                     MOVE "FUNCION NO AUTORIZADA"
002530                         TO WS-AUTH-REASON
002540                     PERFORM 9702-MATCH-ONE-GRANT
002550                         VARYING WS-AUTH-IX FROM 1 BY 1
002560                         UNTIL WS-AUTH-IX > 10 OR AUTH-GRANTED
002570                 END-IF
002580             END-IF
002590     END-READ.
002600*==============================================================
002610 9702-MATCH-ONE-GRANT.
002620*==============================================================
002630     IF OA-GRANT-PROGRAM (WS-AUTH-IX) = WS-AUTH-PROGRAM
002640         AND (OA-GRANT-FUNCTION (WS-AUTH-IX) = WS-AUTH-FUNCTION
002650             OR OA-GRANT-ALL (WS-AUTH-IX))
002660         MOVE "Y" TO SW-AUTH-GRANTED
002670     END-IF.
002680*==============================================================
002690*    APPENDS THE REFUSED ATTEMPT TO THE SECVIOL LOG.
002700*--------------------------------------------------------------
002710 9703-LOG-VIOLATION.
002720*==============================================================
002730     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
002740     ACCEPT WS-AUTH-TIME FROM TIME.
002750     MOVE SPACES TO WS-SEC-VIOL-LINE.
002760     MOVE WS-AUTH-DATE TO SV-DATE.
002770     MOVE WS-AUTH-TIME TO SV-TIME.
002780     MOVE WS-AUTH-OPERATOR TO SV-OPERATOR.
002790     MOVE WS-AUTH-PROGRAM TO SV-PROGRAM.
002800     MOVE WS-AUTH-FUNCTION TO SV-FUNCTION.
002810     MOVE WS-AUTH-REASON TO SV-REASON.
002820     OPEN EXTEND SEC-VIOL.
002830     IF SEC-VIOL-MISSING
002840         OPEN OUTPUT SEC-VIOL
002850     END-IF.
002860     MOVE WS-SEC-VIOL-LINE TO SEC-VIOL-RECORD.
002870     WRITE SEC-VIOL-RECORD.
002880     CLOSE SEC-VIOL.
