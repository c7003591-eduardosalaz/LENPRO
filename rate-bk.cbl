000455*                 TERM OF THE HIGHEST ROW. A RATE THE BOOK
000456*                 ACCEPTS CAN NO LONGER COME BACK AS AN
000457*                 OVERNIGHT RECHAZO OF THE WHOLE SUBMISSION.
000458* 10/15/2026 JR   MAKER-CHECKER. ALTA, CAMBIA AND EXPIRA NOW TAKE
000459*                 THE OPERATOR ID AS THEIR LAST OPERAND AND ONLY
000460*                 RECORD A PENDING CHANGE (SEE COPYBOOK RATEBOOK)
000461*                 - THE LIVE RATE IS UNTOUCHED AND GENERA SKIPS
000462*                 PENDING RECORDS. NEW FUNCTIONS:
000463*                   APRUEBA,PROD,DESDE,OPER
000464*                   RECHAZA,PROD,DESDE,OPER
000465*                            - APPLY OR DISCARD THE PENDING
000466*                              CHANGE(S) OF THE PRODUCT (BLANK
000467*                              DESDE = ALL OF THEM). THE DECIDING
000468*                              OPERATOR MUST NOT BE THE ONE WHO
000469*                              MADE THE CHANGE.
000470*                   HISTORIA,PROD
000471*                            - LIST THE DECIDED CHANGES OF THE
000472*                              PRODUCT (BLANK = ALL) TO RATELIST.
000473*                 EVERY DECISION IS APPENDED TO THE RATEHIST
000474*                 HISTORY FILE WITH THE BEFORE AND AFTER IMAGES OF
000475*                 THE RECORD, THE MAKER, THE APPROVER AND BOTH
000476*                 TIMESTAMPS (SEE COPYBOOK RATEHIST). LISTA NOW
000477*                 ALSO LISTS THE CHANGES AWAITING APPROVAL.
000478* 10/15/2026 JR   EXPIRA NOW RUNS ONLY WHEN THE OPERAUT
000479*                 MASTER GRANTS THE OPERATOR (LAST OPERAND)
000480*                 THE LIBRO_TASAS EXPIRA FUNCTION. A REFUSAL
000481*                 ENDS RC 8 AND IS LOGGED TO SECVIOL.
000482* 10/15/2026 JR   GENERA NOW CARRIES RB-PRODUCT INTO THE NEW
000483*                 BI-PRODUCT COLUMN OF BATCHIN, SO THE RUN, ITS
000484*                 REPORTS AND THE AUDIT LOG KNOW WHICH PRODUCT
000485*                 EACH TABLE WAS COMPUTED FOR.
000486* 10/15/2026 JR   GENERA ALSO CARRIES RB-EFF-FROM INTO THE NEW
000487*                 BI-EFF-FROM-TEXT COLUMN, FOR THE POLICY
000488*                 ADMINISTRATION FEED (INTERFAZ_ADM).
000489* 10/15/2026 JR   LOOK-AHEAD FOR RATES ABOUT TO TAKE EFFECT. NEW
000490*                 FUNCTIONS:
000491*                   ANTICIPA,DIAS,FECHA
000492*                            - SELECT THE LIVE RATES WHOSE
000493*                              EFFECTIVE-FROM FALLS AFTER FECHA
000494*                              (BLANK = TODAY) AND NO MORE THAN
000495*                              DIAS DAYS AHEAD OF IT (BLANK = 7),
000496*                              CHECK EVERY ROW OF EACH AGAINST
000497*                              COEFLKUP AND WRITE THE RATES NOT
000498*                              YET FULLY CACHED TO BATCHANT, THE
000499*                              PRE-COMPUTE BATCH (BATCHIN LAYOUT,
000500*                              ALWAYS NORMAL MODE) RUN BY
000501*                              TRIANGULO_PAS ANTICIPA. THE
000502*                              READINESS LISTING GOES TO RATEPREP.
000503*                   PREPARA,DIAS,FECHA
000504*                            - THE SAME SELECTION AND RATEPREP
000505*                              READINESS LISTING, NO BATCH.
000506*                 A RATE IS LISTA WHEN EVERY TERM OF EVERY ROW
000507*                 IN ITS RANGE IS CACHED, PARCIAL WHEN ONLY SOME
000508*                 ROWS ARE AND SIN CACHE WHEN NONE ARE.
000509* 10/15/2026 JR   APRUEBA AND RECHAZA NOW RUN ONLY WHEN THE
000510*                 OPERAUT MASTER GRANTS THE DECIDING OPERATOR
000511*                 THE LIBRO_TASAS APRUEBA FUNCTION, AND A
000512*                 PENDING EXPIRA IS APPLIED ONLY FOR AN
000513*                 OPERATOR ALSO GRANTED EXPIRA - OTHERWISE IT
000514*                 STAYS PENDING. EITHER REFUSAL ENDS RC 8 AND
000515*                 IS LOGGED TO SECVIOL. ANTICIPA NOW DISCARDS
000516*                 THE RESTANT CHECKPOINT WHEN IT REBUILDS
000517*                 BATCHANT, SO A NEW PRE-COMPUTE BATCH IS NEVER
000518*                 SKIPPED INTO BY AN OLD INTERRUPTED RUN.
000519*--------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000521 CONFIGURATION SECTION.
000522 SOURCE-COMPUTER. GNU-LINUX.
000523 OBJECT-COMPUTER. GNU-LINUX.
000524 INPUT-OUTPUT SECTION.
000525 FILE-CONTROL.
000526*    MASTER RATE BOOK - SEE COPYBOOK RATEBOOK
000530     SELECT RATE-BOOK ASSIGN TO "RATEBOOK"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-RATE-BOOK.
000560*    BATCH FILE BUILT BY GENERA FOR THE NIGHTLY RUN - SEE
000570*    COPYBOOK BATCHIN
000580*    (BATCHANT INSTEAD FOR ANTICIPA'S PRE-COMPUTE BATCH)
000581     SELECT BATCH-OUT ASSIGN USING WS-BATCH-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-BATCH-OUT.
000610*    IN-FORCE LISTING, REBUILT ON EVERY LISTA RUN
000620     SELECT LIST-OUT ASSIGN TO "RATELIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-LIST-OUT.
000642*    DECIDED-CHANGE HISTORY, APPENDED TO ACROSS RUNS - SEE
000644*    COPYBOOK RATEHIST
000646     SELECT RATE-HIST ASSIGN TO "RATEHIST"
000648         ORGANIZATION IS LINE SEQUENTIAL
000649         FILE STATUS IS FS-RATE-HIST.
000650*    OPERATOR AUTHORIZATION MASTER - SEE COPYBOOK OPERAUT
000651     SELECT OPER-AUTH ASSIGN TO "OPERAUT"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS FS-OPER-AUTH.
000654*    SECURITY VIOLATION LOG, APPENDED TO ACROSS RUNS - SEE
000655*    COPYBOOK SECVIOL
000656     SELECT SEC-VIOL ASSIGN TO "SECVIOL"
000657         ORGANIZATION IS LINE SEQUENTIAL
000658         FILE STATUS IS FS-SEC-VIOL.
000659*    INDEXED COEFFICIENT CACHE - SEE COPYBOOK CKLKUP. READ ONLY,
000660*    BY ANTICIPA AND PREPARA, TO SEE WHICH ROWS ARE CACHED
000661     SELECT COEF-LOOKUP ASSIGN TO "COEFLKUP"
000662         ORGANIZATION IS INDEXED
000663         ACCESS MODE IS DYNAMIC
000664         RECORD KEY IS CK-KEY
000665         LOCK MODE IS AUTOMATIC
000666         SHARING WITH ALL OTHER
000667         FILE STATUS IS FS-COEF-LOOKUP.
000668*    CACHE READINESS OF THE UPCOMING RATES, REBUILT ON EVERY
000669*    ANTICIPA OR PREPARA RUN
000670     SELECT PREP-OUT ASSIGN TO "RATEPREP"
000671         ORGANIZATION IS LINE SEQUENTIAL
000672         FILE STATUS IS FS-PREP-OUT.
000674*
000676 DATA DIVISION.
000678 FILE SECTION.
000680 FD  RATE-BOOK
000690     RECORDING MODE IS F.
000700     COPY "ratebook.cpy".
000770     RECORDING MODE IS F.
000780 01  LIST-OUT-RECORD             PIC X(100).
000790*
000792 FD  RATE-HIST
000794     RECORDING MODE IS F.
000796 01  RATE-HIST-RECORD            PIC X(246).
000797*
000798 FD  OPER-AUTH
000799     RECORDING MODE IS F.
000800 01  OPER-AUTH-RECORD            PIC X(260).
000801*
000802 FD  SEC-VIOL
000803     RECORDING MODE IS F.
000804 01  SEC-VIOL-RECORD             PIC X(80).
000805*
000806 FD  COEF-LOOKUP.
000807     COPY "cklkup.cpy".
000808*
000809 FD  PREP-OUT
000810     RECORDING MODE IS F.
000811 01  PREP-OUT-RECORD             PIC X(100).
000813*
000815 WORKING-STORAGE SECTION.
000817 01  WS-FILE-STATUSES.
000820     05  FS-RATE-BOOK            PIC X(02) VALUE "00".
000830         88  RATE-BOOK-OK                   VALUE "00".
000840         88  RATE-BOOK-EOF                  VALUE "10".
000850         88  RATE-BOOK-MISSING              VALUE "35".
000860     05  FS-BATCH-OUT            PIC X(02) VALUE "00".
000870     05  FS-LIST-OUT             PIC X(02) VALUE "00".
000872     05  FS-RATE-HIST            PIC X(02) VALUE "00".
000874         88  RATE-HIST-OK                   VALUE "00".
000876         88  RATE-HIST-EOF                  VALUE "10".
000878         88  RATE-HIST-MISSING              VALUE "35".
000879     05  FS-OPER-AUTH            PIC X(02) VALUE "00".
000880         88  OPER-AUTH-OK                   VALUE "00".
000881     05  FS-SEC-VIOL             PIC X(02) VALUE "00".
000882         88  SEC-VIOL-MISSING               VALUE "35".
000883     05  FS-COEF-LOOKUP          PIC X(02) VALUE "00".
000884         88  COEF-LOOKUP-OK                 VALUE "00".
000885     05  FS-PREP-OUT             PIC X(02) VALUE "00".
000887 01  WS-SWITCHES.
000890     05  SW-MORE-RATES           PIC X(01) VALUE "Y".
000900         88  MORE-RATES                     VALUE "Y".
000910         88  NO-MORE-RATES                  VALUE "N".
001032     05  SW-RATE-FOUND           PIC X(01) VALUE "N".
001040         88  RATE-FOUND                     VALUE "Y".
001050         88  RATE-NOT-FOUND                 VALUE "N".
001052     05  SW-PEND-FOUND           PIC X(01) VALUE "N".
001054         88  PEND-FOUND                     VALUE "Y".
001055         88  PEND-NOT-FOUND                 VALUE "N".
001056     05  SW-MORE-HISTORY         PIC X(01) VALUE "Y".
001057         88  MORE-HISTORY                   VALUE "Y".
001058         88  NO-MORE-HISTORY                VALUE "N".
001059     05  SW-AUTH-GRANTED         PIC X(01) VALUE "N".
001060         88  AUTH-GRANTED                   VALUE "Y".
001061         88  AUTH-REFUSED                   VALUE "N".
001062     05  SW-OPER-FOUND           PIC X(01) VALUE "N".
001063         88  OPER-FOUND                     VALUE "Y".
001064     05  SW-MORE-AUTH            PIC X(01) VALUE "Y".
001065         88  MORE-AUTH                      VALUE "Y".
001066         88  NO-MORE-AUTH                   VALUE "N".
001067     05  SW-BUILD-BATCH          PIC X(01) VALUE "N".
001068         88  BUILD-AHEAD-BATCH              VALUE "Y".
001069     05  SW-LOOKUP-OPEN          PIC X(01) VALUE "N".
001070         88  LOOKUP-IS-OPEN                 VALUE "Y".
001071     05  SW-ROW-READY            PIC X(01) VALUE "Y".
001072         88  ROW-READY                      VALUE "Y".
001073         88  ROW-NOT-READY                  VALUE "N".
001075*--------------------------------------------------------------
001077* COMMAND-LINE PARM WORK AREAS
001080*--------------------------------------------------------------
001090 01  WS-PARM-LINE                PIC X(80).
001100 01  WS-FUNCTION-TEXT            PIC X(08).
001150     05  WS-OPER-4               PIC X(18).
001160     05  WS-OPER-5               PIC X(18).
001170     05  WS-OPER-6               PIC X(18).
001175     05  WS-OPER-7               PIC X(18).
001180*--------------------------------------------------------------
001190* FIELDS OF THE RATE UNDER MAINTENANCE
001200*--------------------------------------------------------------
001220 01  WS-RT-N-TEXT                PIC X(18).
001230 01  WS-RT-ROWS-TEXT             PIC X(04).
001240 01  WS-RT-START-TEXT            PIC X(04).
001241 01  WS-RT-ROWS                  PIC 9(04) VALUE 0.
001242 01  WS-RT-START                 PIC 9(04) VALUE 0.
001243 01  WS-RT-DESDE                 PIC 9(08) VALUE 0.
001244 01  WS-RT-HASTA                 PIC 9(08) VALUE 99999999.
001245*--------------------------------------------------------------
001246* MAKER-CHECKER WORK AREAS
001247*--------------------------------------------------------------
001248 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
001249 01  WS-PEND-ACTION              PIC X(01) VALUE SPACE.
001250 01  WS-PEND-SLOT                PIC 9(04) COMP VALUE 0.
001251 01  WS-BOOK-LIMIT               PIC 9(04) COMP VALUE 0.
001252 01  WS-SEL-DESDE                PIC 9(08) VALUE 0.
001253 01  WS-DECISION                 PIC X(09) VALUE SPACES.
001254 01  WS-ACTION-WORD              PIC X(06) VALUE SPACES.
001255 01  WS-NOW                      PIC 9(08).
001256 01  WS-PENDING-COUNT            PIC 9(04) VALUE 0.
001257 01  WS-DECIDED-COUNT            PIC 9(04) VALUE 0.
001258 01  WS-SELF-COUNT               PIC 9(04) VALUE 0.
001259 01  WS-REFUSED-COUNT            PIC 9(04) VALUE 0.
001260 01  WS-HISTORY-COUNT            PIC 9(04) VALUE 0.
001261 01  WS-PEND-IMAGE               PIC X(80).
001262     COPY "ratehist.cpy".
001263*--------------------------------------------------------------
001264* OPERATOR AUTHORIZATION WORK AREAS - THE OPERATOR, PROGRAM
001265* AND FUNCTION BEING CHECKED, AND THE REASON FOR A REFUSAL
001266*--------------------------------------------------------------
001267 01  WS-AUTH-OPERATOR            PIC X(08) VALUE SPACES.
001268 01  WS-AUTH-PROGRAM             PIC X(12) VALUE "LIBRO_TASAS".
001269 01  WS-AUTH-FUNCTION            PIC X(08) VALUE SPACES.
001270 01  WS-AUTH-REASON              PIC X(30) VALUE SPACES.
001271 01  WS-AUTH-IX                  PIC 9(02) COMP VALUE 1.
001272 01  WS-AUTH-DATE                PIC 9(08) VALUE 0.
001273 01  WS-AUTH-TIME                PIC 9(08) VALUE 0.
001274     COPY "operaut.cpy".
001275     COPY "secviol.cpy".
001281*--------------------------------------------------------------
001282* SIGNED DECIMAL N PARSING WORK AREAS - THE SAME EDITS
001283* EDITA_LOTE'S 2150-PARSE-EDIT-N APPLIES, SO A RATE THE BOOK
001302 01  WS-PROBE-OP                 PIC S9(14)V9(04) VALUE 1.
001303 01  WS-PROBE-TERMINO            PIC 9(04) VALUE 0.
001304 01  CONTADOR                    PIC 9(04) VALUE 1.
001306*--------------------------------------------------------------
001308* NUMERIC FIELD CHECK WORK AREAS - THE FIELD UNDER TEST IS
001310* SCANNED CHARACTER BY CHARACTER, THE SAME EDIT EDITA_LOTE
001320* APPLIES TO BATCHIN
001330*--------------------------------------------------------------
001530 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
001540 01  WS-IN-FORCE-COUNT           PIC 9(04) VALUE 0.
001550 01  WS-EXPIRED-COUNT            PIC 9(04) VALUE 0.
001551 01  WS-COUNT-EDIT               PIC ZZZ9.
001552*--------------------------------------------------------------
001553* LOOK-AHEAD (ANTICIPA / PREPARA) WORK AREAS - THE WINDOW, THE
001554* ROW RANGE OF THE RATE UNDER CHECK AND THE READINESS COUNTS
001555*--------------------------------------------------------------
001556 01  WS-BATCH-FILE-NAME          PIC X(08) VALUE "BATCHIN".
001557 01  WS-DELETE-NAME              PIC X(12).
001558 01  WS-DELETE-RC                PIC S9(09) BINARY VALUE 0.
001566 01  WS-AHEAD-DAYS-TEXT          PIC X(04) JUSTIFIED RIGHT.
001567 01  WS-AHEAD-DAYS               PIC 9(04) VALUE 7.
001568 01  WS-AHEAD-LIMIT              PIC 9(08) VALUE 0.
001569 01  WS-DATE-INTEGER             PIC 9(08) VALUE 0.
001570 01  WS-DAYS-TO-GO               PIC S9(05) VALUE 0.
001571 01  WS-AN-START                 PIC 9(04) VALUE 1.
001572 01  WS-AN-POTENCIA              PIC 9(04) VALUE 0.
001573 01  WS-AN-TERMINO               PIC 9(04) VALUE 0.
001574 01  WS-AN-ROWS-WANTED           PIC 9(04) VALUE 0.
001575 01  WS-AN-ROWS-READY            PIC 9(04) VALUE 0.
001576 01  WS-AN-UPCOMING              PIC 9(04) VALUE 0.
001577 01  WS-AN-READY                 PIC 9(04) VALUE 0.
001578 01  WS-AN-PARTIAL               PIC 9(04) VALUE 0.
001579 01  WS-AN-COLD                  PIC 9(04) VALUE 0.
001580 01  WS-AN-BATCHED               PIC 9(04) VALUE 0.
001583*--------------------------------------------------------------
001586* LISTING WORK AREAS
001590*--------------------------------------------------------------
001600 01  WS-RATE-LINE.
001610     05  RL-PRODUCT              PIC X(08).
001710     05  RL-DESDE                PIC 9(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  RL-HASTA                PIC 9(08).
001732 01  WS-PEND-LINE.
001734     05  PL-RATE                 PIC X(63).
001736     05  FILLER                  PIC X(02) VALUE SPACES.
001738     05  PL-ACTION               PIC X(06).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001742     05  PL-MAKER                PIC X(08).
001744     05  FILLER                  PIC X(02) VALUE SPACES.
001746     05  PL-MADE-DATE            PIC 9(08).
001747 01  WS-PREP-LINE.
001748     05  PR-PRODUCT              PIC X(08).
001749     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  PR-N-TEXT               PIC X(18).
001751     05  FILLER                  PIC X(02) VALUE SPACES.
001752     05  PR-START                PIC ZZZ9.
001753     05  FILLER                  PIC X(01) VALUE "-".
001754     05  PR-ROWS                 PIC 9(04).
001755     05  FILLER                  PIC X(02) VALUE SPACES.
001756     05  PR-DESDE                PIC 9(08).
001757     05  FILLER                  PIC X(02) VALUE SPACES.
001758     05  PR-DAYS                 PIC -(04)9.
001759     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  PR-READY                PIC ZZZ9.
001761     05  FILLER                  PIC X(01) VALUE "/".
001762     05  PR-WANTED               PIC 9(04).
001763     05  FILLER                  PIC X(02) VALUE SPACES.
001764     05  PR-STATE                PIC X(09).
001765     05  FILLER                  PIC X(02) VALUE SPACES.
001766     05  PR-BATCH                PIC X(02).
001767*
001768 PROCEDURE DIVISION.
001769*==============================================================
001770 0000-MAINLINE.
001780*==============================================================
001790     DISPLAY "LIBRO DE TASAS ACTUARIALES".
001930             PERFORM 4000-LIST-IN-FORCE THRU 4000-LIST-EXIT
001940         WHEN "GENERA  "
001950             PERFORM 5000-GENERATE-BATCH THRU 5000-GEN-EXIT
001952         WHEN "APRUEBA "
001954             MOVE "APROBADO " TO WS-DECISION
001956             PERFORM 6000-DECIDE-PENDING THRU 6000-DECIDE-EXIT
001958         WHEN "RECHAZA "
001960             MOVE "RECHAZADO" TO WS-DECISION
001961             PERFORM 6000-DECIDE-PENDING THRU 6000-DECIDE-EXIT
001962         WHEN "HISTORIA"
001963             PERFORM 6500-LIST-HISTORY THRU 6500-HISTORY-EXIT
001964         WHEN "ANTICIPA"
001965             MOVE "Y" TO SW-BUILD-BATCH
001966             PERFORM 7000-LOOK-AHEAD THRU 7000-AHEAD-EXIT
001967         WHEN "PREPARA "
001968             PERFORM 7000-LOOK-AHEAD THRU 7000-AHEAD-EXIT
001969         WHEN OTHER
001970             DISPLAY "FUNCION NO RECONOCIDA: " WS-FUNCTION-TEXT
001980             DISPLAY "USE ALTA, CAMBIA, EXPIRA, APRUEBA, "
001985                 "RECHAZA, LISTA, HISTORIA, GENERA, "
001986                 "ANTICIPA O PREPARA"
001990             MOVE 8 TO RETURN-CODE
002000     END-EVALUATE.
002010     STOP RUN.
002020*==============================================================
002030*    UNSTRINGS "FUNCION,OPER1,...,OPER7" FROM THE COMMAND-LINE
002040*    PARM. OPERANDS A FUNCTION DOES NOT USE ARE LEFT BLANK.
002050*--------------------------------------------------------------
002060 1000-PARSE-PARM.
002090     MOVE SPACES TO WS-OPER-FIELDS.
002100     UNSTRING WS-PARM-LINE DELIMITED BY ","
002110         INTO WS-FUNCTION-TEXT WS-OPER-1 WS-OPER-2 WS-OPER-3
002120             WS-OPER-4 WS-OPER-5 WS-OPER-6 WS-OPER-7
002130     END-UNSTRING.
002140*==============================================================
002150*    READS THE WHOLE RATE BOOK INTO THE TABLE. A MISSING FILE
002510     END-READ.
002520*==============================================================
002530*    REWRITES THE WHOLE RATE BOOK FROM THE TABLE AFTER A
002540*    MAINTENANCE FUNCTION. A SLOT BLANKED BY APRUEBA OR RECHAZA
002545*    (A PENDING RECORD NOW APPLIED OR DISCARDED) IS DROPPED.
002550*--------------------------------------------------------------
002560 1200-REWRITE-RATE-BOOK.
002570*==============================================================
002630*==============================================================
002640 1210-REWRITE-ONE-RATE.
002650*==============================================================
002660     IF WS-BK-LINE (WS-BOOK-IX) NOT = SPACES
002665         MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD
002670         WRITE RATE-BOOK-RECORD
002675     END-IF.
002680*==============================================================
002690*    ALTA - VALIDATES THE NEW RATE'S FIELDS, REFUSES A
002700*    DUPLICATE PRODUCT/EFFECTIVE-FROM PAIR, APPENDS IT AS A
002710*    PENDING RECORD AND REWRITES THE BOOK. IT GOES LIVE ONLY
002715*    WHEN ANOTHER OPERATOR APPROVES IT.
002720*--------------------------------------------------------------
002730 2000-ADD-RATE.
002740*==============================================================
002840     MOVE WS-OPER-4 TO WS-RT-START-TEXT.
002850     PERFORM 2100-VALIDATE-RATE-FIELDS.
002860     PERFORM 2200-EDIT-DATE-OPERANDS.
002865     MOVE WS-OPER-7 TO WS-OPERATOR-ID.
002867     PERFORM 2600-EDIT-OPERATOR.
002870     IF RATE-IN-ERROR
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 2000-ADD-EXIT
002950         MOVE 8 TO RETURN-CODE
002960         GO TO 2000-ADD-EXIT
002970     END-IF.
002972     PERFORM 2320-FIND-PENDING.
002974     IF PEND-FOUND
002976         PERFORM 2340-REFUSE-PENDING
002978         GO TO 2000-ADD-EXIT
002979     END-IF.
002980     IF WS-BOOK-COUNT = 500
002990         DISPLAY "LIBRO LLENO (500 LINEAS) - ALTA RECHAZADA"
003000         MOVE 8 TO RETURN-CODE
003020     END-IF.
003030     ADD 1 TO WS-BOOK-COUNT.
003040     PERFORM 2400-BUILD-RATE-RECORD.
003042     MOVE "A" TO WS-PEND-ACTION.
003044     PERFORM 2450-STAMP-PENDING.
003050     MOVE RATE-BOOK-RECORD TO WS-BK-LINE (WS-BOOK-COUNT).
003060     PERFORM 1200-REWRITE-RATE-BOOK.
003070     DISPLAY "ALTA PENDIENTE DE APROBACION: " WS-RT-PRODUCT.
003080 2000-ADD-EXIT.
003090     EXIT.
003100*==============================================================
004010         MOVE "N" TO SW-RATE-VALID
004020     END-IF.
004030*==============================================================
004040*    HUNTS THE TABLE FOR THE LIVE RECORD OF THE PRODUCT/
004050*    EFFECTIVE-FROM PAIR UNDER MAINTENANCE, LEAVING ITS SLOT
004055*    WHEN FOUND.
004060*--------------------------------------------------------------
004070 2300-FIND-PRODUCT-DESDE.
004080*==============================================================
004190     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
004200     IF RB-PRODUCT = WS-RT-PRODUCT
004210         AND RB-EFF-FROM = WS-RT-DESDE
004215         AND NOT RB-PENDING
004220         MOVE WS-BOOK-IX TO WS-BOOK-SLOT
004230         MOVE "Y" TO SW-RATE-FOUND
004240     END-IF.
004241*==============================================================
004242*    HUNTS THE TABLE FOR A CHANGE TO THE SAME PRODUCT/
004243*    EFFECTIVE-FROM PAIR STILL AWAITING APPROVAL, LEAVING ITS
004244*    SLOT WHEN FOUND. ONE PENDING CHANGE PER RATE AT A TIME.
004245*--------------------------------------------------------------
004246 2320-FIND-PENDING.
004247*==============================================================
004248     MOVE 0 TO WS-PEND-SLOT.
004249     MOVE "N" TO SW-PEND-FOUND.
004250     IF WS-BOOK-COUNT > 0
004251         PERFORM 2330-MATCH-ONE-PENDING
004252             VARYING WS-BOOK-IX FROM 1 BY 1
004253             UNTIL WS-BOOK-IX > WS-BOOK-COUNT OR PEND-FOUND
004254     END-IF.
004255*==============================================================
004256 2330-MATCH-ONE-PENDING.
004257*==============================================================
004258     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
004259     IF RB-PRODUCT = WS-RT-PRODUCT
004260         AND RB-EFF-FROM = WS-RT-DESDE
004261         AND RB-PENDING
004262         MOVE WS-BOOK-IX TO WS-PEND-SLOT
004263         MOVE "Y" TO SW-PEND-FOUND
004264     END-IF.
004265*==============================================================
004266 2340-REFUSE-PENDING.
004267*==============================================================
004268     DISPLAY "YA HAY UN CAMBIO PENDIENTE PARA ESA TASA - "
004269         "APRUEBE O RECHACE PRIMERO".
004270     MOVE 8 TO RETURN-CODE.
004272*==============================================================
004274*    BUILDS ONE RATEBOOK RECORD FROM THE EDITED FIELDS.
004276*--------------------------------------------------------------
004280 2400-BUILD-RATE-RECORD.
004290*==============================================================
004300     MOVE SPACES TO RATE-BOOK-RECORD.
004330     MOVE WS-RT-ROWS-TEXT TO RB-ROW-COUNT-TEXT.
004340     MOVE WS-RT-START-TEXT TO RB-START-ROW-TEXT.
004350     MOVE SPACE TO RB-MODE-FLAG.
004351     MOVE WS-RT-DESDE TO RB-EFF-FROM.
004352     MOVE WS-RT-HASTA TO RB-EFF-TO.
004353*==============================================================
004354*    MARKS THE RECORD IN RATE-BOOK-RECORD AS A PENDING CHANGE
004355*    OF THE ACTION IN WS-PEND-ACTION, MADE BY THE OPERATOR ON
004356*    THE PARM, NOW.
004357*--------------------------------------------------------------
004358 2450-STAMP-PENDING.
004359*==============================================================
004360     ACCEPT WS-NOW FROM TIME.
004361     MOVE "P" TO RB-STATUS.
004362     MOVE WS-PEND-ACTION TO RB-PEND-ACTION.
004363     MOVE WS-OPERATOR-ID TO RB-MAKER.
004364     MOVE WS-TODAY TO RB-MADE-DATE.
004365     MOVE WS-NOW (1:6) TO RB-MADE-TIME.
004366*==============================================================
004367*    THE OPERATOR ID OPERAND IS REQUIRED ON EVERY FUNCTION THAT
004368*    CHANGES THE BOOK.
004369*--------------------------------------------------------------
004370 2600-EDIT-OPERATOR.
004371*==============================================================
004372     IF WS-OPERATOR-ID = SPACES
004373         DISPLAY "OPERADOR REQUERIDO COMO ULTIMO OPERANDO"
004374         MOVE "N" TO SW-RATE-VALID
004375     END-IF.
004381*==============================================================
004382*    CONVERTS THE (ALREADY SCANNED) N TEXT TO ITS SIGNED
004383*    DECIMAL VALUE, COUNTING THE WHOLE PART'S SIGNIFICANT
004461     END-COMPUTE.
004462*==============================================================
004463*    SCANS WS-CHECK-FIELD FOR WS-CHECK-LENGTH CHARACTERS:
004464*    DIGITS AND SPACES ONLY (PLUS AT MOST ONE DECIMAL POINT
004465*    WHEN ALLOWED), AT LEAST ONE DIGIT.
004466*--------------------------------------------------------------
004467 2500-SCAN-FIELD.
004468*==============================================================
004469     MOVE "Y" TO SW-FIELD-NUMERIC.
004470     MOVE 0 TO WS-DIGIT-COUNT.
004471     MOVE 0 TO WS-POINT-COUNT.
004472     MOVE 0 TO WS-MINUS-COUNT.
004480     PERFORM 2510-SCAN-ONE-CHAR
004490         VARYING WS-CHECK-IX FROM 1 BY 1
004750*    CAMBIA - REPLACES THE N, ROW COUNT AND START ROW OF THE
004760*    RECORD KEYED PRODUCT + DESDE, AFTER THE SAME EDITS ALTA
004770*    APPLIES. THE EFFECTIVE DATES DO NOT CHANGE - A RATE WHOSE
004780*    DATES WERE WRONG IS EXPIRED AND RE-ADDED. THE NEW IMAGE IS
004782*    APPENDED AS A PENDING RECORD; THE LIVE ONE STAYS IN FORCE
004784*    UNTIL ANOTHER OPERATOR APPROVES THE CHANGE.
004790*--------------------------------------------------------------
004800 3000-CHANGE-RATE.
004810*==============================================================
004970     MOVE WS-OPER-4 TO WS-RT-ROWS-TEXT.
004980     MOVE WS-OPER-5 TO WS-RT-START-TEXT.
004990     PERFORM 2100-VALIDATE-RATE-FIELDS.
004995     MOVE WS-OPER-6 TO WS-OPERATOR-ID.
004997     PERFORM 2600-EDIT-OPERATOR.
005000     IF RATE-IN-ERROR
005010         MOVE 8 TO RETURN-CODE
005020         GO TO 3000-CHANGE-EXIT
005070         MOVE 8 TO RETURN-CODE
005080         GO TO 3000-CHANGE-EXIT
005090     END-IF.
005091     PERFORM 2320-FIND-PENDING.
005092     IF PEND-FOUND
005093         PERFORM 2340-REFUSE-PENDING
005094         GO TO 3000-CHANGE-EXIT
005095     END-IF.
005096     IF WS-BOOK-COUNT = 500
005097         DISPLAY "LIBRO LLENO (500 LINEAS) - CAMBIO RECHAZADO"
005098         MOVE 8 TO RETURN-CODE
005099         GO TO 3000-CHANGE-EXIT
005100     END-IF.
005101     MOVE WS-BK-LINE (WS-BOOK-SLOT) TO RATE-BOOK-RECORD.
005110     MOVE WS-RT-N-TEXT TO RB-N-TEXT.
005120     MOVE WS-RT-ROWS-TEXT TO RB-ROW-COUNT-TEXT.
005130     MOVE WS-RT-START-TEXT TO RB-START-ROW-TEXT.
005132     MOVE "C" TO WS-PEND-ACTION.
005134     PERFORM 2450-STAMP-PENDING.
005136     ADD 1 TO WS-BOOK-COUNT.
005140     MOVE RATE-BOOK-RECORD TO WS-BK-LINE (WS-BOOK-COUNT).
005150     PERFORM 1200-REWRITE-RATE-BOOK.
005160     DISPLAY "CAMBIO PENDIENTE DE APROBACION: " WS-RT-PRODUCT.
005170 3000-CHANGE-EXIT.
005180     EXIT.
005190*==============================================================
005200*    EXPIRA - CLOSES EVERY RATE OF THE PRODUCT WHOSE
005210*    EFFECTIVE-TO FALLS AFTER THE GIVEN DATE, SO THE PRODUCT
005220*    DROPS OUT OF GENERA SELECTIONS FROM THE DAY AFTER. EACH
005222*    CLOSED RATE IS APPENDED AS A PENDING RECORD AND TAKES
005224*    EFFECT ONLY ONCE ANOTHER OPERATOR APPROVES IT. A PRODUCT
005226*    WITH A CHANGE ALREADY PENDING IS REFUSED WHOLE.
005230*--------------------------------------------------------------
005240 3500-EXPIRE-RATE.
005250*==============================================================
005300         GO TO 3500-EXPIRE-EXIT
005310     END-IF.
005320     MOVE WS-OPER-1 TO WS-RT-PRODUCT.
005322     MOVE WS-OPER-3 TO WS-OPERATOR-ID.
005324     MOVE "Y" TO SW-RATE-VALID.
005326     PERFORM 2600-EDIT-OPERATOR.
005327     MOVE WS-OPER-3 TO WS-AUTH-OPERATOR.
005328     MOVE "EXPIRA" TO WS-AUTH-FUNCTION.
005329     IF RATE-VALID
005330         PERFORM 9700-CHECK-AUTHORIZATION
005331         IF AUTH-REFUSED
005332             MOVE 8 TO RETURN-CODE
005333             GO TO 3500-EXPIRE-EXIT
005334         END-IF
005335     END-IF.
005336     IF WS-RT-PRODUCT = SPACES OR RATE-IN-ERROR
005340         DISPLAY "EXPIRA REQUIERE UN PRODUCTO: "
005345             "EXPIRA,PROD,FECHA,OPERADOR"
005350         MOVE 8 TO RETURN-CODE
005360         GO TO 3500-EXPIRE-EXIT
005370     END-IF.
005470         END-IF
005480     END-IF.
005490     MOVE 0 TO WS-EXPIRED-COUNT.
005492     MOVE 0 TO WS-PENDING-COUNT.
005500     PERFORM 3505-COUNT-EXPIRABLE
005510         VARYING WS-BOOK-IX FROM 1 BY 1
005520         UNTIL WS-BOOK-IX > WS-BOOK-COUNT.
005522     IF WS-PENDING-COUNT > 0
005524         DISPLAY "EL PRODUCTO TIENE CAMBIOS PENDIENTES - "
005526             "APRUEBE O RECHACE PRIMERO"
005528         MOVE 8 TO RETURN-CODE
005530         GO TO 3500-EXPIRE-EXIT
005532     END-IF.
005534     IF WS-EXPIRED-COUNT = 0
005540         DISPLAY "NINGUNA TASA VIGENTE PARA ESE PRODUCTO"
005550         MOVE 4 TO RETURN-CODE
005552         GO TO 3500-EXPIRE-EXIT
005554     END-IF.
005556     IF WS-BOOK-COUNT + WS-EXPIRED-COUNT > 500
005558         DISPLAY "LIBRO LLENO (500 LINEAS) - EXPIRA RECHAZADA"
005560         MOVE 8 TO RETURN-CODE
005562         GO TO 3500-EXPIRE-EXIT
005564     END-IF.
005566     MOVE WS-BOOK-COUNT TO WS-BOOK-LIMIT.
005568     PERFORM 3510-EXPIRE-ONE-RATE
005570         VARYING WS-BOOK-IX FROM 1 BY 1
005572         UNTIL WS-BOOK-IX > WS-BOOK-LIMIT.
005574     PERFORM 1200-REWRITE-RATE-BOOK.
005580     MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT.
005590     DISPLAY "EXPIRACIONES PENDIENTES DE APROBACION: "
005595         WS-COUNT-EDIT.
005610 3500-EXPIRE-EXIT.
005620     EXIT.
005630*==============================================================
005632 3505-COUNT-EXPIRABLE.
005634*==============================================================
005636     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
005638     IF RB-PRODUCT = WS-RT-PRODUCT
005640         IF RB-PENDING
005642             ADD 1 TO WS-PENDING-COUNT
005644         ELSE
005646             IF RB-EFF-TO > WS-RT-HASTA
005648                 ADD 1 TO WS-EXPIRED-COUNT
005650             END-IF
005652         END-IF
005654     END-IF.
005656*==============================================================
005658 3510-EXPIRE-ONE-RATE.
005660*==============================================================
005662     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
005670     IF RB-PRODUCT = WS-RT-PRODUCT
005675         AND NOT RB-PENDING
005680         AND RB-EFF-TO > WS-RT-HASTA
005690         MOVE WS-RT-HASTA TO RB-EFF-TO
005692         MOVE "E" TO WS-PEND-ACTION
005694         PERFORM 2450-STAMP-PENDING
005696         ADD 1 TO WS-BOOK-COUNT
005700         MOVE RATE-BOOK-RECORD TO WS-BK-LINE (WS-BOOK-COUNT)
005720     END-IF.
005730*==============================================================
005740*    LISTA - LISTS EVERY RATE IN FORCE ON THE GIVEN DATE
005750*    (BLANK = TODAY) TO THE RATELIST LISTING AND THE CONSOLE,
005755*    THEN EVERY CHANGE STILL AWAITING APPROVAL.
005760*--------------------------------------------------------------
005770 4000-LIST-IN-FORCE.
005780*==============================================================
006100         INTO LIST-OUT-RECORD
006110     END-STRING.
006120     WRITE LIST-OUT-RECORD.
006122     DISPLAY "TASAS EN VIGOR: " WS-COUNT-EDIT.
006124     MOVE SPACES TO LIST-OUT-RECORD.
006126     WRITE LIST-OUT-RECORD.
006128     MOVE "CAMBIOS PENDIENTES DE APROBACION" TO LIST-OUT-RECORD.
006130     WRITE LIST-OUT-RECORD.
006132     MOVE 0 TO WS-PENDING-COUNT.
006134     PERFORM 4200-LIST-ONE-PENDING
006136         VARYING WS-BOOK-IX FROM 1 BY 1
006138         UNTIL WS-BOOK-IX > WS-BOOK-COUNT.
006140     MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT.
006142     MOVE SPACES TO LIST-OUT-RECORD.
006143     STRING "CAMBIOS PENDIENTES: " DELIMITED BY SIZE
006144         WS-COUNT-EDIT DELIMITED BY SIZE
006145         INTO LIST-OUT-RECORD
006146     END-STRING.
006147     WRITE LIST-OUT-RECORD.
006148     CLOSE LIST-OUT.
006149     DISPLAY "CAMBIOS PENDIENTES: " WS-COUNT-EDIT.
006150     DISPLAY "LISTADO ESCRITO EN RATELIST".
006160 4000-LIST-EXIT.
006170     EXIT.
006210     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
006220     IF RB-EFF-FROM <= WS-RUN-DATE
006230         AND RB-EFF-TO >= WS-RUN-DATE
006235         AND NOT RB-PENDING
006240         ADD 1 TO WS-IN-FORCE-COUNT
006250         PERFORM 4150-FORMAT-RATE-LINE
006320         MOVE WS-RATE-LINE TO LIST-OUT-RECORD
006330         WRITE LIST-OUT-RECORD
006340         DISPLAY WS-RATE-LINE
006350     END-IF.
006351*==============================================================
006352*    FORMATS THE RECORD IN RATE-BOOK-RECORD AS A LISTING LINE.
006353*--------------------------------------------------------------
006354 4150-FORMAT-RATE-LINE.
006355*==============================================================
006356     MOVE RB-PRODUCT TO RL-PRODUCT.
006357     MOVE RB-N-TEXT TO RL-N-TEXT.
006358     MOVE RB-ROW-COUNT-TEXT TO RL-ROWS-TEXT.
006359     MOVE RB-START-ROW-TEXT TO RL-START-TEXT.
006360     MOVE RB-MODE-FLAG TO RL-MODE.
006361     MOVE RB-EFF-FROM TO RL-DESDE.
006362     MOVE RB-EFF-TO TO RL-HASTA.
006363*==============================================================
006364*    LISTS ONE CHANGE AWAITING APPROVAL - THE PROPOSED IMAGE,
006365*    THE ACTION, WHO MADE IT AND WHEN.
006366*--------------------------------------------------------------
006367 4200-LIST-ONE-PENDING.
006368*==============================================================
006369     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
006370     IF RB-PENDING
006371         ADD 1 TO WS-PENDING-COUNT
006372         PERFORM 4150-FORMAT-RATE-LINE
006373         PERFORM 6150-SET-ACTION-WORD
006374         MOVE WS-RATE-LINE TO PL-RATE
006375         MOVE WS-ACTION-WORD TO PL-ACTION
006376         MOVE RB-MAKER TO PL-MAKER
006377         MOVE RB-MADE-DATE TO PL-MADE-DATE
006378         MOVE WS-PEND-LINE TO LIST-OUT-RECORD
006379         WRITE LIST-OUT-RECORD
006380         DISPLAY WS-PEND-LINE
006381     END-IF.
006383*==============================================================
006385*    EDITS THE OPTIONAL RUN-DATE OPERAND SHARED BY LISTA AND
006387*    GENERA - BLANK MEANS TODAY.
006390*--------------------------------------------------------------
006400 4500-EDIT-RUN-DATE.
006410*==============================================================
006510         END-IF
006520     END-IF.
006530*==============================================================
006540*    GENERA - SELECTS THE LIVE RATES IN FORCE ON THE RUN DATE
006545*    (A CHANGE STILL AWAITING APPROVAL IS NEVER SELECTED) AND
006550*    WRITES ONE BATCHIN RECORD PER RATE, IN THE EXACT TEXT
006560*    FORM THE OPERATORS USED TO KEY, SO EDITA_LOTE AND THE
006570*    MAIN RUN CONSUME THE FILE UNCHANGED. AN EMPTY SELECTION
006850     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
006860     IF RB-EFF-FROM <= WS-RUN-DATE
006870         AND RB-EFF-TO >= WS-RUN-DATE
006875         AND NOT RB-PENDING
006880         ADD 1 TO WS-IN-FORCE-COUNT
006890         MOVE SPACES TO BATCH-IN-RECORD
006900         MOVE RB-N-TEXT TO BI-N-TEXT
006910         MOVE RB-ROW-COUNT-TEXT TO BI-ROW-COUNT-TEXT
006920         MOVE RB-MODE-FLAG TO BI-MODE-FLAG
006930         MOVE RB-START-ROW-TEXT TO BI-START-ROW-TEXT
006935         MOVE RB-PRODUCT TO BI-PRODUCT
006936         MOVE RB-EFF-FROM TO BI-EFF-FROM-TEXT
006940         WRITE BATCH-IN-RECORD
006950     END-IF.
006960*==============================================================
006970*    APRUEBA / RECHAZA - DECIDES THE PENDING CHANGE(S) OF THE
006980*    PRODUCT: THE ONE KEYED BY DESDE, OR EVERY ONE WHEN DESDE
006990*    IS BLANK. THE DECIDING OPERATOR MUST NOT BE THE MAKER - A
007000*    CHANGE THE SAME OPERATOR MADE IS LEFT PENDING AND THE RUN
007010*    ENDS 8. EVERY DECISION GOES TO THE RATEHIST HISTORY.
007011*    APRUEBA AND RECHAZA BOTH NEED THE OPERAUT APRUEBA GRANT,
007012*    AND APPLYING A PENDING EXPIRA ALSO NEEDS THE EXPIRA
007016*    GRANT.
007020*--------------------------------------------------------------
007030 6000-DECIDE-PENDING.
007040*==============================================================
007050     IF BOOK-OVERFLOWED
007060         DISPLAY "LIBRO EXCEDE LA TABLA (500 LINEAS) - "
007070             "MANTENIMIENTO RECHAZADO"
007080         MOVE 8 TO RETURN-CODE
007090         GO TO 6000-DECIDE-EXIT
007100     END-IF.
007110     MOVE WS-OPER-1 TO WS-RT-PRODUCT.
007120     MOVE WS-OPER-3 TO WS-OPERATOR-ID.
007130     MOVE "Y" TO SW-RATE-VALID.
007140     PERFORM 2600-EDIT-OPERATOR.
007141     MOVE WS-OPER-3 TO WS-AUTH-OPERATOR.
007142     IF RATE-VALID
007143         MOVE "APRUEBA" TO WS-AUTH-FUNCTION
007144         PERFORM 9700-CHECK-AUTHORIZATION
007145         IF AUTH-REFUSED
007146             MOVE 8 TO RETURN-CODE
007147             GO TO 6000-DECIDE-EXIT
007148         END-IF
007149     END-IF.
007150     IF WS-RT-PRODUCT = SPACES OR RATE-IN-ERROR
007160         DISPLAY "USO: " WS-FUNCTION-TEXT
007170             ",PROD,DESDE,OPERADOR (DESDE EN BLANCO = TODOS)"
007180         MOVE 8 TO RETURN-CODE
007190         GO TO 6000-DECIDE-EXIT
007200     END-IF.
007210     IF WS-OPER-2 = SPACES
007220         MOVE 0 TO WS-SEL-DESDE
007230     ELSE
007240         IF WS-OPER-2 (1:8) IS NUMERIC
007250             MOVE WS-OPER-2 (1:8) TO WS-SEL-DESDE
007260         ELSE
007270             DISPLAY "FECHA DESDE NO VALIDA (AAAAMMDD): "
007280                 WS-OPER-2
007290             MOVE 8 TO RETURN-CODE
007300             GO TO 6000-DECIDE-EXIT
007310         END-IF
007320     END-IF.
007330     ACCEPT WS-NOW FROM TIME.
007340     MOVE 0 TO WS-DECIDED-COUNT.
007350     MOVE 0 TO WS-SELF-COUNT.
007351     MOVE 0 TO WS-REFUSED-COUNT.
007360     OPEN EXTEND RATE-HIST.
007370     IF RATE-HIST-MISSING
007380         OPEN OUTPUT RATE-HIST
007390     END-IF.
007400     PERFORM 6100-DECIDE-ONE-CHANGE THRU 6100-DECIDE-ONE-EXIT
007410         VARYING WS-BOOK-IX FROM 1 BY 1
007420         UNTIL WS-BOOK-IX > WS-BOOK-COUNT.
007430     CLOSE RATE-HIST.
007440     IF WS-DECIDED-COUNT > 0
007450         PERFORM 1200-REWRITE-RATE-BOOK
007460     END-IF.
007470     MOVE WS-DECIDED-COUNT TO WS-COUNT-EDIT.
007480     DISPLAY "CAMBIOS DECIDIDOS (" WS-DECISION "): "
007490         WS-COUNT-EDIT.
007500     IF WS-REFUSED-COUNT > 0
007501         MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
007502         DISPLAY "EXPIRACIONES NO APLICADAS - OPERADOR SIN "
007503             "FUNCION EXPIRA: " WS-COUNT-EDIT
007504         MOVE 8 TO RETURN-CODE
007505     END-IF.
007506     IF WS-SELF-COUNT > 0
007510         MOVE WS-SELF-COUNT TO WS-COUNT-EDIT
007520         DISPLAY "CAMBIOS NO DECIDIDOS - HECHOS POR EL MISMO "
007530             "OPERADOR: " WS-COUNT-EDIT
007540         MOVE 8 TO RETURN-CODE
007550     ELSE
007560         IF WS-DECIDED-COUNT = 0 AND WS-REFUSED-COUNT = 0
007570             DISPLAY "NINGUN CAMBIO PENDIENTE PARA ESE PRODUCTO"
007580             MOVE 4 TO RETURN-CODE
007590         END-IF
007600     END-IF.
007610 6000-DECIDE-EXIT.
007620     EXIT.
007630*==============================================================
007640*    DECIDES ONE TABLE SLOT IF IT HOLDS A SELECTED PENDING
007650*    CHANGE. AN APPROVED ALTA GOES LIVE IN PLACE; AN APPROVED
007660*    CAMBIA OR EXPIRA OVERLAYS THE LIVE RECORD IT REPLACES AND
007670*    ITS OWN SLOT IS BLANKED. A REJECTED CHANGE IS BLANKED.
007680*--------------------------------------------------------------
007690 6100-DECIDE-ONE-CHANGE.
007700*==============================================================
007710     IF WS-BK-LINE (WS-BOOK-IX) = SPACES
007720         GO TO 6100-DECIDE-ONE-EXIT
007730     END-IF.
007740     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
007750     IF NOT RB-PENDING
007760         OR RB-PRODUCT NOT = WS-RT-PRODUCT
007770         GO TO 6100-DECIDE-ONE-EXIT
007780     END-IF.
007790     IF WS-SEL-DESDE NOT = 0
007800         AND RB-EFF-FROM NOT = WS-SEL-DESDE
007810         GO TO 6100-DECIDE-ONE-EXIT
007820     END-IF.
007830     IF RB-MAKER = WS-OPERATOR-ID
007840         DISPLAY "CAMBIO " RB-PRODUCT " " RB-EFF-FROM
007850             " HECHO POR " RB-MAKER " - REQUIERE OTRO OPERADOR"
007860         ADD 1 TO WS-SELF-COUNT
007870         GO TO 6100-DECIDE-ONE-EXIT
007880     END-IF.
007885     IF WS-DECISION = "APROBADO " AND RB-PEND-EXPIRA
007886         MOVE "EXPIRA" TO WS-AUTH-FUNCTION
007887         PERFORM 9700-CHECK-AUTHORIZATION
007888         IF AUTH-REFUSED
007889             DISPLAY "EXPIRA " RB-PRODUCT " " RB-EFF-FROM
007890                 " QUEDA PENDIENTE"
007891             ADD 1 TO WS-REFUSED-COUNT
007892             GO TO 6100-DECIDE-ONE-EXIT
007893         END-IF
007894     END-IF.
007897     ADD 1 TO WS-DECIDED-COUNT.
007900     MOVE RATE-BOOK-RECORD TO WS-PEND-IMAGE.
007910     PERFORM 6150-SET-ACTION-WORD.
007920     MOVE WS-DECISION TO RH-DECISION.
007930     MOVE WS-ACTION-WORD TO RH-ACTION.
007940     MOVE RB-PRODUCT TO RH-PRODUCT.
007950     MOVE RB-EFF-FROM TO RH-EFF-FROM.
007960     MOVE RB-MAKER TO RH-MAKER.
007970     MOVE RB-MADE-DATE TO RH-MADE-DATE.
007980     MOVE RB-MADE-TIME TO RH-MADE-TIME.
007990     MOVE WS-OPERATOR-ID TO RH-CHECKER.
008000     MOVE WS-TODAY TO RH-CHECKED-DATE.
008010     MOVE WS-NOW (1:6) TO RH-CHECKED-TIME.
008020     MOVE SPACES TO RH-BEFORE-IMAGE.
008030     MOVE "N" TO SW-RATE-FOUND.
008040     IF NOT RB-PEND-ALTA
008050         MOVE RB-EFF-FROM TO WS-RT-DESDE
008060         MOVE WS-BOOK-IX TO WS-PEND-SLOT
008070         PERFORM 2300-FIND-PRODUCT-DESDE
008080         MOVE WS-PEND-SLOT TO WS-BOOK-IX
008090         IF RATE-FOUND
008100             MOVE WS-BK-LINE (WS-BOOK-SLOT) TO RH-BEFORE-IMAGE
008110         END-IF
008120         MOVE WS-PEND-IMAGE TO RATE-BOOK-RECORD
008130     END-IF.
008140     IF WS-DECISION = "APROBADO "
008150         MOVE SPACES TO RB-APPROVAL-DATA
008160         MOVE RATE-BOOK-RECORD TO RH-AFTER-IMAGE
008170         IF RATE-FOUND
008180             MOVE RATE-BOOK-RECORD TO WS-BK-LINE (WS-BOOK-SLOT)
008190             MOVE SPACES TO WS-BK-LINE (WS-BOOK-IX)
008200         ELSE
008210             MOVE RATE-BOOK-RECORD TO WS-BK-LINE (WS-BOOK-IX)
008220         END-IF
008230     ELSE
008240         MOVE RATE-BOOK-RECORD TO RH-AFTER-IMAGE
008250         MOVE SPACES TO WS-BK-LINE (WS-BOOK-IX)
008260     END-IF.
008270     MOVE WS-RATE-HIST-LINE TO RATE-HIST-RECORD.
008280     WRITE RATE-HIST-RECORD.
008290     DISPLAY WS-DECISION " " WS-ACTION-WORD " " RH-PRODUCT
008300         " " RH-EFF-FROM.
008310 6100-DECIDE-ONE-EXIT.
008320     EXIT.
008330*==============================================================
008340*    NAMES THE PENDING ACTION OF THE RECORD IN RATE-BOOK-RECORD.
008350*--------------------------------------------------------------
008360 6150-SET-ACTION-WORD.
008370*==============================================================
008380     EVALUATE TRUE
008390         WHEN RB-PEND-ALTA
008400             MOVE "ALTA" TO WS-ACTION-WORD
008410         WHEN RB-PEND-CAMBIA
008420             MOVE "CAMBIA" TO WS-ACTION-WORD
008430         WHEN RB-PEND-EXPIRA
008440             MOVE "EXPIRA" TO WS-ACTION-WORD
008450         WHEN OTHER
008460             MOVE "?" TO WS-ACTION-WORD
008470     END-EVALUATE.
008480*==============================================================
008490*    HISTORIA - LISTS EVERY DECIDED CHANGE OF THE PRODUCT (BLANK
008500*    = ALL PRODUCTS) FROM RATEHIST TO RATELIST: THE DECISION,
008510*    WHO MADE AND WHO DECIDED IT AND WHEN, THEN THE RECORD
008520*    BEFORE AND AFTER, SO THE RATE BEHIND ANY PAST NIGHT'S
008530*    TABLES CAN BE SHOWN.
008540*--------------------------------------------------------------
008550 6500-LIST-HISTORY.
008560*==============================================================
008570     MOVE WS-OPER-1 TO WS-RT-PRODUCT.
008580     OPEN INPUT RATE-HIST.
008590     IF NOT RATE-HIST-OK
008600         DISPLAY "NO HAY HISTORIA DE CAMBIOS (RATEHIST)"
008610         MOVE 4 TO RETURN-CODE
008620         GO TO 6500-HISTORY-EXIT
008630     END-IF.
008640     OPEN OUTPUT LIST-OUT.
008650     MOVE SPACES TO LIST-OUT-RECORD.
008660     STRING "HISTORIA DE CAMBIOS DEL LIBRO DE TASAS - PRODUCTO: "
008670         DELIMITED BY SIZE
008680         WS-RT-PRODUCT DELIMITED BY SIZE
008690         INTO LIST-OUT-RECORD
008700     END-STRING.
008710     WRITE LIST-OUT-RECORD.
008720     MOVE 0 TO WS-HISTORY-COUNT.
008730     MOVE "Y" TO SW-MORE-HISTORY.
008740     PERFORM 6510-LIST-ONE-HISTORY UNTIL NO-MORE-HISTORY.
008750     CLOSE RATE-HIST.
008760     MOVE SPACES TO LIST-OUT-RECORD.
008770     WRITE LIST-OUT-RECORD.
008780     MOVE WS-HISTORY-COUNT TO WS-COUNT-EDIT.
008790     MOVE SPACES TO LIST-OUT-RECORD.
008800     STRING "CAMBIOS LISTADOS: " DELIMITED BY SIZE
008810         WS-COUNT-EDIT DELIMITED BY SIZE
008820         INTO LIST-OUT-RECORD
008830     END-STRING.
008840     WRITE LIST-OUT-RECORD.
008850     CLOSE LIST-OUT.
008860     DISPLAY "CAMBIOS LISTADOS: " WS-COUNT-EDIT.
008870     DISPLAY "LISTADO ESCRITO EN RATELIST".
008880 6500-HISTORY-EXIT.
008890     EXIT.
008900*==============================================================
008910 6510-LIST-ONE-HISTORY.
008920*==============================================================
008930     READ RATE-HIST INTO WS-RATE-HIST-LINE
008940         AT END
008950             MOVE "N" TO SW-MORE-HISTORY
008960         NOT AT END
008970             IF WS-RT-PRODUCT = SPACES
008980                 OR RH-PRODUCT = WS-RT-PRODUCT
008990                 ADD 1 TO WS-HISTORY-COUNT
009000                 PERFORM 6520-WRITE-HISTORY-ENTRY
009010             END-IF
009020     END-READ.
009030*==============================================================
009040 6520-WRITE-HISTORY-ENTRY.
009050*==============================================================
009060     MOVE SPACES TO LIST-OUT-RECORD.
009070     WRITE LIST-OUT-RECORD.
009080     MOVE SPACES TO LIST-OUT-RECORD.
009090     STRING RH-DECISION DELIMITED BY SIZE
009100         " " DELIMITED BY SIZE
009110         RH-ACTION DELIMITED BY SIZE
009120         " " DELIMITED BY SIZE
009130         RH-PRODUCT DELIMITED BY SIZE
009140         " " DELIMITED BY SIZE
009150         RH-EFF-FROM DELIMITED BY SIZE
009160         " HECHO " DELIMITED BY SIZE
009170         RH-MAKER DELIMITED BY SIZE
009180         " " DELIMITED BY SIZE
009190         RH-MADE-DATE DELIMITED BY SIZE
009200         " " DELIMITED BY SIZE
009210         RH-MADE-TIME DELIMITED BY SIZE
009220         " DECIDIO " DELIMITED BY SIZE
009230         RH-CHECKER DELIMITED BY SIZE
009240         " " DELIMITED BY SIZE
009250         RH-CHECKED-DATE DELIMITED BY SIZE
009260         " " DELIMITED BY SIZE
009270         RH-CHECKED-TIME DELIMITED BY SIZE
009280         INTO LIST-OUT-RECORD
009290     END-STRING.
009300     WRITE LIST-OUT-RECORD.
009310     MOVE SPACES TO LIST-OUT-RECORD.
009320     IF RH-BEFORE-IMAGE = SPACES
009330         MOVE "  ANTES    (NINGUNO)" TO LIST-OUT-RECORD
009340     ELSE
009350         MOVE RH-BEFORE-IMAGE TO RATE-BOOK-RECORD
009360         PERFORM 4150-FORMAT-RATE-LINE
009370         STRING "  ANTES    " DELIMITED BY SIZE
009380             WS-RATE-LINE DELIMITED BY SIZE
009390             INTO LIST-OUT-RECORD
009400         END-STRING
009410     END-IF.
009420     WRITE LIST-OUT-RECORD.
009430     MOVE RH-AFTER-IMAGE TO RATE-BOOK-RECORD.
009440     PERFORM 4150-FORMAT-RATE-LINE.
009450     MOVE SPACES TO LIST-OUT-RECORD.
009460     STRING "  DESPUES  " DELIMITED BY SIZE
009470         WS-RATE-LINE DELIMITED BY SIZE
009480         INTO LIST-OUT-RECORD
009490     END-STRING.
009491     WRITE LIST-OUT-RECORD.
009492*==============================================================
009493*    ANTICIPA / PREPARA - SELECTS THE LIVE RATES THAT TAKE
009494*    EFFECT AFTER THE RUN DATE AND WITHIN THE LOOK-AHEAD DAYS,
009495*    AND CHECKS EVERY ROW OF EACH AGAINST THE COEFLKUP CACHE.
009496*    EACH RATE IS LISTED TO RATEPREP AS LISTA, PARCIAL OR SIN
009497*    CACHE. ANTICIPA ALSO WRITES EVERY RATE THAT IS NOT LISTA
009498*    TO THE BATCHANT PRE-COMPUTE BATCH, IN NORMAL MODE, SO
009499*    TRIANGULO_PAS ANTICIPA CAN FILL THE CACHE BEFORE THE
009500*    FIRST NIGHT THE RATE RUNS. WITH NO CACHE TO READ EVERY
009501*    RATE IS SIN CACHE. NOTHING UPCOMING IS NOT AN ERROR.
009502*    REBUILDING BATCHANT DISCARDS THE RESTANT CHECKPOINT
009503*    (NO RESTART FILE MEANS A FRESH RUN), SO AN INTERRUPTED
009504*    PRE-COMPUTE RUN CAN NEVER SKIP ENTRIES OF THE NEW BATCH.
009505*--------------------------------------------------------------
009506 7000-LOOK-AHEAD.
009507*==============================================================
009508     PERFORM 7010-EDIT-LOOK-AHEAD-PARM.
009509     IF RATE-IN-ERROR
009510         MOVE 8 TO RETURN-CODE
009511         GO TO 7000-AHEAD-EXIT
009512     END-IF.
009513     COMPUTE WS-DATE-INTEGER =
009514         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-AHEAD-DAYS.
009515     COMPUTE WS-AHEAD-LIMIT =
009516         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
009517     MOVE "N" TO SW-LOOKUP-OPEN.
009518     OPEN INPUT COEF-LOOKUP.
009519     IF COEF-LOOKUP-OK
009520         MOVE "Y" TO SW-LOOKUP-OPEN
009521     ELSE
009522         DISPLAY "COEFLKUP NO DISPONIBLE (" FS-COEF-LOOKUP
009523             ") - NINGUNA TASA CUENTA COMO EN CACHE"
009524     END-IF.
009525     IF BUILD-AHEAD-BATCH
009526         MOVE "BATCHANT" TO WS-BATCH-FILE-NAME
009527         MOVE "RESTANT" TO WS-DELETE-NAME
009528         CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
009529             RETURNING WS-DELETE-RC
009530         END-CALL
009533         OPEN OUTPUT BATCH-OUT
009534     END-IF.
009535     OPEN OUTPUT PREP-OUT.
009536     MOVE SPACES TO PREP-OUT-RECORD.
009537     STRING "TASAS QUE INICIAN DESPUES DEL " DELIMITED BY SIZE
009538         WS-RUN-DATE DELIMITED BY SIZE
009539         " Y HASTA EL " DELIMITED BY SIZE
009540         WS-AHEAD-LIMIT DELIMITED BY SIZE
009541         INTO PREP-OUT-RECORD
009542     END-STRING.
009543     WRITE PREP-OUT-RECORD.
009544     MOVE SPACES TO PREP-OUT-RECORD.
009545     STRING
009546         "PRODUCTO  N                   RENGLONES  DESDE     "
009547         DELIMITED BY SIZE
009548         " DIAS  LISTOS     ESTADO     LOTE" DELIMITED BY SIZE
009549         INTO PREP-OUT-RECORD
009550     END-STRING.
009551     WRITE PREP-OUT-RECORD.
009552     MOVE 0 TO WS-AN-UPCOMING WS-AN-READY WS-AN-PARTIAL
009553         WS-AN-COLD WS-AN-BATCHED.
009554     PERFORM 7100-CHECK-ONE-UPCOMING
009555         VARYING WS-BOOK-IX FROM 1 BY 1
009556         UNTIL WS-BOOK-IX > WS-BOOK-COUNT.
009557     IF WS-AN-UPCOMING = 0
009558         MOVE "(NINGUNA TASA INICIA EN EL PERIODO)"
009559             TO PREP-OUT-RECORD
009560         WRITE PREP-OUT-RECORD
009561     END-IF.
009562     PERFORM 7400-WRITE-AHEAD-TOTALS.
009563     CLOSE PREP-OUT.
009564     IF BUILD-AHEAD-BATCH
009565         CLOSE BATCH-OUT
009566         MOVE WS-AN-BATCHED TO WS-COUNT-EDIT
009567         DISPLAY "REGISTROS BATCHANT GENERADOS: " WS-COUNT-EDIT
009568     END-IF.
009569     IF LOOKUP-IS-OPEN
009570         CLOSE COEF-LOOKUP
009571     END-IF.
009572     DISPLAY "PREPARACION ESCRITA EN RATEPREP".
009573 7000-AHEAD-EXIT.
009574     EXIT.
009575*==============================================================
009576*    EDITS "DIAS,FECHA": DIAS IS 1 TO 366 (BLANK = 7), FECHA A
009577*    VALID AAAAMMDD DATE (BLANK = TODAY) LEFT IN WS-RUN-DATE.
009578*--------------------------------------------------------------
009579 7010-EDIT-LOOK-AHEAD-PARM.
009580*==============================================================
009581     MOVE "Y" TO SW-RATE-VALID.
009582     MOVE 7 TO WS-AHEAD-DAYS.
009583     IF WS-OPER-1 NOT = SPACES
009584         MOVE SPACES TO WS-AHEAD-DAYS-TEXT
009585         UNSTRING WS-OPER-1 DELIMITED BY SPACE
009586             INTO WS-AHEAD-DAYS-TEXT
009587         END-UNSTRING
009588         INSPECT WS-AHEAD-DAYS-TEXT
009589             REPLACING LEADING SPACE BY "0"
009590         IF WS-AHEAD-DAYS-TEXT IS NUMERIC
009591             AND WS-OPER-1 (5:14) = SPACES
009592             MOVE WS-AHEAD-DAYS-TEXT TO WS-AHEAD-DAYS
009593         ELSE
009594             MOVE 0 TO WS-AHEAD-DAYS
009595         END-IF
009596         IF WS-AHEAD-DAYS < 1 OR WS-AHEAD-DAYS > 366
009597             DISPLAY "DIAS NO VALIDO (1 A 366): " WS-OPER-1
009598             MOVE "N" TO SW-RATE-VALID
009599         END-IF
009600     END-IF.
009601     IF WS-OPER-2 = SPACES
009602         MOVE WS-TODAY TO WS-RUN-DATE
009603     ELSE
009604         IF WS-OPER-2 (1:8) IS NUMERIC
009605             AND WS-OPER-2 (9:10) = SPACES
009606             MOVE WS-OPER-2 (1:8) TO WS-RUN-DATE
009607         ELSE
009608             MOVE 0 TO WS-RUN-DATE
009609         END-IF
009610     END-IF.
009611     MOVE 0 TO WS-DATE-INTEGER.
009612     IF WS-RUN-DATE > 16010100
009613         COMPUTE WS-DATE-INTEGER =
009614             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
009615     END-IF.
009616     IF WS-DATE-INTEGER = 0
009617         DISPLAY "FECHA NO VALIDA (AAAAMMDD): " WS-OPER-2
009618         MOVE "N" TO SW-RATE-VALID
009619     END-IF.
009620*==============================================================
009621*    ONE RATE-BOOK LINE: A LIVE RATE STARTING INSIDE THE
009622*    WINDOW (AND NOT ALREADY ENDED BEFORE IT STARTS) IS
009623*    CHECKED, LISTED AND, FOR ANTICIPA, BATCHED UNLESS LISTA.
009624*--------------------------------------------------------------
009625 7100-CHECK-ONE-UPCOMING.
009626*==============================================================
009627     MOVE WS-BK-LINE (WS-BOOK-IX) TO RATE-BOOK-RECORD.
009628     IF RB-EFF-FROM > WS-RUN-DATE
009629         AND RB-EFF-FROM <= WS-AHEAD-LIMIT
009630         AND RB-EFF-TO >= RB-EFF-FROM
009631         AND NOT RB-PENDING
009632         ADD 1 TO WS-AN-UPCOMING
009633         PERFORM 7200-CHECK-RATE-ROWS
009634         MOVE SPACES TO PR-BATCH
009635         IF BUILD-AHEAD-BATCH
009636             AND PR-STATE NOT = "LISTA"
009637             MOVE SPACES TO BATCH-IN-RECORD
009638             MOVE RB-N-TEXT TO BI-N-TEXT
009639             MOVE RB-ROW-COUNT-TEXT TO BI-ROW-COUNT-TEXT
009640             MOVE SPACE TO BI-MODE-FLAG
009641             MOVE RB-START-ROW-TEXT TO BI-START-ROW-TEXT
009642             MOVE RB-PRODUCT TO BI-PRODUCT
009643             MOVE RB-EFF-FROM TO BI-EFF-FROM-TEXT
009644             WRITE BATCH-IN-RECORD
009645             ADD 1 TO WS-AN-BATCHED
009646             MOVE "SI" TO PR-BATCH
009647         END-IF
009648         PERFORM 7300-WRITE-PREP-LINE
009649     END-IF.
009650*==============================================================
009651*    WORKS OUT THE ROW RANGE OF THE RATE THE SAME WAY THE MAIN
009652*    RUN DOES (START BLANK OR ZERO = ROW 1, THROUGH THE ROW
009653*    COUNT) AND COUNTS THE ROWS WHOSE EVERY TERM IS CACHED.
009654*--------------------------------------------------------------
009655 7200-CHECK-RATE-ROWS.
009656*==============================================================
009657     MOVE RB-N-TEXT TO WS-RT-N-TEXT.
009658     PERFORM 2150-PARSE-RATE-N.
009659     MOVE RB-ROW-COUNT-TEXT TO WS-RT-ROWS.
009660     MOVE 1 TO WS-AN-START.
009661     IF RB-START-ROW-TEXT NOT = SPACES
009662         MOVE RB-START-ROW-TEXT TO WS-AN-START
009663         IF WS-AN-START = 0
009664             MOVE 1 TO WS-AN-START
009665         END-IF
009666     END-IF.
009667     MOVE 0 TO WS-AN-ROWS-WANTED.
009668     IF WS-AN-START <= WS-RT-ROWS
009669         COMPUTE WS-AN-ROWS-WANTED = WS-RT-ROWS - WS-AN-START + 1
009670     END-IF.
009671     MOVE 0 TO WS-AN-ROWS-READY.
009672     IF LOOKUP-IS-OPEN
009673         PERFORM 7210-CHECK-ONE-ROW
009674             VARYING WS-AN-POTENCIA FROM WS-AN-START BY 1
009675             UNTIL WS-AN-POTENCIA > WS-RT-ROWS
009676     END-IF.
009677     EVALUATE TRUE
009678         WHEN WS-AN-ROWS-WANTED > 0
009679             AND WS-AN-ROWS-READY = WS-AN-ROWS-WANTED
009680             MOVE "LISTA" TO PR-STATE
009681             ADD 1 TO WS-AN-READY
009682         WHEN WS-AN-ROWS-READY > 0
009683             MOVE "PARCIAL" TO PR-STATE
009684             ADD 1 TO WS-AN-PARTIAL
009685         WHEN OTHER
009686             MOVE "SIN CACHE" TO PR-STATE
009687             ADD 1 TO WS-AN-COLD
009688     END-EVALUATE.
009689*==============================================================
009690 7210-CHECK-ONE-ROW.
009691*==============================================================
009692     MOVE "Y" TO SW-ROW-READY.
009693     PERFORM 7220-CHECK-ONE-TERM
009694         VARYING WS-AN-TERMINO FROM 0 BY 1
009695         UNTIL WS-AN-TERMINO > WS-AN-POTENCIA OR ROW-NOT-READY.
009696     IF ROW-READY
009697         ADD 1 TO WS-AN-ROWS-READY
009698     END-IF.
009699*==============================================================
009700 7220-CHECK-ONE-TERM.
009701*==============================================================
009702     MOVE WS-RTN-VALUE TO CK-N.
009703     MOVE WS-AN-POTENCIA TO CK-POTENCIA.
009704     MOVE WS-AN-TERMINO TO CK-TERMINO.
009705     READ COEF-LOOKUP
009706         KEY IS CK-KEY
009707         INVALID KEY
009708             MOVE "N" TO SW-ROW-READY
009709     END-READ.
009710*==============================================================
009711 7300-WRITE-PREP-LINE.
009712*==============================================================
009713     MOVE RB-PRODUCT TO PR-PRODUCT.
009714     MOVE RB-N-TEXT TO PR-N-TEXT.
009715     MOVE WS-AN-START TO PR-START.
009716     MOVE WS-RT-ROWS TO PR-ROWS.
009717     MOVE RB-EFF-FROM TO PR-DESDE.
009718     COMPUTE WS-DAYS-TO-GO =
009719         FUNCTION INTEGER-OF-DATE (RB-EFF-FROM)
009720         - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
009721     MOVE WS-DAYS-TO-GO TO PR-DAYS.
009722     MOVE WS-AN-ROWS-READY TO PR-READY.
009723     MOVE WS-AN-ROWS-WANTED TO PR-WANTED.
009724     MOVE WS-PREP-LINE TO PREP-OUT-RECORD.
009725     WRITE PREP-OUT-RECORD.
009726     DISPLAY WS-PREP-LINE.
009727*==============================================================
009728 7400-WRITE-AHEAD-TOTALS.
009729*==============================================================
009730     MOVE SPACES TO PREP-OUT-RECORD.
009731     WRITE PREP-OUT-RECORD.
009732     MOVE WS-AN-UPCOMING TO WS-COUNT-EDIT.
009733     MOVE SPACES TO PREP-OUT-RECORD.
009734     STRING "TASAS POR INICIAR: " DELIMITED BY SIZE
009735         WS-COUNT-EDIT DELIMITED BY SIZE
009736         INTO PREP-OUT-RECORD
009737     END-STRING.
009738     WRITE PREP-OUT-RECORD.
009739     DISPLAY PREP-OUT-RECORD.
009740     MOVE WS-AN-READY TO WS-COUNT-EDIT.
009741     MOVE SPACES TO PREP-OUT-RECORD.
009742     STRING "  LISTAS:        " DELIMITED BY SIZE
009743         WS-COUNT-EDIT DELIMITED BY SIZE
009744         INTO PREP-OUT-RECORD
009745     END-STRING.
009746     WRITE PREP-OUT-RECORD.
009747     DISPLAY PREP-OUT-RECORD.
009748     MOVE WS-AN-PARTIAL TO WS-COUNT-EDIT.
009749     MOVE SPACES TO PREP-OUT-RECORD.
009750     STRING "  PARCIALES:     " DELIMITED BY SIZE
009751         WS-COUNT-EDIT DELIMITED BY SIZE
009752         INTO PREP-OUT-RECORD
009753     END-STRING.
009754     WRITE PREP-OUT-RECORD.
009755     DISPLAY PREP-OUT-RECORD.
009756     MOVE WS-AN-COLD TO WS-COUNT-EDIT.
009757     MOVE SPACES TO PREP-OUT-RECORD.
009758     STRING "  SIN CACHE:     " DELIMITED BY SIZE
009759         WS-COUNT-EDIT DELIMITED BY SIZE
009760         INTO PREP-OUT-RECORD
009761     END-STRING.
009762     WRITE PREP-OUT-RECORD.
009763     DISPLAY PREP-OUT-RECORD.
009764     IF BUILD-AHEAD-BATCH
009765         MOVE WS-AN-BATCHED TO WS-COUNT-EDIT
009766         MOVE SPACES TO PREP-OUT-RECORD
009767         STRING "  EN BATCHANT:   " DELIMITED BY SIZE
009768             WS-COUNT-EDIT DELIMITED BY SIZE
009769             INTO PREP-OUT-RECORD
009770         END-STRING
009771         WRITE PREP-OUT-RECORD
009772     END-IF.
009773*==============================================================
009774*    CHECKS WS-AUTH-OPERATOR AGAINST THE OPERAUT MASTER FOR
009775*    THIS PROGRAM AND WS-AUTH-FUNCTION. AUTH-GRANTED IS SET
009776*    ONLY FOR AN ACTIVE OPERATOR HOLDING THE GRANT; ANYTHING
009777*    ELSE - NO OPERATOR KEYED, NOT ON FILE, DADO DE BAJA, NO
009778*    GRANT, NO MASTER - IS REFUSED AND LOGGED TO SECVIOL.
009779*--------------------------------------------------------------
009780 9700-CHECK-AUTHORIZATION.
009781*==============================================================
009782     MOVE "N" TO SW-AUTH-GRANTED.
009783     MOVE "N" TO SW-OPER-FOUND.
009784     MOVE "OPERADOR NO REGISTRADO" TO WS-AUTH-REASON.
009785     IF WS-AUTH-OPERATOR = SPACES
009786         MOVE "OPERADOR NO INFORMADO" TO WS-AUTH-REASON
009787     ELSE
009788         OPEN INPUT OPER-AUTH
009789         IF NOT OPER-AUTH-OK
009790             MOVE "MAESTRO OPERAUT NO DISPONIBLE"
009791                 TO WS-AUTH-REASON
009792         ELSE
009800             MOVE "Y" TO SW-MORE-AUTH
009810             PERFORM 9701-READ-ONE-AUTH-LINE
009820                 UNTIL NO-MORE-AUTH OR OPER-FOUND
009830             CLOSE OPER-AUTH
009840         END-IF
009850     END-IF.
009860     IF AUTH-REFUSED
009870         PERFORM 9703-LOG-VIOLATION
009880         DISPLAY "ACCESO NEGADO: " WS-AUTH-OPERATOR " "
009890             WS-AUTH-PROGRAM " " WS-AUTH-FUNCTION
009900         DISPLAY "MOTIVO: " WS-AUTH-REASON
009910     END-IF.
009920*==============================================================
009930 9701-READ-ONE-AUTH-LINE.
009940*==============================================================
009950     READ OPER-AUTH
009960         AT END
009970             MOVE "N" TO SW-MORE-AUTH
009980         NOT AT END
009990             MOVE OPER-AUTH-RECORD TO WS-OPER-AUTH-LINE
010000             IF OA-OPERATOR = WS-AUTH-OPERATOR
010010                 MOVE "Y" TO SW-OPER-FOUND
010020                 IF NOT OA-ACTIVE
010030                     MOVE "OPERADOR DADO DE BAJA"
010040                         TO WS-AUTH-REASON
010050                 ELSE
010060                     MOVE "FUNCION NO AUTORIZADA"
010070                         TO WS-AUTH-REASON
010080                     PERFORM 9702-MATCH-ONE-GRANT
010090                         VARYING WS-AUTH-IX FROM 1 BY 1
010100                         UNTIL WS-AUTH-IX > 10 OR AUTH-GRANTED
010110                 END-IF
010120             END-IF
010130     END-READ.
010140*==============================================================
010150 9702-MATCH-ONE-GRANT.
010160*==============================================================
010170     IF OA-GRANT-PROGRAM (WS-AUTH-IX) = WS-AUTH-PROGRAM
010180         AND (OA-GRANT-FUNCTION (WS-AUTH-IX) = WS-AUTH-FUNCTION
010190             OR OA-GRANT-ALL (WS-AUTH-IX))
010200         MOVE "Y" TO SW-AUTH-GRANTED
010210     END-IF.
010220*==============================================================
010230*    APPENDS THE REFUSED ATTEMPT TO THE SECVIOL LOG.
010240*--------------------------------------------------------------
010250 9703-LOG-VIOLATION.
010260*==============================================================
010270     ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD.
010280     ACCEPT WS-AUTH-TIME FROM TIME.
010290     MOVE SPACES TO WS-SEC-VIOL-LINE.
010300     MOVE WS-AUTH-DATE TO SV-DATE.
010310     MOVE WS-AUTH-TIME TO SV-TIME.
010320     MOVE WS-AUTH-OPERATOR TO SV-OPERATOR.
010330     MOVE WS-AUTH-PROGRAM TO SV-PROGRAM.
010340     MOVE WS-AUTH-FUNCTION TO SV-FUNCTION.
010350     MOVE WS-AUTH-REASON TO SV-REASON.
010360     OPEN EXTEND SEC-VIOL.
010370     IF SEC-VIOL-MISSING
010380         OPEN OUTPUT SEC-VIOL
010390     END-IF.
010400     MOVE WS-SEC-VIOL-LINE TO SEC-VIOL-RECORD.
010410     WRITE SEC-VIOL-RECORD.
010420     CLOSE SEC-VIOL.
