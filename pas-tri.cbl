000202*                 CONSTANT ARE NO LONGER HARDCODED - EACH BATCH
000203*                 RECORD NOW CARRIES ITS OWN ROW COUNT ALONGSIDE
000204*                 N, AND CICLO'S SPACING SCALES WITH IT.
000205* 08/09/2026 JR   ADDED AN AUDIT LOG, APPENDED TO ACROSS RUNS,
000206*                 RECORDING THE DATE, TIME, OPERATOR, N, ROW
000207*                 COUNT AND ACCEPT/REJECT OUTCOME OF EVERY ENTRY.
000208* 08/09/2026 JR   COEFFICIENTS ARE NOW CACHED IN AN INDEXED FILE
000209*                 KEYED BY N/POTENCIA/TERMINO. CICLO2 CHECKS THE
000210*                 CACHE BEFORE RECOMPUTING AND STORES EACH NEWLY
000211*                 COMPUTED COEFFICIENT BACK INTO IT, SO REPEAT
000212*                 REQUESTS AND OTHER PROGRAMS CAN READ IT DIRECT.
000213* 08/09/2026 JR   EACH COMPLETED ROW IS NOW RECONCILED AGAINST
000214*                 N TIMES 2**POTENCIA, ITS EXPECTED CONTROL
000215*                 TOTAL. A ROW WHOSE COEFFICIENTS DO NOT SUM TO
000216*                 THAT TOTAL IS WRITTEN TO A NEW EXCEPTIONS
000217*                 REPORT.
000218* 08/09/2026 JR   CICLOINDENT AND CICLOINDENT2 NO LONGER RUN AT
000219*                 ALL WHEN THE TERM THEY ARE BUILDING A FACTORIAL
000220*                 FOR IS ZERO-LENGTH (A ROW'S FIRST OR LAST
000221*                 COEFFICIENT). PREVIOUSLY THE VARYING LOOP RAN
000222*                 AT LEAST ONCE REGARDLESS AND LEFT DEN1/DEN2 AT
000223*                 AN UNDEFINED MULTIPLE RATHER THAN 1.
000224* 08/09/2026 JR   ADDED A COMMA-DELIMITED CSV EXTRACT OF THE
000225*                 COEFFICIENT TABLE (N, POTENCIA, TERMINO, DOP,
000226*                 OVERFLOW FLAG), ONE RECORD PER COEFFICIENT, FOR
000227*                 LOADING INTO A SPREADSHEET.
000228* 08/09/2026 JR   AN UNATTENDED RUN CAN NOW SUPPLY N, ROW COUNT
000229*                 AND OPERATOR ID ON A COMMAND-LINE PARM OR IN A
000230*                 PARAMETER FILE INSTEAD OF PREPARING A BATCH-IN
000231*                 FILE. PARM LINE TAKES PRIORITY OVER THE PARM
000232*                 FILE, WHICH TAKES PRIORITY OVER BATCH-IN.
000233* 08/09/2026 JR   A BATCH-IN RUN NOW CHECKPOINTS ITS POSITION
000234*                 AFTER EVERY ENTRY SO A RESUBMITTED JOB SKIPS
000235*                 PAST WORK ALREADY COMPLETED ON AN EARLIER,
000236*                 INTERRUPTED RUN INSTEAD OF STARTING OVER.
000237* 08/22/2026 JR   THE COEFLKUP RECORD LAYOUT MOVED TO COPYBOOK
000238*                 CKLKUP SO THE NEW CACHE MAINTENANCE UTILITY
000239*                 (CACHE_MANT) AND THIS PROGRAM SHARE ONE LAYOUT.
000240* 08/22/2026 JR   THE BATCHIN RECORD LAYOUT MOVED TO COPYBOOK
000241*                 BATCHIN, SHARED WITH THE NEW FRONT-END EDIT
000242*                 PROGRAM (EDITA_LOTE) THAT VALIDATES THE WHOLE
000243*                 FILE BEFORE A RUN AND WRITES A CLEANED WORK
000244*                 FILE (BATCHWRK) FOR THE MAIN RUN TO CONSUME.
000245* 08/22/2026 JR   ADDED A VERIFICATION MODE ("V" IN THE NEW
000246*                 MODE-FLAG COLUMN OF BATCHIN, THE PARM FILE OR
000247*                 A FOURTH PARM SUBFIELD): EVERY COEFFICIENT OF
000248*                 THE ENTRY IS RECOMPUTED FROM SCRATCH AND
000249*                 COMPARED AGAINST THE CACHED CK-DOP. ANY
000250*                 DIFFERENCE GOES TO A NEW VERIFRPT REPORT WITH
000251*                 A MATCH/MISMATCH SUMMARY, AND THE NORMAL
000252*                 REPORT/CSV/EXCEPTION OUTPUT IS SUPPRESSED FOR
000253*                 THAT ENTRY. THE CICLO2 COMPUTATION MOVED TO
000254*                 ITS OWN PARAGRAPH SO BOTH PATHS SHARE IT.
000255* 08/22/2026 JR   THE AUDIT LINE LAYOUT MOVED TO COPYBOOK
000256*                 AUDLINE, SHARED WITH THE NEW AUDIT SUMMARY
000257*                 REPORT PROGRAM (RESUMEN_AUDIT).
000258* 08/22/2026 JR   N IS NOW A DECIMAL MULTIPLIER WITH FOUR
000259*                 DECIMALS (1.0425, 0.9875) SO TABLES CAN BE
000260*                 SCALED BY ACTUARIAL RATES DIRECTLY. THE BATCH
000261*                 RECORD, PARM FILE AND PARM LINE ACCEPT N WITH
000262*                 A DECIMAL POINT; OP/DOP, THE CACHE, THE
000263*                 REPORT, THE CSV EXTRACT AND THE ROW-SUM CHECK
000264*                 ALL CARRY FOUR DECIMALS. COEFFICIENTS ROUND
000265*                 HALF UP TO FOUR DECIMALS (THE RULE IS STATED
000266*                 ON THE REPORT) AND THE ROW-SUM RECONCILIATION
000267*                 ALLOWS 0.0001 PER TERM FOR THAT ROUNDING.
000268*                 AUDIT LINES KEEP THE WHOLE PART ONLY SO THE
000269*                 AUDITLOG LAYOUT IS UNCHANGED. A CACHE BUILT
000270*                 BEFORE THIS CHANGE MUST BE PURGED OR REBUILT.
000271* 08/22/2026 JR   AN ENTRY MAY NOW CARRY A STARTING ROW (NEW
000272*                 BATCHIN COLUMN, PARM-FILE FIELD OR FIFTH PARM
000273*                 SUBFIELD) SO A REQUEST FOR ROWS 45-50 NO
000274*                 LONGER COMPUTES AND PRINTS ROWS 1-44. BLANK
000275*                 OR ZERO MEANS ROW 1 AS BEFORE; A START PAST
000276*                 THE ROW COUNT IS RECHAZADO. THE RANGE SHOWS
000277*                 ON THE REPORT HEADER AND VERIFICATION MODE
000278*                 HONORS IT TOO. EACH ROW'S COEFFICIENTS COME
000279*                 FROM THE DIRECT FACTORIAL FORMULA (OR THE
000280*                 CACHE), SO NO LOWER-ROW WORK IS NEEDED.
000281* 08/22/2026 JR   THE REPORT, EXCEPTION, CSV AND VERIFICATION
000282*                 OUTPUTS ARE NO LONGER APPENDED TO ONE EVER-
000283*                 GROWING FILE EACH - EVERY RUN WRITES ITS OWN
000284*                 GENERATION, NAMED <TYPE>.D<DATE>.S<SEQ>, AND
000285*                 CATALOGS IT IN GENCAT (SEE COPYBOOK GENCAT).
000286*                 THE RUN SEQUENCE IS ONE PAST THE HIGHEST IN
000287*                 THE CATALOG. THE AUDIT TRAIL ALONE STILL
000288*                 APPENDS, AS AN AUDIT FILE SHOULD. RETENTION
000289*                 AND PURGING ARE HANDLED BY THE NEW DEPURA_GEN
000290*                 HOUSEKEEPING PROGRAM.
000291* 08/22/2026 JR   THE RUN NOW ENDS WITH A CONTROL TRAILER ON
000292*                 THE REPORT (AND THE CONSOLE): ENTRIES READ,
000293*                 ACCEPTED, REJECTED, VERIFIED, ROWS WRITTEN,
000294*                 COEFFICIENTS COMPUTED VERSUS SERVED FROM
000295*                 CACHE, RECONCILIATION EXCEPTIONS AND VERIFY
000296*                 DIFFERENCES - AND A MEANINGFUL RETURN CODE:
000297*                 8 WHEN ANY ENTRY WAS RECHAZADO, 4 WHEN THE
000298*                 RUN WROTE RECONCILIATION EXCEPTIONS OR VERIFY
000299*                 DIFFERENCES, 0 OTHERWISE, SO THE SCHEDULER
000300*                 CAN HOLD DOWNSTREAM JOBS INSTEAD OF FEEDING
000301*                 THEM A SUSPECT EXTRACT.
000302* 08/22/2026 JR   AN N WHOSE WHOLE PART EXCEEDS THE 14 INTEGER
000303*                 DIGITS THE FIELD NOW CARRIES IS RECHAZADO
000304*                 WITH ITS OWN REASON INSTEAD OF BEING QUIETLY
000305*                 TRUNCATED AND PRINTED AS A DIFFERENT VALUE.
000306* 09/02/2026 JR   EACH COEFFICIENT IS NOW BUILT INCREMENTALLY
000307*                 FROM ITS LEFT NEIGHBOUR IN THE ROW - TERM T
000308*                 IS TERM T-1 TIMES (POTENCIA - T + 1) OVER T -
000309*                 INSTEAD OF THROUGH THE FULL FACTORIAL CHAIN.
000310*                 POTENCIA! NO LONGER PASSES THROUGH OP, SO
000311*                 MID-TABLE ROWS STOP OVERFLOWING AROUND ROW 17
000312*                 WHEN THE FINISHED COEFFICIENTS THEMSELVES FIT
000313*                 THE FIELD, AND A ROW IS NOW ONE MULTIPLY AND
000314*                 ONE DIVIDE PER TERM INSTEAD OF THREE FACTORIAL
000315*                 LOOPS REBUILT FROM 1 EVERY TERM. CICLO2 CARRIES
000316*                 THE PREVIOUS TERM (COMPUTED OR CACHED) ACROSS
000317*                 THE ROW; VERIFY MODE AND A BROKEN CARRY WALK
000318*                 THE ROW UP FROM TERM ZERO. EDITA_LOTE'S RANGE
000319*                 PROBE MIRRORS THE NEW COMPUTATION.
000320* 09/02/2026 JR   A ROW WIDER THAN THE REPORT RECORD NOW BREAKS
000321*                 ACROSS CONTINUATION LINES - EACH CARRIES THE
000322*                 ROW NUMBER AND A "CONTINUA" MARKER - SO EVERY
000323*                 COEFFICIENT OF EVERY REQUESTED ROW APPEARS ON
000324*                 RPTOUT. THE "REPORT ROW TEXT TRUNCATED"
000325*                 EXCEPTION STAYS AS A SAFETY NET BUT NO LONGER
000326*                 FIRES ON LONG TABLES.
000327* 09/02/2026 JR   EVERY COEFFICIENT STORED INTO COEFLKUP IS NOW
000328*                 ALSO WRITTEN TO THE APPEND-ONLY CACHEJRN
000329*                 JOURNAL (SEE COPYBOOK CKJRNL), SO A CORRUPTED
000330*                 CACHE CAN BE REBUILT BY CACHE_MANT'S RECUPERA
000331*                 FROM THE LATEST CACHEBKP BACKUP PLUS A REPLAY
000332*                 OF THE JOURNAL, INSTEAD OF DAYS OF RERUNS FOR
000333*                 THE BIG-N TABLES.
000334* 09/02/2026 JR   THE CACHE IS NOW OPENED FOR SHARED ACCESS SO
000335*                 THE INQUIRY PROGRAMS CAN READ WHILE THE RUN
000336*                 WRITES. THE ROW UNDER CONSTRUCTION IS NAMED
000337*                 IN THE CACHEFLG FLAG FILE (SEE COPYBOOK
000338*                 CACHFLG) - "PROCESO" WHEN ITS STORES BEGIN,
000339*                 "LIBRE" WHEN IT COMPLETES - SO A READER NEVER
000340*                 SERVES A HALF-WRITTEN ROW. A READER ALREADY
000341*                 IN THE FILE NO LONGER KILLS THE BATCH OPEN:
000342*                 A FAILED CACHE OPEN IS RETRIED BEFORE THE
000343*                 RUN GIVES UP ON CACHING.
000344* 09/02/2026 JR   N MAY NOW BE NEGATIVE (-0.0250 STYLE RESERVE
000345*                 ADJUSTMENTS): A LEADING MINUS IS ACCEPTED
000346*                 FROM BATCHIN, THE PARM LINE AND THE PARM
000347*                 FILE, AND THE SIGN IS CARRIED THROUGH THE
000348*                 CACHE KEY (CK-N AND CK-DOP ARE SIGNED NOW -
000349*                 SEE CKLKUP), THE REPORT, THE CSV EXTRACT,
000350*                 THE ROW-SUM RECONCILIATION, THE JOURNAL, THE
000351*                 FLAG FILE AND THE AUDIT LINE. ONLY N OF
000352*                 EXACTLY ZERO IS RECHAZADO NOW.
000353* 10/15/2026 JR   THE BATCH PATH NOW READS BATCHWRK, THE EDITED
000354*                 COPY EDITA_LOTE LEAVES OF BATCHIN, INSTEAD OF
000355*                 THE RAW BATCHIN, SO ONLY RECORDS THAT PASSED
000356*                 THE EDIT REACH THE MAIN RUN. THE NIGHTLY CHAIN
000357*                 (CADENA_NOCHE) RUNS THE EDIT AHEAD OF US.
000358* 10/15/2026 JR   THE PRODUCT CODE NOW TRAVELS WITH EACH ENTRY -
000359*                 FROM THE NEW BI-PRODUCT COLUMN OF BATCHWRK,
000360*                 THE PARM-FILE FIELD OR A SIXTH PARM SUBFIELD -
000361*                 AND IS PRINTED ON THE REPORT HEADER AND
000362*                 APPENDED TO THE CSV EXTRACT, THE EXCEPTION
000363*                 LINE AND THE AUDIT LINE, SO EACH TABLE CAN BE
000364*                 ROUTED TO ITS PRODUCT ACTUARY WITHOUT MATCHING
000365*                 N VALUES BY EYE. THE REPORT DISTRIBUTION STEP
000366*                 (REPARTO_RPT) BURSTS RPTOUT ON THAT HEADER.
000367* 10/15/2026 JR   THE RATE'S EFFECTIVE-FROM DATE (NEW BATCHWRK
000368*                 COLUMN BI-EFF-FROM-TEXT) IS APPENDED TO THE CSV
000369*                 EXTRACT AFTER THE PRODUCT, FOR THE POLICY
000370*                 ADMINISTRATION FEED (INTERFAZ_ADM). BLANK ON
000371*                 PARM AND PARM-FILE ENTRIES.
000372* 10/15/2026 JR   EVERY ENTRY NOW ALSO APPENDS ONE LINE TO THE NEW
000373*                 PERFHIST PERFORMANCE HISTORY (SEE COPYBOOK
000374*                 PERFHIST): ITS START AND END TIME, ELAPSED
000375*                 SECONDS, ROWS WRITTEN, COEFFICIENTS COMPUTED
000376*                 VERSUS SERVED FROM COEFLKUP AND THE CACHE HIT
000377*                 PERCENTAGE, SO THE BATCH-WINDOW REPORT
000378*                 (VENTANA_LOTE) CAN NAME THE ENTRIES THAT USE UP
000379*                 THE NIGHT. THE RESUMEN DE CORRIDA IS UNCHANGED.
000380* 10/15/2026 JR   PRE-COMPUTE RUN. A PARM OF "ANTICIPA" RUNS THE
000381*                 BATCHANT FILE BUILT BY LIBRO_TASAS ANTICIPA
000382*                 (THE RATES THAT TAKE EFFECT IN THE NEXT FEW
000383*                 DAYS AND ARE NOT YET FULLY CACHED) AS A
000384*                 LOW-PRIORITY BATCH AFTER THE NIGHTLY CHAIN, SO
000385*                 COEFLKUP ALREADY HOLDS THEIR TABLES THE FIRST
000386*                 NIGHT THEY RUN. IT KEEPS ITS OWN RESTART
000387*                 CHECKPOINT (RESTANT) AND ITS GENERATIONS ARE
000388*                 CATALOGED AS RPTANT, EXCPANT, CSVANT AND
000389*                 VERIFANT, SO THE REPORT, INTERFACE AND
000390*                 COMPARISON STEPS NEVER MISTAKE IT FOR THE
000391*                 NIGHTLY RUN. ITS PERFHIST LINES CARRY MODE "A".
000392* 10/15/2026 JR   PARTITION STREAMS. A PARM OF "PARTICION,NN"
000393*                 RUNS STREAM NN OF THE SET PARTE_LOTE SPLIT
000394*                 BATCHWRK INTO (SEE COPYBOOK PARTCTL), SO
000395*                 SEVERAL STREAMS CAN WORK THE NIGHT'S ENTRIES AT
000396*                 ONCE AGAINST THE SHARED COEFLKUP. A STREAM
000397*                 READS BATCHWRK.PNN AND KEEPS ITS OWN CHECKPOINT
000398*                 (RESTARTF.PNN), ROW FLAG (CACHEFLG.PNN),
000399*                 AUDITLOG, PERFHIST AND CACHEJRN (.PNN), AND
000400*                 WRITES RPTSNN, EXCPSNN, CSVSNN AND VERIFSNN
000401*                 GENERATIONS UNDER THE SET'S DATE AND SEQUENCE
000402*                 WITHOUT CATALOGING THEM - PARALELO_PAS MERGES
000403*                 THE STREAMS INTO THE SINGLE CATALOGED RUN SET.
000404*                 THE STREAM CHECKPOINT ALSO CARRIES THE CONTROL
000405*                 COUNTERS AND THE LINES WRITTEN TO EACH
000406*                 GENERATION, SO A RESTARTED STREAM CUTS ITS
000407*                 GENERATIONS BACK TO THE LAST CHECKPOINT AND
000408*                 CARRIES ON IN THE SAME FILES. A FINISHED STREAM
000409*                 LEAVES ITS TOTALS AND RETURN CODE IN
000410*                 PARTTOT.PNN (SEE COPYBOOK PARTTOT).
000411* 10/15/2026 JR   EACH PERFHIST LINE NOW CARRIES THE STREAM
000412*                 NUMBER (00 OUTSIDE PARTICION), SINCE A STREAM'S
000413*                 ENTRY POSITION COUNTS WITHIN BATCHWRK.PNN AND
000414*                 REPEATS ACROSS THE STREAMS OF ONE RUN.
000415*--------------------------------------------------------------
000416 ENVIRONMENT DIVISION.
000417 CONFIGURATION SECTION.
000418 SOURCE-COMPUTER. GNU-LINUX.
000419 OBJECT-COMPUTER. GNU-LINUX.
000420 INPUT-OUTPUT SECTION.
000421 FILE-CONTROL.
000422*    LIST OF N VALUES TO PROCESS IN ONE RUN - THE EDITED WORK
000423*    COPY OF BATCHIN WRITTEN BY EDITA_LOTE
000424*    (BATCHANT INSTEAD ON A PRE-COMPUTE RUN, BATCHWRK.PNN ON
000425*    PARTITION STREAM NN)
000426     SELECT BATCH-IN ASSIGN USING WS-BATCH-FILE-NAME
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS FS-BATCH-IN.
000429*    PRINTED/ARCHIVED COEFFICIENT REPORT - ONE GENERATION PER
000430*    RUN, NAMED AND CATALOGED AT OPEN TIME
000431     SELECT RPT-OUT ASSIGN USING WS-RPT-GEN-NAME
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS FS-RPT-OUT.
000434*    ACCEPT/REJECT AUDIT TRAIL, APPENDED TO ACROSS RUNS
000435*    (AUDITLOG.PNN ON A PARTITION STREAM, LIKEWISE PERFHIST,
000436*    CACHEJRN AND CACHEFLG BELOW)
000437     SELECT AUDIT-OUT ASSIGN USING WS-AUDIT-FILE-NAME
000438         ORGANIZATION IS LINE SEQUENTIAL
000439         FILE STATUS IS FS-AUDIT-OUT.
000440*    PER-ENTRY PERFORMANCE HISTORY, APPENDED TO ACROSS RUNS
000441     SELECT PERF-HIST ASSIGN USING WS-PERF-FILE-NAME
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS FS-PERF-HIST.
000444*    INDEXED CACHE OF PREVIOUSLY COMPUTED COEFFICIENTS, KEYED
000445*    BY N/POTENCIA/TERMINO, SO REPEAT REQUESTS AND OTHER
000446*    PROGRAMS CAN PULL A COEFFICIENT WITHOUT RECOMPUTING IT
000447     SELECT COEF-LOOKUP ASSIGN TO "COEFLKUP"
000448         ORGANIZATION IS INDEXED
000449         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CK-KEY
000451         LOCK MODE IS AUTOMATIC
000452         SHARING WITH ALL OTHER
000453         FILE STATUS IS FS-COEF-LOOKUP.
000454*    ROW-SUM RECONCILIATION EXCEPTIONS - ONE GENERATION PER RUN
000455     SELECT EXCP-OUT ASSIGN USING WS-EXCP-GEN-NAME
000456         ORGANIZATION IS LINE SEQUENTIAL
000457         FILE STATUS IS FS-EXCP-OUT.
000458*    COMMA-DELIMITED EXTRACT OF THE COEFFICIENT TABLE, ONE RECORD
000459*    PER N/POTENCIA/TERMINO, FOR LOADING INTO A SPREADSHEET
000460     SELECT CSV-OUT ASSIGN USING WS-CSV-GEN-NAME
000461         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS FS-CSV-OUT.
000463*    OPTIONAL PARAMETER FILE, USED FOR AN UNATTENDED, SINGLE-N
000464*    RUN WHEN NO COMMAND-LINE PARM IS SUPPLIED EITHER
000465     SELECT PARM-IN ASSIGN TO "PARMFILE"
000466         ORGANIZATION IS LINE SEQUENTIAL
000467         FILE STATUS IS FS-PARM-IN.
000468*    CHECKPOINT/RESTART CONTROL RECORD FOR A MULTI-N BATCH-IN RUN
000469*    (RESTANT INSTEAD ON A PRE-COMPUTE RUN, RESTARTF.PNN ON
000470*    PARTITION STREAM NN)
000471     SELECT RESTART-FILE ASSIGN USING WS-RESTART-FILE-NAME
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS FS-RESTART.
000474*    CACHE-VERIFICATION DIFFERENCE REPORT - ONE GENERATION PER
000475*    RUN, WRITTEN IN PLACE OF THE NORMAL OUTPUT BY AN ENTRY
000476*    RUN IN VERIFICATION MODE
000477     SELECT VERIF-OUT ASSIGN USING WS-VERIF-GEN-NAME
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS FS-VERIF-OUT.
000480*    APPEND-ONLY JOURNAL OF CACHE STORES - SEE COPYBOOK CKJRNL
000481     SELECT CACHE-JRNL ASSIGN USING WS-JRNL-FILE-NAME
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS FS-CACHE-JRNL.
000484*    ROW-IN-PROGRESS FLAG SHARED WITH THE INQUIRY PROGRAMS -
000485*    SEE COPYBOOK CACHFLG
000486     SELECT CACHE-FLAG ASSIGN USING WS-CACHE-FLAG-NAME
000487         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS FS-CACHE-FLAG.
000489*    CATALOG OF OUTPUT GENERATIONS, APPENDED TO ACROSS RUNS,
000490*    PURGED BY THE DEPURA_GEN HOUSEKEEPING PROGRAM
000491     SELECT GEN-CAT ASSIGN TO "GENCAT"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS FS-GEN-CAT.
000494*    PARTITION SET CONTROL - SEE COPYBOOK PARTCTL
000495     SELECT PART-CTL ASSIGN TO "PARTCTL"
000496         ORGANIZATION IS LINE SEQUENTIAL
000497         FILE STATUS IS FS-PART-CTL.
000498*    END-OF-STREAM TOTALS OF A PARTITION STREAM - SEE COPYBOOK
000499*    PARTTOT
000500     SELECT PART-TOT ASSIGN USING WS-PART-TOT-NAME
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS FS-PART-TOT.
000503*    A STREAM GENERATION AND ITS WORK COPY, USED TO CUT THE
000504*    GENERATION BACK TO THE LAST CHECKPOINT ON A STREAM RESTART
000505     SELECT TRIM-IN ASSIGN USING WS-TRIM-IN-NAME
000506         ORGANIZATION IS LINE SEQUENTIAL
000507         FILE STATUS IS FS-TRIM-IN.
000508     SELECT TRIM-OUT ASSIGN USING WS-TRIM-OUT-NAME
000509         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-TRIM-OUT.
000511*
000512 DATA DIVISION.
000513 FILE SECTION.
000514 FD  BATCH-IN
000515     RECORDING MODE IS F.
000516     COPY "batchin.cpy".
000517*
000518 FD  RPT-OUT
000519     RECORDING MODE IS F.
000520 01  RPT-OUT-RECORD              PIC X(2200).
000521*
000522 FD  AUDIT-OUT
000523     RECORDING MODE IS F.
000524 01  AUDIT-OUT-RECORD            PIC X(100).
000525*
000526 FD  PERF-HIST
000527     RECORDING MODE IS F.
000528 01  PERF-HIST-RECORD            PIC X(160).
000529*
000530 FD  COEF-LOOKUP.
000531     COPY "cklkup.cpy".
000532*
000533 FD  EXCP-OUT
000534     RECORDING MODE IS F.
000535 01  EXCP-OUT-RECORD             PIC X(100).
000536*
000537 FD  CSV-OUT
000538     RECORDING MODE IS F.
000539 01  CSV-OUT-RECORD              PIC X(80).
000540*
000541 FD  PARM-IN
000542     RECORDING MODE IS F.
000543 01  PARM-IN-RECORD.
000544     05  PI-N-TEXT               PIC X(18).
000545     05  PI-ROW-COUNT-TEXT       PIC X(04).
000546     05  PI-OPERATOR-ID          PIC X(08).
000547     05  PI-MODE-FLAG            PIC X(01).
000548     05  PI-START-ROW-TEXT       PIC X(04).
000549     05  PI-PRODUCT              PIC X(08).
000550     05  FILLER                  PIC X(40).
000551*
000552 FD  RESTART-FILE
000553     RECORDING MODE IS F.
000554 01  RESTART-RECORD              PIC X(200).
000555*
000556 FD  VERIF-OUT
000557     RECORDING MODE IS F.
000558 01  VERIF-OUT-RECORD            PIC X(100).
000559*
000560 FD  CACHE-JRNL
000561     RECORDING MODE IS F.
000562 01  CACHE-JRNL-RECORD           PIC X(80).
000563*
000564 FD  CACHE-FLAG
000565     RECORDING MODE IS F.
000566 01  CACHE-FLAG-RECORD           PIC X(40).
000567*
000568 FD  GEN-CAT
000569     RECORDING MODE IS F.
000570 01  GEN-CAT-RECORD              PIC X(60).
000571*
000572 FD  PART-CTL
000573     RECORDING MODE IS F.
000574 01  PART-CTL-RECORD             PIC X(80).
000575*
000576 FD  PART-TOT
000577     RECORDING MODE IS F.
000578 01  PART-TOT-RECORD             PIC X(120).
000579*
000580 FD  TRIM-IN
000581     RECORDING MODE IS F.
000582 01  TRIM-IN-RECORD              PIC X(2200).
000583*
000584 FD  TRIM-OUT
000585     RECORDING MODE IS F.
000586 01  TRIM-OUT-RECORD             PIC X(2200).
000587*
000588 WORKING-STORAGE SECTION.
000589 01  WS-FILE-STATUSES.
000590     05  FS-BATCH-IN             PIC X(02) VALUE "00".
000591         88  BATCH-IN-OK                    VALUE "00".
000592         88  BATCH-IN-EOF                   VALUE "10".
000593     05  FS-RPT-OUT              PIC X(02) VALUE "00".
000594     05  FS-AUDIT-OUT            PIC X(02) VALUE "00".
000595         88  AUDIT-OUT-MISSING              VALUE "35".
000596     05  FS-PERF-HIST            PIC X(02) VALUE "00".
000597         88  PERF-HIST-MISSING              VALUE "35".
000598     05  FS-COEF-LOOKUP          PIC X(02) VALUE "00".
000599         88  COEF-LOOKUP-OK                 VALUE "00".
000600         88  COEF-LOOKUP-MISSING            VALUE "35".
000601     05  FS-EXCP-OUT             PIC X(02) VALUE "00".
000602     05  FS-CSV-OUT              PIC X(02) VALUE "00".
000603     05  FS-PARM-IN              PIC X(02) VALUE "00".
000604         88  PARM-IN-OK                     VALUE "00".
000605         88  PARM-IN-MISSING                VALUE "35".
000606     05  FS-RESTART              PIC X(02) VALUE "00".
000607         88  RESTART-OK                     VALUE "00".
000608         88  RESTART-MISSING                VALUE "35".
000609     05  FS-VERIF-OUT            PIC X(02) VALUE "00".
000610     05  FS-CACHE-JRNL           PIC X(02) VALUE "00".
000611         88  CACHE-JRNL-MISSING             VALUE "35".
000612     05  FS-CACHE-FLAG           PIC X(02) VALUE "00".
000613     05  FS-GEN-CAT              PIC X(02) VALUE "00".
000614         88  GEN-CAT-OK                     VALUE "00".
000615         88  GEN-CAT-EOF                    VALUE "10".
000616         88  GEN-CAT-MISSING                VALUE "35".
000617     05  FS-PART-CTL             PIC X(02) VALUE "00".
000618         88  PART-CTL-OK                    VALUE "00".
000619     05  FS-PART-TOT             PIC X(02) VALUE "00".
000620         88  PART-TOT-OK                    VALUE "00".
000621     05  FS-TRIM-IN              PIC X(02) VALUE "00".
000622         88  TRIM-IN-OK                     VALUE "00".
000623     05  FS-TRIM-OUT             PIC X(02) VALUE "00".
000624 01  WS-SWITCHES.
000625     05  SW-MORE-ENTRIES         PIC X(01) VALUE "Y".
000626         88  MORE-ENTRIES                   VALUE "Y".
000627         88  NO-MORE-ENTRIES                VALUE "N".
000628     05  SW-OVERFLOW             PIC X(01) VALUE "N".
000629         88  ARITH-OVERFLOW                 VALUE "Y".
000630         88  ARITH-OK                       VALUE "N".
000631     05  SW-LOOKUP-OPEN          PIC X(01) VALUE "N".
000632         88  LOOKUP-IS-OPEN                 VALUE "Y".
000633     05  SW-COEF-FROM-CACHE      PIC X(01) VALUE "N".
000634         88  COEF-FROM-CACHE             VALUE "Y".
000635     05  SW-ROW-OVERFLOW         PIC X(01) VALUE "N".
000636         88  ROW-HAS-OVERFLOW               VALUE "Y".
000637     05  SW-TOTAL-OVERFLOW       PIC X(01) VALUE "N".
000638         88  TOTAL-HAS-OVERFLOW             VALUE "Y".
000639     05  SW-ROW-TRUNCATED        PIC X(01) VALUE "N".
000640         88  ROW-TEXT-TRUNCATED             VALUE "Y".
000641     05  SW-CARRY-VALID          PIC X(01) VALUE "N".
000642         88  CARRY-VALID                    VALUE "Y".
000643         88  CARRY-BROKEN                   VALUE "N".
000644     05  SW-RUN-MODE             PIC X(01) VALUE "B".
000645         88  RUN-MODE-BATCH-FILE            VALUE "B".
000646         88  RUN-MODE-PARM-LINE             VALUE "L".
000647         88  RUN-MODE-PARM-FILE             VALUE "F".
000648     05  SW-VERIFY-MODE          PIC X(01) VALUE SPACE.
000649         88  VERIFY-MODE                    VALUE "V".
000650     05  SW-N-OVERLONG           PIC X(01) VALUE "N".
000651         88  N-OVERLONG                     VALUE "Y".
000652         88  N-LENGTH-OK                    VALUE "N".
000653     05  SW-PRECOMPUTE           PIC X(01) VALUE "N".
000654         88  PRECOMPUTE-RUN                 VALUE "Y".
000655     05  SW-STREAM               PIC X(01) VALUE "N".
000656         88  STREAM-RUN                     VALUE "Y".
000657 01  CONTADOR                    PIC 9(04) VALUE 1.
000658 01  POTENCIA                    PIC 9(04) VALUE 1.
000659 01  TERMINO                     PIC 9(04) VALUE 1.
000660 01  OP                          PIC S9(14)V9(04) VALUE 1.
000661 01  N                           PIC S9(14)V9(04).
000662 01  DOP                         PIC S9(14)V9(04) VALUE 1.
000665*    PREVIOUS TERM OF THE ROW UNDER CONSTRUCTION - EACH TERM
000666*    IS BUILT FROM ITS LEFT NEIGHBOUR, SO CICLO2 CARRIES THE
000667*    LAST GOOD TERM (COMPUTED OR CACHED) ACROSS THE ROW
000700*--------------------------------------------------------------
000710 01  WS-TODAY                    PIC 9(08).
000720 01  WS-PAGE-NUMBER              PIC 9(04) VALUE 0.
000721 01  WS-REPORT-ROW.
000722     05  RR-TEXT                 PIC X(2200).
000723 01  WS-ROW-BUILD-PTR            PIC 9(04) BINARY.
000724 01  WS-DOP-EDIT                 PIC -(13)9.9(04).
000725*    WIDEST TEXT ONE TERM APPENDS TO THE ROW - A WIDE ROW IS
000726*    FLUSHED AND CONTINUED BEFORE THE APPEND WOULD PASS THE
000727*    RECORD'S EDGE, SO NO COEFFICIENT IS EVER LOST TO IT
000728 01  WS-TERM-TEXT-WIDTH          PIC 9(04) VALUE 23.
000729 01  WS-CONT-PREFIX.
000730     05  FILLER                  PIC X(08) VALUE "RENGLON ".
000731     05  CP-POTENCIA             PIC ZZZ9.
000732     05  FILLER                  PIC X(13) VALUE " CONTINUA -  ".
000733*--------------------------------------------------------------
000734* ROW-SUM RECONCILIATION WORK AREAS
000735*--------------------------------------------------------------
000736 01  WS-ROW-SUM                  PIC S9(14)V9(04) VALUE 0.
000737 01  WS-EXPECTED-TOTAL           PIC S9(14)V9(04) VALUE 1.
000738 01  WS-POWER-INDEX              PIC 9(04) VALUE 1.
000739 01  WS-EXCEPTION-LINE.
000740     05  EX-N                    PIC -(13)9.9(04).
000741     05  FILLER                  PIC X(01) VALUE SPACE.
000742     05  EX-POTENCIA             PIC ZZZ9.
000743     05  FILLER                  PIC X(01) VALUE SPACE.
000744     05  EX-ACTUAL-SUM           PIC -(13)9.9(04).
000745     05  FILLER                  PIC X(01) VALUE SPACE.
000746     05  EX-EXPECTED-SUM         PIC -(13)9.9(04).
000747     05  FILLER                  PIC X(01) VALUE SPACE.
000748     05  EX-MESSAGE              PIC X(29).
000749     05  FILLER                  PIC X(01) VALUE SPACE.
000750     05  EX-PRODUCT              PIC X(08).
000751*--------------------------------------------------------------
000752* COMMA-DELIMITED CSV EXTRACT WORK AREA
000753*--------------------------------------------------------------
000754 01  WS-CSV-LINE.
000755     05  CL-N                    PIC -(13)9.9(04).
000756     05  FILLER                  PIC X(01) VALUE ",".
000757     05  CL-POTENCIA             PIC ZZZ9.
000758     05  FILLER                  PIC X(01) VALUE ",".
000759     05  CL-TERMINO              PIC ZZZ9.
000760     05  FILLER                  PIC X(01) VALUE ",".
000761     05  CL-DOP                  PIC -(13)9.9(04).
000762     05  FILLER                  PIC X(01) VALUE ",".
000763     05  CL-OVERFLOW-FLAG        PIC X(01).
000764     05  FILLER                  PIC X(01) VALUE ",".
000765     05  CL-PRODUCT              PIC X(08).
000766     05  FILLER                  PIC X(01) VALUE ",".
000767     05  CL-EFF-DATE             PIC X(08).
000768*--------------------------------------------------------------
000769* PARM / COMMAND-LINE WORK AREAS
000770*--------------------------------------------------------------
000771 01  WS-PARM-LINE                PIC X(80).
000772 01  WS-PARM-FIELDS.
000773     05  WS-PARM-N-TEXT          PIC X(18).
000774     05  WS-PARM-ROWS-TEXT       PIC X(04).
000775     05  WS-PARM-OPERATOR        PIC X(08).
000776     05  WS-PARM-MODE            PIC X(01).
000777     05  WS-PARM-START           PIC X(04).
000778     05  WS-PARM-PRODUCT         PIC X(08).
000779*--------------------------------------------------------------
000780* DECIMAL N PARSING WORK AREAS - N MAY BE KEYED WITH A DECIMAL
000781* POINT ("1.0425"); THE FRACTION IS POSITIONAL, SO ITS TRAILING
000782* SPACES FILL WITH ZEROS ("04" MEANS .0400)
000783*--------------------------------------------------------------
000784 01  WS-N-SIGN                   PIC X(01) VALUE "+".
000785 01  WS-N-MINUS-COUNT            PIC 9(02) VALUE 0.
000786 01  WS-N-TEXT-IN                PIC X(18).
000787 01  WS-N-WHOLE-TEXT             PIC X(18).
000788 01  WS-N-WHOLE-CHARS REDEFINES WS-N-WHOLE-TEXT.
000789     05  WS-N-WHOLE-CHAR         OCCURS 18 PIC X(01).
000790 01  WS-N-SCAN-IX                PIC 9(02) BINARY VALUE 1.
000791 01  WS-N-SIG-DIGITS             PIC 9(02) BINARY VALUE 0.
000792 01  WS-N-FRAC-TEXT              PIC X(04).
000793 01  WS-N-WHOLE                  PIC 9(14).
000794 01  WS-N-FRAC                   PIC 9(04).
000795 01  WS-N-EDIT                   PIC -(13)9.9(04).
000796*--------------------------------------------------------------
000797* ROW-SUM ROUNDING TOLERANCE - EACH TERM IS ROUNDED TO FOUR
000798* DECIMALS, SO THE ROW MAY DRIFT UP TO 0.0001 PER TERM
000799*--------------------------------------------------------------
000800 01  WS-SUM-DIFF                 PIC 9(14)V9(04) VALUE 0.
000801 01  WS-TOLERANCE                PIC 9(04)V9(04) VALUE 0.
000802*--------------------------------------------------------------
000803* OUTPUT GENERATION WORK AREAS - EACH RUN WRITES ITS OWN
000804* <TYPE>.D<DATE>.S<SEQ> FILES AND CATALOGS THEM IN GENCAT
000805*--------------------------------------------------------------
000806 01  WS-RPT-GEN-NAME             PIC X(30).
000807 01  WS-EXCP-GEN-NAME            PIC X(30).
000808 01  WS-CSV-GEN-NAME             PIC X(30).
000809 01  WS-VERIF-GEN-NAME           PIC X(30).
000810 01  WS-GEN-PREFIX               PIC X(08).
000811 01  WS-RPT-GEN-TYPE             PIC X(08) VALUE "RPTOUT".
000812 01  WS-EXCP-GEN-TYPE            PIC X(08) VALUE "EXCPRPT".
000813 01  WS-CSV-GEN-TYPE             PIC X(08) VALUE "CSVOUT".
000814 01  WS-VERIF-GEN-TYPE           PIC X(08) VALUE "VERIFRPT".
000815 01  WS-BATCH-FILE-NAME          PIC X(12) VALUE "BATCHWRK".
000816 01  WS-RESTART-FILE-NAME        PIC X(12) VALUE "RESTARTF".
000817 01  WS-AUDIT-FILE-NAME          PIC X(12) VALUE "AUDITLOG".
000818 01  WS-PERF-FILE-NAME           PIC X(12) VALUE "PERFHIST".
000819 01  WS-JRNL-FILE-NAME           PIC X(12) VALUE "CACHEJRN".
000820 01  WS-GEN-NAME                 PIC X(30).
000821 01  WS-RUN-SEQ                  PIC 9(04) VALUE 0.
000822 01  WS-MAX-SEQ                  PIC 9(04) VALUE 0.
000827 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
000828 01  WS-GEN-MORE                 PIC X(01) VALUE "Y".
000829     88  GEN-MORE-LINES                     VALUE "Y".
000830     88  GEN-NO-MORE-LINES                  VALUE "N".
000845 01  WS-CTL-RETURN-CODE          PIC 9(01) VALUE 0.
000846 01  WS-CTL-COUNT-EDIT           PIC Z(08)9.
000847 01  WS-CTL-LINE                 PIC X(24).
000848*--------------------------------------------------------------
000849* PARTITION STREAM WORK AREAS - THE LINES WRITTEN TO EACH
000850* GENERATION ARE COUNTED SO A STREAM CHECKPOINT CAN RECORD
000851* THEM AND A RESTARTED STREAM CAN CUT ITS GENERATIONS BACK
000852*--------------------------------------------------------------
000853 01  WS-RPT-LINES                PIC 9(09) BINARY VALUE 0.
000854 01  WS-EXCP-LINES               PIC 9(09) BINARY VALUE 0.
000855 01  WS-CSV-LINES                PIC 9(09) BINARY VALUE 0.
000856 01  WS-VERIF-LINES              PIC 9(09) BINARY VALUE 0.
000857 01  WS-STREAM-NO                PIC 9(02) VALUE 0.
000858 01  WS-STREAM-SUFFIX.
000859     05  FILLER                  PIC X(02) VALUE ".P".
000860     05  WS-SUFFIX-STREAM        PIC 9(02) VALUE 0.
000861 01  WS-PART-TOT-NAME            PIC X(12) VALUE "PARTTOT".
000862 01  WS-TRIM-IN-NAME             PIC X(34).
000863 01  WS-TRIM-OUT-NAME            PIC X(34).
000864 01  WS-TRIM-GEN-NAME            PIC X(30).
000865 01  WS-TRIM-TMP-NAME            PIC X(34).
000866 01  WS-TRIM-KEEP                PIC 9(09) BINARY VALUE 0.
000867 01  WS-TRIM-COPIED              PIC 9(09) BINARY VALUE 0.
000868 01  WS-TRIM-MORE                PIC X(01) VALUE "Y".
000869     88  TRIM-MORE-LINES                    VALUE "Y".
000870     88  TRIM-NO-MORE-LINES                 VALUE "N".
000871     COPY "partctl.cpy".
000872     COPY "parttot.cpy".
000873*--------------------------------------------------------------
000874* CHECKPOINT / RESTART WORK AREAS
000875*--------------------------------------------------------------
000876 01  WS-RESTART-SEQ              PIC 9(08) VALUE 0.
000877 01  WS-RESTART-LAST-N           PIC S9(14)V9(04) VALUE 0.
000878 01  WS-CURRENT-SEQ              PIC 9(08) VALUE 0.
000879 01  WS-RESTART-LINE.
000880     05  RL-SEQUENCE             PIC 9(08).
000881     05  FILLER                  PIC X(01) VALUE SPACE.
000882     05  RL-LAST-N               PIC S9(14)V9(04).
000883     05  FILLER                  PIC X(01) VALUE SPACE.
000884     05  RL-ENTRIES-READ         PIC 9(09).
000885     05  RL-ACCEPTED             PIC 9(09).
000886     05  RL-REJECTED             PIC 9(09).
000887     05  RL-VERIFIED             PIC 9(09).
000888     05  RL-ROWS-WRITTEN         PIC 9(09).
000889     05  RL-COEF-COMPUTED        PIC 9(09).
000890     05  RL-COEF-CACHED          PIC 9(09).
000891     05  RL-EXCEPTIONS           PIC 9(09).
000892     05  RL-VER-DIFFS            PIC 9(09).
000893     05  RL-PAGE-NUMBER          PIC 9(04).
000894     05  RL-RPT-LINES            PIC 9(09).
000895     05  RL-EXCP-LINES           PIC 9(09).
000896     05  RL-CSV-LINES            PIC 9(09).
000897     05  RL-VERIF-LINES          PIC 9(09).
000898     05  FILLER                  PIC X(51) VALUE SPACES.
000899*--------------------------------------------------------------
000900* AUDIT LOG WORK AREAS
000901*--------------------------------------------------------------
000902 01  WS-NOW                      PIC 9(08).
000903 01  WS-OPERATOR-ID              PIC X(08) VALUE "BATCH".
000904 01  WS-PRODUCT                  PIC X(08) VALUE SPACES.
000905 01  WS-EFF-DATE                 PIC X(08) VALUE SPACES.
000906 01  WS-OUTCOME                  PIC X(09).
000907 01  WS-REASON                   PIC X(30).
000908     COPY "audline.cpy".
000909     COPY "ckjrnl.cpy".
000910     COPY "cachflg.cpy".
000911 01  WS-OPEN-TRIES               PIC 9(02) VALUE 0.
000912*--------------------------------------------------------------
000913* PER-ENTRY PERFORMANCE CAPTURE - THE CLOCK AND THE RUN
000914* COUNTERS ARE NOTED WHEN AN ENTRY STARTS, AND THE DIFFERENCES
000915* WHEN IT ENDS GO TO PERFHIST. TIMES ARE HHMMSSCC.
000916*--------------------------------------------------------------
000917     COPY "perfhist.cpy".
000918 01  WS-PERF-START-DATE          PIC 9(08) VALUE 0.
000919 01  WS-PERF-START-TIME          PIC 9(08) VALUE 0.
000920 01  WS-PERF-END-DATE            PIC 9(08) VALUE 0.
000921 01  WS-PERF-END-TIME            PIC 9(08) VALUE 0.
000922 01  WS-PERF-TIME                PIC 9(08) VALUE 0.
000923 01  WS-PERF-TIME-PARTS REDEFINES WS-PERF-TIME.
000924     05  WS-PERF-HH              PIC 9(02).
000925     05  WS-PERF-MM              PIC 9(02).
000926     05  WS-PERF-SS              PIC 9(02).
000927     05  WS-PERF-CC              PIC 9(02).
000928 01  WS-PERF-HUNDREDTHS          PIC 9(09) BINARY VALUE 0.
000929 01  WS-PERF-START-HUND          PIC 9(09) BINARY VALUE 0.
000930 01  WS-PERF-END-HUND            PIC 9(09) BINARY VALUE 0.
000931 01  WS-PERF-ELAPSED             PIC 9(07)V99 VALUE 0.
000932 01  WS-PERF-BASE-ROWS           PIC 9(09) BINARY VALUE 0.
000933 01  WS-PERF-BASE-COMPUTED       PIC 9(09) BINARY VALUE 0.
000934 01  WS-PERF-BASE-CACHED         PIC 9(09) BINARY VALUE 0.
000935 01  WS-PERF-COMPUTED            PIC 9(09) BINARY VALUE 0.
000936 01  WS-PERF-CACHED              PIC 9(09) BINARY VALUE 0.
000937 01  WS-PERF-COEFS               PIC 9(09) BINARY VALUE 0.
000938 01  WS-PERF-HIT-RATIO           PIC 9(03)V99 VALUE 0.
000939*--------------------------------------------------------------
000940* CACHE-VERIFICATION WORK AREAS
000941*--------------------------------------------------------------
000942 01  WS-VER-CHECKED              PIC 9(09) BINARY VALUE 0.
000943 01  WS-VER-MATCHED              PIC 9(09) BINARY VALUE 0.
000944 01  WS-VER-MISMATCHED           PIC 9(09) BINARY VALUE 0.
000945 01  WS-VER-MISSING              PIC 9(09) BINARY VALUE 0.
000946 01  WS-VER-COUNT-EDIT           PIC Z(08)9.
000947 01  WS-VERIF-LINE.
000948     05  VL-N                    PIC -(13)9.9(04).
000949     05  FILLER                  PIC X(01) VALUE SPACE.
000950     05  VL-POTENCIA             PIC ZZZ9.
000951     05  FILLER                  PIC X(01) VALUE SPACE.
000952     05  VL-TERMINO              PIC ZZZ9.
000953     05  FILLER                  PIC X(01) VALUE SPACE.
000954     05  VL-CACHED               PIC -(13)9.9(04).
000955     05  FILLER                  PIC X(01) VALUE SPACE.
000956     05  VL-RECOMPUTED           PIC -(13)9.9(04).
000957     05  FILLER                  PIC X(01) VALUE SPACE.
000958     05  VL-MESSAGE              PIC X(22).
000959*
000960 PROCEDURE DIVISION.
000961*==============================================================
000962 0000-MAINLINE.
000963*==============================================================
000964     DISPLAY "                         " WITH NO ADVANCING.
000965     DISPLAY "TRIANGULO DE PASCAL".
000966     PERFORM 1050-CHECK-PRECOMPUTE-RUN.
000967     PERFORM 1600-OPEN-GENERATIONS.
000968     OPEN EXTEND AUDIT-OUT.
000969     IF AUDIT-OUT-MISSING
000970         OPEN OUTPUT AUDIT-OUT
000971     END-IF.
000972     OPEN EXTEND PERF-HIST.
000973     IF PERF-HIST-MISSING
000974         OPEN OUTPUT PERF-HIST
000975     END-IF.
000976     OPEN EXTEND CACHE-JRNL.
000977     IF CACHE-JRNL-MISSING
000978         OPEN OUTPUT CACHE-JRNL
000979     END-IF.
000980     PERFORM 1100-OPEN-COEF-LOOKUP.
000981     IF PRECOMPUTE-RUN OR STREAM-RUN
000982         MOVE "B" TO SW-RUN-MODE
000983     ELSE
000984         PERFORM 1300-DETERMINE-RUN-MODE
000985     END-IF.
000986     IF RUN-MODE-PARM-LINE OR RUN-MODE-PARM-FILE
000987         PERFORM 2010-VALIDATE-AND-RUN-ENTRY
000988     ELSE
000989         PERFORM 1200-LOAD-RESTART-CHECKPOINT
000990         OPEN INPUT BATCH-IN
000991         IF BATCH-IN-OK
000992             MOVE "Y" TO SW-MORE-ENTRIES
000993             PERFORM 2000-PROCESS-ONE-ENTRY
000994                 UNTIL NO-MORE-ENTRIES
000995             CLOSE BATCH-IN
000996             MOVE 0 TO WS-CURRENT-SEQ
000997             PERFORM 7000-CHECKPOINT-RESTART
000998         ELSE
000999             DISPLAY "NO BATCH-IN, PARM OR PARMFILE SUPPLIED - "
001000                 "NO ENTRIES PROCESSED THIS RUN"
001001         END-IF
001002     END-IF.
001003     PERFORM 9000-CONTROL-REPORT.
001004     CLOSE RPT-OUT.
001005     CLOSE AUDIT-OUT.
001006     CLOSE PERF-HIST.
001007     CLOSE CACHE-JRNL.
001008     IF LOOKUP-IS-OPEN
001009         CLOSE COEF-LOOKUP
001010     END-IF.
001011     CLOSE EXCP-OUT.
001012     CLOSE CSV-OUT.
001013     CLOSE VERIF-OUT.
001014     PERFORM 3410-FLAG-ROW-FREE.
001015     IF STREAM-RUN
001016         PERFORM 9200-WRITE-STREAM-TOTALS
001017     END-IF.
001018     MOVE WS-CTL-RETURN-CODE TO RETURN-CODE.
001019     STOP RUN.
001020*==============================================================
001021*    A PARM OF EXACTLY "ANTICIPA" MAKES THIS A PRE-COMPUTE RUN:
001022*    THE BATCHANT BATCH BUILT BY LIBRO_TASAS ANTICIPA IS RUN IN
001023*    PLACE OF BATCHWRK, WITH ITS OWN RESTART CHECKPOINT AND ITS
001024*    OWN GENERATION TYPES, SO IT NEVER DISTURBS THE CHECKPOINT
001025*    OR THE CATALOGED OUTPUT OF THE NIGHTLY RUN. ANY OTHER PARM
001026*    IS LEFT FOR 1300-DETERMINE-RUN-MODE.
001027*--------------------------------------------------------------
001028 1050-CHECK-PRECOMPUTE-RUN.
001029*==============================================================
001030     MOVE SPACES TO WS-PARM-LINE.
001031     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
001032     IF WS-PARM-LINE = "ANTICIPA"
001033         MOVE "Y" TO SW-PRECOMPUTE
001034         MOVE "BATCHANT" TO WS-BATCH-FILE-NAME
001035         MOVE "RESTANT" TO WS-RESTART-FILE-NAME
001036         MOVE "RPTANT" TO WS-RPT-GEN-TYPE
001037         MOVE "EXCPANT" TO WS-EXCP-GEN-TYPE
001038         MOVE "CSVANT" TO WS-CSV-GEN-TYPE
001039         MOVE "VERIFANT" TO WS-VERIF-GEN-TYPE
001040         DISPLAY "CORRIDA DE PRECALCULO - LOTE BATCHANT"
001041     END-IF.
001042     IF WS-PARM-LINE (1:9) = "PARTICION"
001043         PERFORM 1060-CHECK-STREAM-RUN
001044     END-IF.
001045*==============================================================
001046*    A PARM OF "PARTICION,NN" MAKES THIS RUN STREAM NN OF THE
001047*    PARTITION SET DESCRIBED IN PARTCTL. THE STREAM RUNS ITS
001048*    OWN SLICE OF BATCHWRK (BATCHWRK.PNN) WITH ITS OWN
001049*    CHECKPOINT, FLAG AND LOG FILES, AND NAMES ITS GENERATIONS
001050*    AFTER THE SET'S RUN DATE AND SEQUENCE. A BAD PARM, A
001051*    MISSING OR ALREADY MERGED SET, OR A MISSING SLICE ENDS
001052*    THE RUN AT ONCE WITH RETURN CODE 8; A STREAM WHOSE
001053*    PARTTOT ALREADY SHOWS IT COMPLETE FOR THIS SET ENDS WITH
001054*    RETURN CODE 0 AND TOUCHES NOTHING, SO A RESUBMITTED SET
001055*    ONLY REDOES THE STREAMS THAT DID NOT FINISH.
001056*--------------------------------------------------------------
001057 1060-CHECK-STREAM-RUN.
001058*==============================================================
001059     IF WS-PARM-LINE (10:1) NOT = ","
001060         OR WS-PARM-LINE (11:2) IS NOT NUMERIC
001061         OR WS-PARM-LINE (13:68) NOT = SPACES
001062         DISPLAY "PARM DE PARTICION INVALIDO - USO: PARTICION,NN"
001063         MOVE 8 TO RETURN-CODE
001064         STOP RUN
001065     END-IF.
001066     MOVE WS-PARM-LINE (11:2) TO WS-STREAM-NO.
001067     IF WS-STREAM-NO = 0 OR WS-STREAM-NO > CF-MAX-STREAMS
001068         DISPLAY "NUMERO DE CORRIENTE FUERA DE RANGO: "
001069             WS-STREAM-NO
001070         MOVE 8 TO RETURN-CODE
001071         STOP RUN
001072     END-IF.
001073     MOVE SPACES TO WS-PART-CTL-RECORD.
001074     OPEN INPUT PART-CTL.
001075     IF NOT PART-CTL-OK
001076         DISPLAY "NO EXISTE PARTCTL - CORRER PARTE_LOTE PRIMERO"
001077         MOVE 8 TO RETURN-CODE
001078         STOP RUN
001079     END-IF.
001080     READ PART-CTL
001081         NOT AT END
001082             MOVE PART-CTL-RECORD TO WS-PART-CTL-RECORD
001083     END-READ.
001084     CLOSE PART-CTL.
001085     IF NOT PC-HEADER OR WS-STREAM-NO > PC-STREAM-COUNT
001086         DISPLAY "LA CORRIENTE " WS-STREAM-NO
001087             " NO PERTENECE AL CONJUNTO DE PARTCTL"
001088         MOVE 8 TO RETURN-CODE
001089         STOP RUN
001090     END-IF.
001091     IF PC-SET-MERGED
001092         DISPLAY "EL CONJUNTO " PC-RUN-DATE "/" PC-RUN-SEQ
001093             " YA FUE FUSIONADO - CORRER PARTE_LOTE"
001094         MOVE 8 TO RETURN-CODE
001095         STOP RUN
001096     END-IF.
001097     MOVE "Y" TO SW-STREAM.
001098     MOVE PC-RUN-DATE TO WS-RUN-DATE.
001099     MOVE PC-RUN-SEQ TO WS-RUN-SEQ.
001100     MOVE WS-STREAM-NO TO WS-SUFFIX-STREAM.
001101     MOVE WS-STREAM-SUFFIX TO WS-BATCH-FILE-NAME (9:4).
001102     MOVE WS-STREAM-SUFFIX TO WS-RESTART-FILE-NAME (9:4).
001103     MOVE WS-STREAM-SUFFIX TO WS-AUDIT-FILE-NAME (9:4).
001104     MOVE WS-STREAM-SUFFIX TO WS-PERF-FILE-NAME (9:4).
001105     MOVE WS-STREAM-SUFFIX TO WS-JRNL-FILE-NAME (9:4).
001106     MOVE WS-STREAM-SUFFIX TO WS-PART-TOT-NAME (8:4).
001107     MOVE WS-STREAM-SUFFIX TO CF-NAME-SUFFIX.
001108     MOVE "RPTS" TO WS-RPT-GEN-TYPE.
001109     MOVE WS-STREAM-NO TO WS-RPT-GEN-TYPE (5:2).
001110     MOVE "EXCPS" TO WS-EXCP-GEN-TYPE.
001111     MOVE WS-STREAM-NO TO WS-EXCP-GEN-TYPE (6:2).
001112     MOVE "CSVS" TO WS-CSV-GEN-TYPE.
001113     MOVE WS-STREAM-NO TO WS-CSV-GEN-TYPE (5:2).
001114     MOVE "VERIFS" TO WS-VERIF-GEN-TYPE.
001115     MOVE WS-STREAM-NO TO WS-VERIF-GEN-TYPE (7:2).
001116     MOVE SPACES TO WS-PART-TOT-LINE.
001117     OPEN INPUT PART-TOT.
001118     IF PART-TOT-OK
001119         READ PART-TOT
001120             NOT AT END
001121                 MOVE PART-TOT-RECORD TO WS-PART-TOT-LINE
001122         END-READ
001123         CLOSE PART-TOT
001124     END-IF.
001125     IF PT-STREAM-COMPLETE
001126         AND PT-RUN-DATE = PC-RUN-DATE AND PT-RUN-SEQ = PC-RUN-SEQ
001127         DISPLAY "CORRIENTE " WS-STREAM-NO
001128             " YA COMPLETA PARA ESTE CONJUNTO - NADA QUE HACER"
001129         MOVE 0 TO RETURN-CODE
001130         STOP RUN
001131     END-IF.
001132     OPEN INPUT BATCH-IN.
001133     IF NOT BATCH-IN-OK
001134         DISPLAY "NO EXISTE " WS-BATCH-FILE-NAME
001135             " - CORRER PARTE_LOTE PRIMERO"
001136         MOVE 8 TO RETURN-CODE
001137         STOP RUN
001138     END-IF.
001139     CLOSE BATCH-IN.
001140     DISPLAY "CORRIENTE " WS-STREAM-NO " DEL CONJUNTO "
001141         PC-RUN-DATE "/" PC-RUN-SEQ " - LOTE " WS-BATCH-FILE-NAME.
001142*==============================================================
001143 1100-OPEN-COEF-LOOKUP.
001144*==============================================================
001145*    THE CACHE FILE MAY NOT EXIST ON A SITE'S FIRST RUN - IF THE
001146*    I-O OPEN FAILS BECAUSE THE FILE IS MISSING, CREATE IT.
001147*--------------------------------------------------------------
001148     OPEN I-O COEF-LOOKUP.
001149     IF COEF-LOOKUP-MISSING
001150         OPEN OUTPUT COEF-LOOKUP
001151         CLOSE COEF-LOOKUP
001152         OPEN I-O COEF-LOOKUP
001153     END-IF.
001154*    A READER ALREADY IN THE FILE MUST NOT KILL THE BATCH
001155*    OPEN - A FAILED SHARED OPEN IS RETRIED BEFORE THE RUN
001156*    FALLS BACK TO COMPUTING WITHOUT THE CACHE.
001157     MOVE 0 TO WS-OPEN-TRIES.
001158     PERFORM 1110-RETRY-CACHE-OPEN
001159         UNTIL COEF-LOOKUP-OK OR WS-OPEN-TRIES >= 5.
001160     IF COEF-LOOKUP-OK
001161         MOVE "Y" TO SW-LOOKUP-OPEN
001162     END-IF.
001163*==============================================================
001164 1110-RETRY-CACHE-OPEN.
001165*==============================================================
001166     ADD 1 TO WS-OPEN-TRIES.
001167     DISPLAY "REINTENTO DE APERTURA DE COEFLKUP - STATUS "
001168         FS-COEF-LOOKUP.
001169     OPEN I-O COEF-LOOKUP.
001170*==============================================================
001171*    OPENS THIS RUN'S OUTPUT GENERATIONS: FINDS THE HIGHEST
001172*    RUN SEQUENCE ALREADY CATALOGED IN GENCAT, TAKES THE NEXT,
001173*    BUILDS THE <TYPE>.D<DATE>.S<SEQ> NAMES, OPENS THE FOUR
001174*    FILES FRESH AND CATALOGS THEM. FINDING TUESDAY'S CSV IS
001175*    NOW A CATALOG LOOKUP, NOT A SCROLL THROUGH EVERY RUN
001176*    SINCE THE FILES WERE CREATED.
001177*--------------------------------------------------------------
001178 1600-OPEN-GENERATIONS.
001179*==============================================================
001180     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001181*    A PARTITION STREAM TAKES ITS DATE AND SEQUENCE FROM THE SET
001182     IF NOT STREAM-RUN
001183         MOVE WS-TODAY TO WS-RUN-DATE
001184         MOVE 0 TO WS-MAX-SEQ
001185         OPEN INPUT GEN-CAT
001186         IF GEN-CAT-OK
001187             MOVE "Y" TO WS-GEN-MORE
001188             PERFORM 1630-SCAN-ONE-CAT-LINE
001189                 UNTIL GEN-NO-MORE-LINES
001190             CLOSE GEN-CAT
001191         END-IF
001192         COMPUTE WS-RUN-SEQ = WS-MAX-SEQ + 1
001193     END-IF.
001194     MOVE WS-RPT-GEN-TYPE TO WS-GEN-PREFIX.
001195     PERFORM 1610-BUILD-GEN-NAME.
001196     MOVE WS-GEN-NAME TO WS-RPT-GEN-NAME.
001197     MOVE WS-EXCP-GEN-TYPE TO WS-GEN-PREFIX.
001198     PERFORM 1610-BUILD-GEN-NAME.
001199     MOVE WS-GEN-NAME TO WS-EXCP-GEN-NAME.
001200     MOVE WS-CSV-GEN-TYPE TO WS-GEN-PREFIX.
001201     PERFORM 1610-BUILD-GEN-NAME.
001202     MOVE WS-GEN-NAME TO WS-CSV-GEN-NAME.
001203     MOVE WS-VERIF-GEN-TYPE TO WS-GEN-PREFIX.
001204     PERFORM 1610-BUILD-GEN-NAME.
001205     MOVE WS-GEN-NAME TO WS-VERIF-GEN-NAME.
001206     IF STREAM-RUN
001207         PERFORM 1700-OPEN-STREAM-GENERATIONS
001208     ELSE
001209         OPEN OUTPUT RPT-OUT
001210         OPEN OUTPUT EXCP-OUT
001211         OPEN OUTPUT CSV-OUT
001212         OPEN OUTPUT VERIF-OUT
001213         PERFORM 1640-CATALOG-GENERATIONS
001214     END-IF.
001215*==============================================================
001216*    CATALOGS THE RUN'S FOUR GENERATIONS IN GENCAT. A PARTITION
001217*    STREAM'S GENERATIONS ARE CATALOGED BY THE MERGE INSTEAD.
001218*--------------------------------------------------------------
001219 1640-CATALOG-GENERATIONS.
001220*==============================================================
001221     OPEN EXTEND GEN-CAT.
001222     IF GEN-CAT-MISSING
001223         OPEN OUTPUT GEN-CAT
001224     END-IF.
001225     MOVE WS-RPT-GEN-TYPE TO GC-TYPE.
001226     MOVE WS-RPT-GEN-NAME TO GC-FILENAME.
001227     PERFORM 1620-WRITE-CAT-LINE.
001228     MOVE WS-EXCP-GEN-TYPE TO GC-TYPE.
001229     MOVE WS-EXCP-GEN-NAME TO GC-FILENAME.
001230     PERFORM 1620-WRITE-CAT-LINE.
001231     MOVE WS-CSV-GEN-TYPE TO GC-TYPE.
001232     MOVE WS-CSV-GEN-NAME TO GC-FILENAME.
001233     PERFORM 1620-WRITE-CAT-LINE.
001234     MOVE WS-VERIF-GEN-TYPE TO GC-TYPE.
001235     MOVE WS-VERIF-GEN-NAME TO GC-FILENAME.
001236     PERFORM 1620-WRITE-CAT-LINE.
001237     CLOSE GEN-CAT.
001238*==============================================================
001239*    BUILDS <PREFIX>.D<DATE>.S<SEQ> INTO WS-GEN-NAME.
001240*--------------------------------------------------------------
001241 1610-BUILD-GEN-NAME.
001242*==============================================================
001243     MOVE SPACES TO WS-GEN-NAME.
001244     STRING WS-GEN-PREFIX DELIMITED BY SPACE
001245         ".D" DELIMITED BY SIZE
001246         WS-RUN-DATE DELIMITED BY SIZE
001247         ".S" DELIMITED BY SIZE
001248         WS-RUN-SEQ DELIMITED BY SIZE
001249         INTO WS-GEN-NAME
001250     END-STRING.
001251*==============================================================
001252 1620-WRITE-CAT-LINE.
001253*==============================================================
001254     MOVE WS-RUN-DATE TO GC-DATE.
001255     MOVE WS-RUN-SEQ TO GC-SEQ.
001256     MOVE WS-GENCAT-LINE TO GEN-CAT-RECORD.
001257     WRITE GEN-CAT-RECORD.
001258*==============================================================
001259*    READS ONE CATALOG LINE HUNTING THE HIGHEST RUN SEQUENCE.
001260*--------------------------------------------------------------
001261 1630-SCAN-ONE-CAT-LINE.
001262*==============================================================
001263     READ GEN-CAT
001264         AT END
001265             MOVE "N" TO WS-GEN-MORE
001266         NOT AT END
001267             MOVE GEN-CAT-RECORD TO WS-GENCAT-LINE
001268             IF GC-SEQ > WS-MAX-SEQ
001269                 MOVE GC-SEQ TO WS-MAX-SEQ
001270             END-IF
001271     END-READ.
001272*==============================================================
001273*    OPENS A PARTITION STREAM'S GENERATIONS. A FRESH STREAM
001274*    OPENS THEM EMPTY. A RESTARTED STREAM (ITS CHECKPOINT SHOWS
001275*    ENTRIES ALREADY DONE) CUTS EACH ONE BACK TO THE LINES IT
001276*    HELD AT THAT CHECKPOINT - DROPPING WHATEVER THE FAILED
001277*    ENTRY HAD WRITTEN - AND APPENDS FROM THERE, SO THE MERGE
001278*    SEES EACH ENTRY EXACTLY ONCE. THE CHECKPOINT IS LOADED
001279*    HERE, AHEAD OF THE BATCH PATH, BECAUSE THE GENERATIONS
001280*    MUST BE CUT BACK BEFORE THEY ARE OPENED.
001281*--------------------------------------------------------------
001282 1700-OPEN-STREAM-GENERATIONS.
001283*==============================================================
001284     PERFORM 1200-LOAD-RESTART-CHECKPOINT.
001285     IF WS-RESTART-SEQ = 0
001286         OPEN OUTPUT RPT-OUT
001287         OPEN OUTPUT EXCP-OUT
001288         OPEN OUTPUT CSV-OUT
001289         OPEN OUTPUT VERIF-OUT
001290     ELSE
001291         DISPLAY "REINICIO DE LA CORRIENTE " WS-STREAM-NO
001292             " DESPUES DE LA ENTRADA " WS-RESTART-SEQ
001293         MOVE WS-RPT-GEN-NAME TO WS-TRIM-GEN-NAME
001294         MOVE WS-RPT-LINES TO WS-TRIM-KEEP
001295         PERFORM 1710-CUT-BACK-GENERATION
001296         MOVE WS-EXCP-GEN-NAME TO WS-TRIM-GEN-NAME
001297         MOVE WS-EXCP-LINES TO WS-TRIM-KEEP
001298         PERFORM 1710-CUT-BACK-GENERATION
001299         MOVE WS-CSV-GEN-NAME TO WS-TRIM-GEN-NAME
001300         MOVE WS-CSV-LINES TO WS-TRIM-KEEP
001301         PERFORM 1710-CUT-BACK-GENERATION
001302         MOVE WS-VERIF-GEN-NAME TO WS-TRIM-GEN-NAME
001303         MOVE WS-VERIF-LINES TO WS-TRIM-KEEP
001304         PERFORM 1710-CUT-BACK-GENERATION
001305         OPEN EXTEND RPT-OUT
001306         OPEN EXTEND EXCP-OUT
001307         OPEN EXTEND CSV-OUT
001308         OPEN EXTEND VERIF-OUT
001309     END-IF.
001310*==============================================================
001311*    COPIES THE FIRST WS-TRIM-KEEP LINES OF THE GENERATION IN
001312*    WS-TRIM-GEN-NAME TO A .TMP WORK COPY, COPIES THEM BACK OVER
001313*    THE GENERATION AND DELETES THE WORK COPY. A GENERATION
001314*    THAT IS MISSING OR SHORTER THAN ITS CHECKPOINT CANNOT BE
001315*    TRUSTED, SO THE STREAM STOPS WITH RETURN CODE 8 AND THE
001316*    SET MUST BE SPLIT AGAIN.
001317*--------------------------------------------------------------
001318 1710-CUT-BACK-GENERATION.
001319*==============================================================
001320     MOVE SPACES TO WS-TRIM-TMP-NAME.
001321     STRING WS-TRIM-GEN-NAME DELIMITED BY SPACE
001322         ".TMP" DELIMITED BY SIZE
001323         INTO WS-TRIM-TMP-NAME
001324     END-STRING.
001325     MOVE WS-TRIM-GEN-NAME TO WS-TRIM-IN-NAME.
001326     MOVE WS-TRIM-TMP-NAME TO WS-TRIM-OUT-NAME.
001327     OPEN INPUT TRIM-IN.
001328     IF NOT TRIM-IN-OK
001329         DISPLAY "FALTA LA GENERACION " WS-TRIM-GEN-NAME
001330             " - NO SE PUEDE REINICIAR LA CORRIENTE"
001331         MOVE 8 TO RETURN-CODE
001332         STOP RUN
001333     END-IF.
001334     OPEN OUTPUT TRIM-OUT.
001335     MOVE 0 TO WS-TRIM-COPIED.
001336     MOVE "Y" TO WS-TRIM-MORE.
001337     PERFORM 1720-COPY-ONE-LINE
001338         UNTIL TRIM-NO-MORE-LINES
001339             OR WS-TRIM-COPIED = WS-TRIM-KEEP.
001340     CLOSE TRIM-IN.
001341     CLOSE TRIM-OUT.
001342     IF WS-TRIM-COPIED < WS-TRIM-KEEP
001343         DISPLAY "GENERACION " WS-TRIM-GEN-NAME
001344             " MAS CORTA QUE SU PUNTO DE CONTROL"
001345             " - NO SE PUEDE REINICIAR LA CORRIENTE"
001346         MOVE 8 TO RETURN-CODE
001347         STOP RUN
001348     END-IF.
001349     MOVE WS-TRIM-TMP-NAME TO WS-TRIM-IN-NAME.
001350     MOVE WS-TRIM-GEN-NAME TO WS-TRIM-OUT-NAME.
001351     OPEN INPUT TRIM-IN.
001352     OPEN OUTPUT TRIM-OUT.
001353     MOVE 0 TO WS-TRIM-COPIED.
001354     MOVE "Y" TO WS-TRIM-MORE.
001355     PERFORM 1720-COPY-ONE-LINE
001356         UNTIL TRIM-NO-MORE-LINES.
001357     CLOSE TRIM-IN.
001358     CLOSE TRIM-OUT.
001359     CALL "CBL_DELETE_FILE" USING WS-TRIM-TMP-NAME.
001360*==============================================================
001361 1720-COPY-ONE-LINE.
001362*==============================================================
001363     READ TRIM-IN
001364         AT END
001365             MOVE "N" TO WS-TRIM-MORE
001366         NOT AT END
001367             MOVE TRIM-IN-RECORD TO TRIM-OUT-RECORD
001368             WRITE TRIM-OUT-RECORD
001369             ADD 1 TO WS-TRIM-COPIED
001370     END-READ.
001371*==============================================================
001372*    LOADS THE SEQUENCE NUMBER OF THE LAST BATCH-IN ENTRY THAT
001373*    WAS CHECKPOINTED AS COMPLETE, SO A RESUBMITTED JOB SKIPS
001374*    PAST ENTRIES ALREADY PROCESSED ON AN EARLIER, INTERRUPTED
001375*    RUN INSTEAD OF REPROCESSING THE WHOLE BATCH-IN FILE. A
001376*    MISSING RESTART FILE MEANS THIS IS A FRESH RUN.
001377*--------------------------------------------------------------
001378 1200-LOAD-RESTART-CHECKPOINT.
001379*==============================================================
001380     MOVE 0 TO WS-RESTART-SEQ.
001381     MOVE 0 TO WS-RESTART-LAST-N.
001382     OPEN INPUT RESTART-FILE.
001383     IF RESTART-OK
001384         READ RESTART-FILE
001385             NOT AT END
001386                 MOVE RESTART-RECORD TO WS-RESTART-LINE
001387                 MOVE RL-SEQUENCE TO WS-RESTART-SEQ
001388                 MOVE RL-LAST-N TO WS-RESTART-LAST-N
001389                 IF STREAM-RUN AND WS-RESTART-SEQ > 0
001390                     PERFORM 1210-RESTORE-STREAM-COUNTS
001391                 END-IF
001392         END-READ
001393         CLOSE RESTART-FILE
001394     END-IF.
001395*==============================================================
001396*    A PARTITION STREAM PICKS UP ITS CONTROL COUNTERS, PAGE
001397*    NUMBER AND GENERATION LINE COUNTS FROM THE CHECKPOINT, SO
001398*    ITS TRAILER AND PARTTOT COVER THE WHOLE SLICE AND NOT JUST
001399*    THE ENTRIES RUN SINCE THE RESTART.
001400*--------------------------------------------------------------
001401 1210-RESTORE-STREAM-COUNTS.
001402*==============================================================
001403     MOVE RL-ENTRIES-READ TO WS-CTL-ENTRIES-READ.
001404     MOVE RL-ACCEPTED TO WS-CTL-ACCEPTED.
001405     MOVE RL-REJECTED TO WS-CTL-REJECTED.
001406     MOVE RL-VERIFIED TO WS-CTL-VERIFIED.
001407     MOVE RL-ROWS-WRITTEN TO WS-CTL-ROWS-WRITTEN.
001408     MOVE RL-COEF-COMPUTED TO WS-CTL-COEF-COMPUTED.
001409     MOVE RL-COEF-CACHED TO WS-CTL-COEF-CACHED.
001410     MOVE RL-EXCEPTIONS TO WS-CTL-EXCEPTIONS.
001411     MOVE RL-VER-DIFFS TO WS-CTL-VER-DIFFS.
001412     MOVE RL-PAGE-NUMBER TO WS-PAGE-NUMBER.
001413     MOVE RL-RPT-LINES TO WS-RPT-LINES.
001414     MOVE RL-EXCP-LINES TO WS-EXCP-LINES.
001415     MOVE RL-CSV-LINES TO WS-CSV-LINES.
001416     MOVE RL-VERIF-LINES TO WS-VERIF-LINES.
001417*==============================================================
001418*    AN UNATTENDED/SCHEDULER RUN SUPPLIES ITS N, ROW COUNT AND
001419*    OPERATOR ID ON THE COMMAND-LINE PARM, JCL-STYLE, SO THE JOB
001420*    NEEDS NO BATCH-IN FILE PREPARED AHEAD OF TIME. WHEN NO PARM
001421*    IS PRESENT, A PARAMETER FILE IS TRIED NEXT. ONLY WHEN NEITHER
001422*    IS SUPPLIED DOES THE RUN FALL BACK TO THE NORMAL MULTI-ENTRY
001423*    BATCH-IN FILE.
001424*--------------------------------------------------------------
001425 1300-DETERMINE-RUN-MODE.
001426*==============================================================
001427     MOVE SPACES TO WS-PARM-LINE.
001428     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
001429     IF WS-PARM-LINE NOT = SPACES
001430         MOVE "L" TO SW-RUN-MODE
001431         PERFORM 1310-PARSE-PARM-LINE
001432     ELSE
001433         OPEN INPUT PARM-IN
001434         IF PARM-IN-OK
001435             READ PARM-IN
001436                 NOT AT END
001437                     MOVE "F" TO SW-RUN-MODE
001438                     MOVE PI-N-TEXT TO WS-N-TEXT-IN
001439                     PERFORM 1400-PARSE-N-TEXT
001440                     MOVE PI-ROW-COUNT-TEXT TO WS-ROW-COUNT
001441                     MOVE PI-OPERATOR-ID TO WS-OPERATOR-ID
001442                     MOVE PI-MODE-FLAG TO SW-VERIFY-MODE
001443                     MOVE PI-START-ROW-TEXT TO WS-START-ROW
001444                     MOVE PI-PRODUCT TO WS-PRODUCT
001445                     PERFORM 1500-DEFAULT-START-ROW
001446             END-READ
001447             CLOSE PARM-IN
001448         END-IF
001449     END-IF.
001450*==============================================================
001451*    UNSTRINGS "N,ROWS,OPERATOR" FROM A COMMAND-LINE PARM. THE
001452*    OPERATOR SUB-FIELD IS OPTIONAL AND DEFAULTS TO "BATCH".
001453*--------------------------------------------------------------
001454 1310-PARSE-PARM-LINE.
001455*==============================================================
001456     MOVE SPACES TO WS-PARM-FIELDS.
001457     MOVE "BATCH" TO WS-PARM-OPERATOR.
001458     UNSTRING WS-PARM-LINE DELIMITED BY ","
001459         INTO WS-PARM-N-TEXT WS-PARM-ROWS-TEXT WS-PARM-OPERATOR
001460             WS-PARM-MODE WS-PARM-START WS-PARM-PRODUCT
001461     END-UNSTRING.
001462     MOVE WS-PARM-N-TEXT TO WS-N-TEXT-IN.
001463     PERFORM 1400-PARSE-N-TEXT.
001464     MOVE WS-PARM-ROWS-TEXT TO WS-ROW-COUNT.
001465     IF WS-PARM-OPERATOR = SPACES
001466         MOVE "BATCH" TO WS-PARM-OPERATOR
001467     END-IF.
001468     MOVE WS-PARM-OPERATOR TO WS-OPERATOR-ID.
001469     MOVE WS-PARM-MODE TO SW-VERIFY-MODE.
001470     MOVE WS-PARM-START TO WS-START-ROW.
001471     MOVE WS-PARM-PRODUCT TO WS-PRODUCT.
001472     PERFORM 1500-DEFAULT-START-ROW.
001473*==============================================================
001474*    CONVERTS THE N TEXT IN WS-N-TEXT-IN TO THE DECIMAL N. THE
001475*    TEXT MAY CARRY A DECIMAL POINT ("1.0425"); ONE WITHOUT IS
001476*    A WHOLE NUMBER, SO THE OLD ALL-DIGIT BATCH FILES STILL
001477*    LOAD UNCHANGED. THE FRACTION IS POSITIONAL - ITS TRAILING
001478*    SPACES FILL WITH ZEROS BEFORE THE MOVE.
001479*--------------------------------------------------------------
001480 1400-PARSE-N-TEXT.
001481*==============================================================
001482*    A LEADING MINUS MARKS A NEGATIVE FACTOR - NOTE IT, BLANK
001483*    IT OUT AND PARSE THE DIGITS AS BEFORE.
001484     MOVE "+" TO WS-N-SIGN.
001485     MOVE 0 TO WS-N-MINUS-COUNT.
001486     INSPECT WS-N-TEXT-IN
001487         TALLYING WS-N-MINUS-COUNT FOR ALL "-".
001488     IF WS-N-MINUS-COUNT > 0
001489         MOVE "-" TO WS-N-SIGN
001490         INSPECT WS-N-TEXT-IN REPLACING ALL "-" BY " "
001491     END-IF.
001492     MOVE SPACES TO WS-N-WHOLE-TEXT.
001493     MOVE SPACES TO WS-N-FRAC-TEXT.
001494     UNSTRING WS-N-TEXT-IN DELIMITED BY "."
001495         INTO WS-N-WHOLE-TEXT WS-N-FRAC-TEXT
001496     END-UNSTRING.
001497*    A WHOLE PART WITH MORE THAN 14 SIGNIFICANT DIGITS CANNOT
001498*    BE HELD - FLAG IT SO THE ENTRY IS RECHAZADO RATHER THAN
001499*    QUIETLY TRUNCATED AND RUN UNDER A DIFFERENT VALUE.
001500     MOVE "N" TO SW-N-OVERLONG.
001501     MOVE 0 TO WS-N-SIG-DIGITS.
001502     PERFORM 1410-COUNT-ONE-WHOLE-CHAR
001503         VARYING WS-N-SCAN-IX FROM 1 BY 1
001504         UNTIL WS-N-SCAN-IX > 18.
001505     IF WS-N-SIG-DIGITS > 14
001506         MOVE "Y" TO SW-N-OVERLONG
001507     END-IF.
001508     IF WS-N-WHOLE-TEXT = SPACES
001509         MOVE 0 TO WS-N-WHOLE
001510     ELSE
001511         MOVE WS-N-WHOLE-TEXT TO WS-N-WHOLE
001512     END-IF.
001513     INSPECT WS-N-FRAC-TEXT REPLACING ALL " " BY "0".
001514     MOVE WS-N-FRAC-TEXT TO WS-N-FRAC.
001515     COMPUTE N = WS-N-WHOLE + WS-N-FRAC / 10000.
001516     IF WS-N-SIGN = "-"
001517         COMPUTE N = 0 - N
001518     END-IF.
001519*==============================================================
001520*    TALLIES ONE WHOLE-PART CHARACTER - DIGITS COUNT ONCE THE
001521*    LEADING ZEROS ARE PAST, SO ZERO-PADDED LEGACY INPUT STAYS
001522*    WITHIN ITS TRUE LENGTH.
001523*--------------------------------------------------------------
001524 1410-COUNT-ONE-WHOLE-CHAR.
001525*==============================================================
001526     IF WS-N-WHOLE-CHAR (WS-N-SCAN-IX) >= "0"
001527         AND WS-N-WHOLE-CHAR (WS-N-SCAN-IX) <= "9"
001528         IF WS-N-WHOLE-CHAR (WS-N-SCAN-IX) NOT = "0"
001529             OR WS-N-SIG-DIGITS > 0
001530             ADD 1 TO WS-N-SIG-DIGITS
001531         END-IF
001532     END-IF.
001533*==============================================================
001534*    A BLANK OR ZERO STARTING ROW MEANS THE WHOLE TABLE FROM
001535*    ROW 1, THE WAY EVERY ENTRY RAN BEFORE RANGES EXISTED.
001536*--------------------------------------------------------------
001537 1500-DEFAULT-START-ROW.
001538*==============================================================
001539     IF WS-START-ROW = 0
001540         MOVE 1 TO WS-START-ROW
001541     END-IF.
001542*==============================================================
001543 2000-PROCESS-ONE-ENTRY.
001544*==============================================================
001545     READ BATCH-IN
001546         AT END
001547             MOVE "N" TO SW-MORE-ENTRIES
001548         NOT AT END
001549             MOVE BI-N-TEXT TO WS-N-TEXT-IN
001550             PERFORM 1400-PARSE-N-TEXT
001551             MOVE BI-ROW-COUNT-TEXT TO WS-ROW-COUNT
001552             MOVE BI-MODE-FLAG TO SW-VERIFY-MODE
001553             MOVE BI-START-ROW-TEXT TO WS-START-ROW
001554             MOVE BI-PRODUCT TO WS-PRODUCT
001555             MOVE BI-EFF-FROM-TEXT TO WS-EFF-DATE
001556             PERFORM 1500-DEFAULT-START-ROW
001557             ADD 1 TO WS-CURRENT-SEQ
001558             IF WS-CURRENT-SEQ > WS-RESTART-SEQ
001559                 PERFORM 2010-VALIDATE-AND-RUN-ENTRY
001560                 PERFORM 7000-CHECKPOINT-RESTART
001561             ELSE
001562                 DISPLAY "SKIPPING ENTRY ALREADY FILED ON RESTART"
001563             END-IF
001564     END-READ.
001565*==============================================================
001566*    VALIDATES AND RUNS A SINGLE N/ROW-COUNT ENTRY, WHICHEVER
001567*    RUN MODE SUPPLIED IT, AND ALWAYS RECORDS THE OUTCOME TO THE
001568*    AUDIT LOG.
001569*--------------------------------------------------------------
001570 2010-VALIDATE-AND-RUN-ENTRY.
001571*==============================================================
001572     MOVE SPACES TO WS-REASON.
001573     PERFORM 8000-START-ENTRY-TIMING.
001574     IF N-LENGTH-OK AND N NOT = 0 AND WS-ROW-COUNT > 0 THEN
001575         IF WS-START-ROW > WS-ROW-COUNT
001576             DISPLAY "RENGLON INICIAL MAYOR QUE EL FINAL"
001577             MOVE "RECHAZADO" TO WS-OUTCOME
001578             MOVE "RANGO DE RENGLONES INVALIDO"
001579                 TO WS-REASON
001580         ELSE
001581             IF VERIFY-MODE
001582                 PERFORM 4000-VERIFY-ONE-ENTRY
001583             ELSE
001584                 PERFORM 3900-REPORT-HEADERS
001585                 PERFORM Ciclo WITH TEST AFTER
001586                     VARYING POTENCIA FROM WS-START-ROW BY 1
001587                     UNTIL POTENCIA = WS-ROW-COUNT
001588                 DISPLAY "                        "
001589                     WITH NO ADVANCING
001590                 MOVE "ACEPTADO" TO WS-OUTCOME
001591             END-IF
001592         END-IF
001593     ELSE
001594         MOVE "RECHAZADO" TO WS-OUTCOME
001595         IF N-OVERLONG
001596             DISPLAY "N EXCEDE 14 ENTEROS"
001597             MOVE "N EXCEDE 14 ENTEROS" TO WS-REASON
001598         ELSE
001599             DISPLAY "INGRESAR NUMERO Y RENGLONES VALIDOS"
001600             MOVE "NUMERO O RENGLONES INVALIDOS"
001601                 TO WS-REASON
001602         END-IF
001603     END-IF.
001604     PERFORM 5000-WRITE-AUDIT-ENTRY.
001605     PERFORM 8100-WRITE-PERF-HISTORY.
001606*==============================================================
001607 3900-REPORT-HEADERS.
001608*==============================================================
001609     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001610     ADD 1 TO WS-PAGE-NUMBER.
001611     MOVE SPACES TO RPT-OUT-RECORD.
001612     STRING "TRIANGULO DE PASCAL" DELIMITED BY SIZE
001613         "     RUN DATE: " DELIMITED BY SIZE
001614         WS-TODAY DELIMITED BY SIZE
001615         "   PAGE: " DELIMITED BY SIZE
001616         WS-PAGE-NUMBER DELIMITED BY SIZE
001617         INTO RPT-OUT-RECORD
001618     END-STRING.
001619     WRITE RPT-OUT-RECORD
001620     ADD 1 TO WS-RPT-LINES.
001621     MOVE SPACES TO RPT-OUT-RECORD.
001622     MOVE N TO WS-N-EDIT.
001623     STRING "N = " DELIMITED BY SIZE
001624         WS-N-EDIT DELIMITED BY SIZE
001625         "     RENGLONES " DELIMITED BY SIZE
001626         WS-START-ROW DELIMITED BY SIZE
001627         " A " DELIMITED BY SIZE
001628         WS-ROW-COUNT DELIMITED BY SIZE
001629         "     PRODUCTO: " DELIMITED BY SIZE
001630         WS-PRODUCT DELIMITED BY SIZE
001631         INTO RPT-OUT-RECORD
001632     END-STRING.
001633     WRITE RPT-OUT-RECORD
001634     ADD 1 TO WS-RPT-LINES.
001635     MOVE SPACES TO RPT-OUT-RECORD.
001636     STRING "COEFICIENTES REDONDEADOS A 4 DECIMALES "
001637         DELIMITED BY SIZE
001638         "(MITAD HACIA ARRIBA) - " DELIMITED BY SIZE
001639         "CUADRE CON TOLERANCIA 0.0001 POR TERMINO"
001640         DELIMITED BY SIZE
001641         INTO RPT-OUT-RECORD
001642     END-STRING.
001643     WRITE RPT-OUT-RECORD
001644     ADD 1 TO WS-RPT-LINES.
001645     MOVE SPACES TO RPT-OUT-RECORD.
001646     WRITE RPT-OUT-RECORD
001647     ADD 1 TO WS-RPT-LINES.
001648*==============================================================
001649 Ciclo.
001650*==============================================================
001651     COMPUTE FACT = WS-ROW-COUNT + 4 - POTENCIA.
001652     PERFORM 3400-FLAG-ROW-IN-PROGRESS.
001653     MOVE SPACES TO WS-REPORT-ROW.
001654     MOVE 1 TO WS-ROW-BUILD-PTR.
001655     MOVE 0 TO WS-ROW-SUM.
001656     MOVE "N" TO SW-ROW-OVERFLOW.
001657     MOVE "N" TO SW-TOTAL-OVERFLOW.
001658     MOVE "N" TO SW-ROW-TRUNCATED.
001659     MOVE "N" TO SW-CARRY-VALID.
001660     PERFORM CicloTabs WITH TEST AFTER
001661         VARYING CONTADOR FROM 1 BY 1
001662         UNTIL CONTADOR = FACT.
001663     PERFORM CICLO2 WITH TEST AFTER
001664         VARYING TERMINO FROM 0 BY 1
001665         UNTIL TERMINO = POTENCIA.
001666     PERFORM 3800-ROW-TOTAL-CHECK.
001667     DISPLAY "  ".
001668     MOVE RR-TEXT TO RPT-OUT-RECORD.
001669     WRITE RPT-OUT-RECORD
001670     ADD 1 TO WS-RPT-LINES.
001671     ADD 1 TO WS-CTL-ROWS-WRITTEN.
001672     PERFORM 3410-FLAG-ROW-FREE.
001673*==============================================================
001674 Ciclo2.
001675*==============================================================
001676     MOVE "N" TO SW-OVERFLOW.
001677     PERFORM 3210-LOOKUP-CACHED-COEF.
001678     IF NOT COEF-FROM-CACHE
001679         IF TERMINO = 0 OR CARRY-BROKEN
001680             PERFORM 3100-COMPUTE-ONE-COEF
001681         ELSE
001682             PERFORM 3120-NEXT-COEF-FROM-CARRY
001683         END-IF
001684         ADD 1 TO WS-CTL-COEF-COMPUTED
001762         IF ARITH-OK
001764             MOVE OP TO DOP
001766             PERFORM 3230-STORE-CACHED-COEF
002007 3300-START-CONTINUATION-LINE.
002008*==============================================================
002009     MOVE RR-TEXT TO RPT-OUT-RECORD.
002010     WRITE RPT-OUT-RECORD
002011     ADD 1 TO WS-RPT-LINES.
002012     MOVE SPACES TO WS-REPORT-ROW.
002013     MOVE POTENCIA TO CP-POTENCIA.
002014     MOVE 1 TO WS-ROW-BUILD-PTR.
002015     STRING WS-CONT-PREFIX DELIMITED BY SIZE
002016         INTO RR-TEXT
002017         WITH POINTER WS-ROW-BUILD-PTR
002018     END-STRING.
002019*==============================================================
002020 CicloTabs.
002021*==============================================================
002022     DISPLAY "  " WITH NO ADVANCING.
002023     STRING "  " DELIMITED BY SIZE
002024         INTO RR-TEXT
002025         WITH POINTER WS-ROW-BUILD-PTR
002026         ON OVERFLOW
002027             MOVE "Y" TO SW-ROW-TRUNCATED
002028     END-STRING.
002029*==============================================================
002030 5000-WRITE-AUDIT-ENTRY.
002031*==============================================================
002032     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002033     ACCEPT WS-NOW FROM TIME.
002034     ADD 1 TO WS-CTL-ENTRIES-READ.
002035     EVALUATE WS-OUTCOME
002036         WHEN "ACEPTADO "
002037             ADD 1 TO WS-CTL-ACCEPTED
002038         WHEN "RECHAZADO"
002039             ADD 1 TO WS-CTL-REJECTED
002040         WHEN "VERIFICA "
002041             ADD 1 TO WS-CTL-VERIFIED
002042     END-EVALUATE.
002043     MOVE SPACES TO WS-AUDIT-LINE.
002044     MOVE WS-TODAY TO AL-DATE.
002045     MOVE WS-NOW TO AL-TIME.
002046     MOVE WS-OPERATOR-ID TO AL-OPERATOR.
002047     MOVE N TO AL-N.
002050     MOVE WS-ROW-COUNT TO AL-ROWS.
002055     MOVE WS-OUTCOME TO AL-OUTCOME.
002056     MOVE WS-REASON TO AL-REASON.
002057     MOVE WS-PRODUCT TO AL-PRODUCT.
002060     MOVE WS-AUDIT-LINE TO AUDIT-OUT-RECORD.
002070     WRITE AUDIT-OUT-RECORD.
002080*==============================================================
002416     MOVE WS-CACHE-FLAG-LINE TO CACHE-FLAG-RECORD.
002417     WRITE CACHE-FLAG-RECORD.
002418     CLOSE CACHE-FLAG.
002420*==============================================================
002422 3800-ROW-TOTAL-CHECK.
002424*==============================================================
002426*    EACH COMPLETED ROW SHOULD SUM TO N TIMES 2**POTENCIA, SINCE
002428*    EVERY TERM DOP IS N TIMES THE BINOMIAL COEFFICIENT. A BAD
002430*    DIVIDE OR A TRUNCATED DOP WOULD OTHERWISE SLIP THROUGH
002440*    SILENTLY, SO ANY MISMATCH IS WRITTEN TO THE EXCEPTIONS
002450*    REPORT. ROWS CONTAINING AN OVERFLOWED TERM ARE EXPECTED
002460*    NOT TO RECONCILE AND ARE NOTED AS SUCH.
002465*--------------------------------------------------------------
002468     MOVE WS-PRODUCT TO EX-PRODUCT.
002470     MOVE N TO WS-EXPECTED-TOTAL.
002480     PERFORM 3810-RAISE-POWER-OF-TWO WITH TEST AFTER
002490         VARYING WS-POWER-INDEX FROM 1 BY 1
002506         MOVE "REPORT ROW TEXT TRUNCATED" TO EX-MESSAGE
002507         MOVE WS-EXCEPTION-LINE TO EXCP-OUT-RECORD
002508         WRITE EXCP-OUT-RECORD
002509         ADD 1 TO WS-EXCP-LINES
002510         ADD 1 TO WS-CTL-EXCEPTIONS
002511     END-IF.
002512     IF TOTAL-HAS-OVERFLOW
002513         MOVE N TO EX-N
002514         MOVE POTENCIA TO EX-POTENCIA
002516         MOVE WS-ROW-SUM TO EX-ACTUAL-SUM
002518         MOVE WS-EXPECTED-TOTAL TO EX-EXPECTED-SUM
002520         MOVE "CONTROL TOTAL OVERFLOWED" TO EX-MESSAGE
002522         MOVE WS-EXCEPTION-LINE TO EXCP-OUT-RECORD
002523         WRITE EXCP-OUT-RECORD
002524         ADD 1 TO WS-EXCP-LINES
002525         ADD 1 TO WS-CTL-EXCEPTIONS
002526     ELSE
002527*        EACH TERM IS ROUNDED TO FOUR DECIMALS, SO A SCALED ROW
002537                 = WS-EXPECTED-TOTAL - WS-ROW-SUM
002538         END-IF
002539         IF WS-SUM-DIFF > WS-TOLERANCE
002540             MOVE N TO EX-N
002541             MOVE POTENCIA TO EX-POTENCIA
002542             MOVE WS-ROW-SUM TO EX-ACTUAL-SUM
002543             MOVE WS-EXPECTED-TOTAL TO EX-EXPECTED-SUM
002544             IF ROW-HAS-OVERFLOW
002545                 MOVE "ROW CONTAINS OVERFLOWED TERM" TO EX-MESSAGE
002546             ELSE
002547                 MOVE "ROW SUM DOES NOT RECONCILE" TO EX-MESSAGE
002548             END-IF
002549             MOVE WS-EXCEPTION-LINE TO EXCP-OUT-RECORD
002550             WRITE EXCP-OUT-RECORD
002551             ADD 1 TO WS-EXCP-LINES
002552             ADD 1 TO WS-CTL-EXCEPTIONS
002553         END-IF
002554     END-IF.
002640*==============================================================
002650 3810-RAISE-POWER-OF-TWO.
002760     MOVE N TO CL-N.
002770     MOVE POTENCIA TO CL-POTENCIA.
002780     MOVE TERMINO TO CL-TERMINO.
002785     MOVE WS-PRODUCT TO CL-PRODUCT.
002786     MOVE WS-EFF-DATE TO CL-EFF-DATE.
002790     IF ARITH-OK
002800         MOVE DOP TO CL-DOP
002810         MOVE "N" TO CL-OVERFLOW-FLAG
002840         MOVE "Y" TO CL-OVERFLOW-FLAG
002850     END-IF.
002860     MOVE WS-CSV-LINE TO CSV-OUT-RECORD.
002870     WRITE CSV-OUT-RECORD
002875     ADD 1 TO WS-CSV-LINES.
002880*==============================================================
002890*    REWRITES THE RESTART CONTROL RECORD AFTER EVERY BATCH-IN
002900*    ENTRY, AND ONCE MORE WITH SEQUENCE ZERO AT A CLEAN END OF
002970     MOVE SPACES TO WS-RESTART-LINE.
002973     MOVE WS-CURRENT-SEQ TO RL-SEQUENCE.
002976     MOVE N TO RL-LAST-N.
002977     MOVE WS-CTL-ENTRIES-READ TO RL-ENTRIES-READ.
002978     MOVE WS-CTL-ACCEPTED TO RL-ACCEPTED.
002979     MOVE WS-CTL-REJECTED TO RL-REJECTED.
002980     MOVE WS-CTL-VERIFIED TO RL-VERIFIED.
002981     MOVE WS-CTL-ROWS-WRITTEN TO RL-ROWS-WRITTEN.
002982     MOVE WS-CTL-COEF-COMPUTED TO RL-COEF-COMPUTED.
002983     MOVE WS-CTL-COEF-CACHED TO RL-COEF-CACHED.
002984     MOVE WS-CTL-EXCEPTIONS TO RL-EXCEPTIONS.
002985     MOVE WS-CTL-VER-DIFFS TO RL-VER-DIFFS.
002986     MOVE WS-PAGE-NUMBER TO RL-PAGE-NUMBER.
002987     MOVE WS-RPT-LINES TO RL-RPT-LINES.
002988     MOVE WS-EXCP-LINES TO RL-EXCP-LINES.
002989     MOVE WS-CSV-LINES TO RL-CSV-LINES.
002990     MOVE WS-VERIF-LINES TO RL-VERIF-LINES.
002991*    A STREAM'S GENERATIONS ARE FLUSHED BEFORE THE CHECKPOINT
002992*    CLAIMS THEIR LINES, SO A RESTART CAN CUT BACK TO THEM
002993     IF STREAM-RUN
002994         PERFORM 7010-FLUSH-STREAM-GENERATIONS
002995     END-IF.
002996     OPEN OUTPUT RESTART-FILE.
002997     MOVE WS-RESTART-LINE TO RESTART-RECORD.
003000     WRITE RESTART-RECORD.
003010     CLOSE RESTART-FILE.
003011*==============================================================
003012 7010-FLUSH-STREAM-GENERATIONS.
003013*==============================================================
003014     CLOSE RPT-OUT.
003015     CLOSE EXCP-OUT.
003016     CLOSE CSV-OUT.
003017     CLOSE VERIF-OUT.
003018     OPEN EXTEND RPT-OUT.
003019     OPEN EXTEND EXCP-OUT.
003020     OPEN EXTEND CSV-OUT.
003021     OPEN EXTEND VERIF-OUT.
003025*==============================================================
003030*    VERIFICATION MODE - RECOMPUTES EVERY COEFFICIENT OF THE
003040*    ENTRY FROM SCRATCH AND COMPARES IT AGAINST THE CACHED
003050*    CK-DOP WHEN ONE EXISTS. DIFFERENCES (AND CACHED VALUES
003240         WS-ROW-COUNT DELIMITED BY SIZE
003250         INTO VERIF-OUT-RECORD
003260     END-STRING.
003270     WRITE VERIF-OUT-RECORD
003275     ADD 1 TO WS-VERIF-LINES.
003280     IF NOT LOOKUP-IS-OPEN
003290         MOVE "CACHE NO DISPONIBLE - NADA QUE VERIFICAR"
003300             TO VERIF-OUT-RECORD
003310         WRITE VERIF-OUT-RECORD
003315         ADD 1 TO WS-VERIF-LINES
003320     END-IF.
003330     PERFORM 4100-VERIFY-ROW WITH TEST AFTER
003340         VARYING POTENCIA FROM WS-START-ROW BY 1
003820     MOVE TERMINO TO VL-TERMINO.
003830     MOVE CK-DOP TO VL-CACHED.
003840     MOVE WS-VERIF-LINE TO VERIF-OUT-RECORD.
003850     WRITE VERIF-OUT-RECORD
003855     ADD 1 TO WS-VERIF-LINES.
003860*==============================================================
003870*    CLOSES THE VERIFICATION OF ONE ENTRY WITH ITS COUNTS AND
003880*    A PLAIN MATCH/MISMATCH VERDICT FOR THE AUDIT FILE.
003950         WS-VER-COUNT-EDIT DELIMITED BY SIZE
003960         INTO VERIF-OUT-RECORD
003970     END-STRING.
003980     WRITE VERIF-OUT-RECORD
003985     ADD 1 TO WS-VERIF-LINES.
003990     MOVE WS-VER-MATCHED TO WS-VER-COUNT-EDIT.
004000     MOVE SPACES TO VERIF-OUT-RECORD.
004010     STRING "COINCIDENCIAS:        " DELIMITED BY SIZE
004020         WS-VER-COUNT-EDIT DELIMITED BY SIZE
004030         INTO VERIF-OUT-RECORD
004040     END-STRING.
004050     WRITE VERIF-OUT-RECORD
004055     ADD 1 TO WS-VERIF-LINES.
004060     MOVE WS-VER-MISMATCHED TO WS-VER-COUNT-EDIT.
004070     MOVE SPACES TO VERIF-OUT-RECORD.
004080     STRING "DIFERENCIAS:          " DELIMITED BY SIZE
004090         WS-VER-COUNT-EDIT DELIMITED BY SIZE
004100         INTO VERIF-OUT-RECORD
004110     END-STRING.
004120     WRITE VERIF-OUT-RECORD
004125     ADD 1 TO WS-VERIF-LINES.
004130     MOVE WS-VER-MISSING TO WS-VER-COUNT-EDIT.
004140     MOVE SPACES TO VERIF-OUT-RECORD.
004150     STRING "SIN VALOR EN CACHE:   " DELIMITED BY SIZE
004160         WS-VER-COUNT-EDIT DELIMITED BY SIZE
004170         INTO VERIF-OUT-RECORD
004180     END-STRING.
004190     WRITE VERIF-OUT-RECORD
004195     ADD 1 TO WS-VERIF-LINES.
004200     MOVE SPACES TO VERIF-OUT-RECORD.
004210     IF WS-VER-MISMATCHED > 0
004220         MOVE "RESULTADO: CON DIFERENCIAS" TO VERIF-OUT-RECORD
004250         MOVE "RESULTADO: SIN DIFERENCIAS" TO VERIF-OUT-RECORD
004260         DISPLAY "VERIFICACION: SIN DIFERENCIAS"
004270     END-IF.
004271     WRITE VERIF-OUT-RECORD
004272     ADD 1 TO WS-VERIF-LINES.
004273     MOVE SPACES TO VERIF-OUT-RECORD.
004274     WRITE VERIF-OUT-RECORD
004275     ADD 1 TO WS-VERIF-LINES.
004276*==============================================================
004277*    NOTES THE CLOCK AND THE RUN COUNTERS AS AN ENTRY STARTS.
004278*--------------------------------------------------------------
004279 8000-START-ENTRY-TIMING.
004280*==============================================================
004281     ACCEPT WS-PERF-START-DATE FROM DATE YYYYMMDD.
004282     ACCEPT WS-PERF-START-TIME FROM TIME.
004283     MOVE WS-CTL-ROWS-WRITTEN TO WS-PERF-BASE-ROWS.
004284     MOVE WS-CTL-COEF-COMPUTED TO WS-PERF-BASE-COMPUTED.
004285     MOVE WS-CTL-COEF-CACHED TO WS-PERF-BASE-CACHED.
004286*==============================================================
004287*    APPENDS THE ENTRY'S PERFHIST LINE. AN ENTRY THAT RUNS
004288*    PAST MIDNIGHT ENDS ON THE NEXT DAY, SO ITS END TIME GAINS
004289*    A FULL DAY BEFORE THE ELAPSED TIME IS TAKEN.
004290*--------------------------------------------------------------
004291 8100-WRITE-PERF-HISTORY.
004292*==============================================================
004293     ACCEPT WS-PERF-END-DATE FROM DATE YYYYMMDD.
004294     ACCEPT WS-PERF-END-TIME FROM TIME.
004295     MOVE WS-PERF-START-TIME TO WS-PERF-TIME.
004296     PERFORM 8110-TIME-TO-HUNDREDTHS.
004297     MOVE WS-PERF-HUNDREDTHS TO WS-PERF-START-HUND.
004301     MOVE WS-PERF-END-TIME TO WS-PERF-TIME.
004302     PERFORM 8110-TIME-TO-HUNDREDTHS.
004303     MOVE WS-PERF-HUNDREDTHS TO WS-PERF-END-HUND.
004304     IF WS-PERF-END-DATE NOT = WS-PERF-START-DATE
004305         ADD 8640000 TO WS-PERF-END-HUND
004306     END-IF.
004307     IF WS-PERF-END-HUND < WS-PERF-START-HUND
004308         MOVE 0 TO WS-PERF-ELAPSED
004309     ELSE
004310         COMPUTE WS-PERF-ELAPSED
004311             = (WS-PERF-END-HUND - WS-PERF-START-HUND) / 100
004312     END-IF.
004313     COMPUTE WS-PERF-COMPUTED
004314         = WS-CTL-COEF-COMPUTED - WS-PERF-BASE-COMPUTED.
004315     COMPUTE WS-PERF-CACHED
004316         = WS-CTL-COEF-CACHED - WS-PERF-BASE-CACHED.
004317     COMPUTE WS-PERF-COEFS = WS-PERF-COMPUTED + WS-PERF-CACHED.
004318     IF WS-PERF-COEFS > 0
004319         COMPUTE WS-PERF-HIT-RATIO ROUNDED
004320             = WS-PERF-CACHED * 100 / WS-PERF-COEFS
004321     ELSE
004322         MOVE 0 TO WS-PERF-HIT-RATIO
004323     END-IF.
004324     MOVE SPACES TO WS-PERF-LINE.
004325     MOVE WS-RUN-DATE TO PH-RUN-DATE.
004326     MOVE WS-RUN-SEQ TO PH-RUN-SEQ.
004327     MOVE WS-CURRENT-SEQ TO PH-ENTRY-SEQ.
004328     MOVE WS-PRODUCT TO PH-PRODUCT.
004329     MOVE N TO PH-N.
004330     MOVE WS-START-ROW TO PH-START-ROW.
004331     MOVE WS-ROW-COUNT TO PH-ROWS.
004332     MOVE SW-VERIFY-MODE TO PH-MODE.
004333     IF PRECOMPUTE-RUN
004334         MOVE "A" TO PH-MODE
004335     END-IF.
004336     MOVE WS-OUTCOME TO PH-OUTCOME.
004337     MOVE WS-PERF-START-DATE TO PH-START-DATE.
004338     MOVE WS-PERF-START-TIME TO PH-START-TIME.
004339     MOVE WS-PERF-END-DATE TO PH-END-DATE.
004340     MOVE WS-PERF-END-TIME TO PH-END-TIME.
004341     MOVE WS-PERF-ELAPSED TO PH-ELAPSED.
004342     COMPUTE PH-ROWS-WRITTEN
004343         = WS-CTL-ROWS-WRITTEN - WS-PERF-BASE-ROWS.
004344     MOVE WS-PERF-COMPUTED TO PH-COEF-COMPUTED.
004345     MOVE WS-PERF-CACHED TO PH-COEF-CACHED.
004346     MOVE WS-PERF-HIT-RATIO TO PH-HIT-RATIO.
004347     MOVE WS-STREAM-NO TO PH-STREAM.
004348     MOVE WS-PERF-LINE TO PERF-HIST-RECORD.
004349     WRITE PERF-HIST-RECORD.
004350*==============================================================
004351 8110-TIME-TO-HUNDREDTHS.
004352*==============================================================
004353     COMPUTE WS-PERF-HUNDREDTHS
004354         = ((WS-PERF-HH * 60 + WS-PERF-MM) * 60 + WS-PERF-SS)
004355             * 100 + WS-PERF-CC.
004356*==============================================================
004357*    END-OF-RUN CONTROL TRAILER - THE COUNTS THE OPERATOR ON
004358*    SHIFT NEEDS WITHOUT OPENING EXCPRPT, PRINTED ON THE RUN'S
004359*    REPORT GENERATION AND THE CONSOLE, AND THE RETURN CODE
004360*    FOR THE SCHEDULER: 8 = REJECTS PRESENT, 4 = CUADRE
004361*    EXCEPTIONS OR VERIFY DIFFERENCES PRESENT, 0 = CLEAN.
004370*--------------------------------------------------------------
004380 9000-CONTROL-REPORT.
004390*==============================================================
004400     MOVE SPACES TO RPT-OUT-RECORD.
004410     WRITE RPT-OUT-RECORD
004415     ADD 1 TO WS-RPT-LINES.
004420     MOVE "RESUMEN DE CORRIDA" TO RPT-OUT-RECORD.
004430     WRITE RPT-OUT-RECORD
004435     ADD 1 TO WS-RPT-LINES.
004440     DISPLAY "RESUMEN DE CORRIDA".
004450     MOVE WS-CTL-ENTRIES-READ TO WS-CTL-COUNT-EDIT.
004460     MOVE "ENTRADAS LEIDAS:        " TO WS-CTL-LINE.
004890         WS-CTL-COUNT-EDIT DELIMITED BY SIZE
004900         INTO RPT-OUT-RECORD
004910     END-STRING.
004920     WRITE RPT-OUT-RECORD
004925     ADD 1 TO WS-RPT-LINES.
004930     DISPLAY WS-CTL-LINE WS-CTL-COUNT-EDIT.
004940*==============================================================
004950*    LEAVES THE FINISHED STREAM'S CONTROL TOTALS AND RETURN
004960*    CODE IN PARTTOT.PNN FOR THE MERGE - ITS PRESENCE, FOR THIS
004970*    SET, IS WHAT MARKS THE STREAM COMPLETE.
004980*--------------------------------------------------------------
004990 9200-WRITE-STREAM-TOTALS.
005000*==============================================================
005010     MOVE WS-RUN-DATE TO PT-RUN-DATE.
005020     MOVE WS-RUN-SEQ TO PT-RUN-SEQ.
005030     MOVE WS-STREAM-NO TO PT-STREAM-NO.
005040     MOVE "COMPLETA" TO PT-STATE.
005050     MOVE WS-CTL-ENTRIES-READ TO PT-ENTRIES-READ.
005060     MOVE WS-CTL-ACCEPTED TO PT-ACCEPTED.
005070     MOVE WS-CTL-REJECTED TO PT-REJECTED.
005080     MOVE WS-CTL-VERIFIED TO PT-VERIFIED.
005090     MOVE WS-CTL-ROWS-WRITTEN TO PT-ROWS-WRITTEN.
005100     MOVE WS-CTL-COEF-COMPUTED TO PT-COEF-COMPUTED.
005110     MOVE WS-CTL-COEF-CACHED TO PT-COEF-CACHED.
005120     MOVE WS-CTL-EXCEPTIONS TO PT-EXCEPTIONS.
005130     MOVE WS-CTL-VER-DIFFS TO PT-VER-DIFFS.
005140     MOVE WS-CTL-RETURN-CODE TO PT-RETURN-CODE.
005150     OPEN OUTPUT PART-TOT.
005160     MOVE WS-PART-TOT-LINE TO PART-TOT-RECORD.
005170     WRITE PART-TOT-RECORD.
005180     CLOSE PART-TOT.
005190     DISPLAY "CORRIENTE " WS-STREAM-NO
005200         " COMPLETA - CODIGO DE RETORNO " WS-CTL-RETURN-CODE.
