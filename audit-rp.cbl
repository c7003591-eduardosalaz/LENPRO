000180*                 PARM SUMMARIZES THE WHOLE FILE. OUTPUT GOES
000190*                 TO THE AUDITSUM LISTING AND THE TOTALS ALSO
000200*                 TO THE CONSOLE.
000201* 10/15/2026 JR   NEW VIOLACIONES DE SEGURIDAD SECTION - THE
000202*                 REFUSED ATTEMPTS LOGGED TO SECVIOL BY THE
000203*                 OPERAUT CHECKS, WITHIN THE SAME DESDE/HASTA
000204*                 RANGE, AND THEIR COUNT IN THE TOTALS.
000210*--------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000330     SELECT SUM-OUT ASSIGN TO "AUDITSUM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-SUM-OUT.
000351*    SECURITY VIOLATION LOG - SEE COPYBOOK SECVIOL
000352     SELECT SEC-VIOL-IN ASSIGN TO "SECVIOL"
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS FS-SEC-VIOL-IN.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000430 FD  SUM-OUT
000440     RECORDING MODE IS F.
000450 01  SUM-OUT-RECORD              PIC X(100).
000451*
000452 FD  SEC-VIOL-IN
000453     RECORDING MODE IS F.
000454 01  SEC-VIOL-IN-RECORD          PIC X(80).
000460*
000470 WORKING-STORAGE SECTION.
000480 01  WS-FILE-STATUSES.
000500         88  AUDIT-IN-OK                    VALUE "00".
000510         88  AUDIT-IN-EOF                   VALUE "10".
000520     05  FS-SUM-OUT              PIC X(02) VALUE "00".
000521     05  FS-SEC-VIOL-IN          PIC X(02) VALUE "00".
000522         88  SEC-VIOL-IN-OK                 VALUE "00".
000530 01  WS-SWITCHES.
000540     05  SW-MORE-RECORDS         PIC X(01) VALUE "Y".
000550         88  MORE-RECORDS                   VALUE "Y".
000570     05  SW-SLOT-FOUND           PIC X(01) VALUE "N".
000580         88  SLOT-FOUND                     VALUE "Y".
000590         88  SLOT-NOT-FOUND                 VALUE "N".
000591     05  SW-MORE-VIOL            PIC X(01) VALUE "Y".
000592         88  MORE-VIOL                      VALUE "Y".
000593         88  NO-MORE-VIOL                   VALUE "N".
000600*--------------------------------------------------------------
000610* PARSED COPY OF ONE AUDIT LINE - SEE COPYBOOK AUDLINE
000620*--------------------------------------------------------------
000630     COPY "audline.cpy".
000631*--------------------------------------------------------------
000632* ONE SECURITY VIOLATION LINE - SEE COPYBOOK SECVIOL
000633*--------------------------------------------------------------
000634     COPY "secviol.cpy".
000640*--------------------------------------------------------------
000650* COMMAND-LINE PARM - OPTIONAL "DESDE,HASTA" DATE RANGE
000660*--------------------------------------------------------------
001060 01  WS-TOTAL-ACEPTADO           PIC 9(07) COMP VALUE 0.
001070 01  WS-TOTAL-RECHAZADO          PIC 9(07) COMP VALUE 0.
001080 01  WS-TOTAL-VERIFICA           PIC 9(07) COMP VALUE 0.
001081 01  WS-TOTAL-VIOL               PIC 9(07) COMP VALUE 0.
001090 01  WS-MAX-N                    PIC S9(18) VALUE 0.
001100 01  WS-MAX-ROWS                 PIC 9(04) VALUE 0.
001110*--------------------------------------------------------------
003360         INTO SUM-OUT-RECORD
003370     END-STRING.
003380     WRITE SUM-OUT-RECORD.
003381     MOVE SPACES TO SUM-OUT-RECORD.
003382     WRITE SUM-OUT-RECORD.
003383     PERFORM 3400-WRITE-VIOLATIONS.
003390     MOVE SPACES TO SUM-OUT-RECORD.
003400     WRITE SUM-OUT-RECORD.
003410     PERFORM 3300-WRITE-ONE-TOTAL.
004010     END-STRING.
004020     WRITE SUM-OUT-RECORD.
004030     DISPLAY "LINEAS EN AUDITLOG:  " WS-COUNT-EDIT.
004031     MOVE WS-TOTAL-VIOL TO WS-COUNT-EDIT.
004032     MOVE SPACES TO SUM-OUT-RECORD.
004033     STRING "VIOLACIONES:         " DELIMITED BY SIZE
004034         WS-COUNT-EDIT DELIMITED BY SIZE
004035         INTO SUM-OUT-RECORD
004036     END-STRING.
004037     WRITE SUM-OUT-RECORD.
004038     DISPLAY "VIOLACIONES:         " WS-COUNT-EDIT.
004040*==============================================================
004050*    LISTS THE SECVIOL LINES DATED WITHIN THE RANGE - EVERY
004060*    ATTEMPT THE OPERAUT CHECKS REFUSED. A MISSING LOG MEANS
004070*    NOTHING WAS EVER REFUSED.
004080*--------------------------------------------------------------
004090 3400-WRITE-VIOLATIONS.
004100*==============================================================
004110     MOVE "VIOLACIONES DE SEGURIDAD" TO SUM-OUT-RECORD.
004120     WRITE SUM-OUT-RECORD.
004130     MOVE SPACES TO SUM-OUT-RECORD.
004132     STRING "  FECHA    HORA     OPERADOR " DELIMITED BY SIZE
004134         "PROGRAMA     FUNCION  MOTIVO" DELIMITED BY SIZE
004136         INTO SUM-OUT-RECORD
004140     END-STRING.
004150     WRITE SUM-OUT-RECORD.
004160     OPEN INPUT SEC-VIOL-IN.
004170     IF SEC-VIOL-IN-OK
004180         MOVE "Y" TO SW-MORE-VIOL
004190         PERFORM 3410-WRITE-ONE-VIOLATION
004200             UNTIL NO-MORE-VIOL
004210         CLOSE SEC-VIOL-IN
004220     END-IF.
004230     IF WS-TOTAL-VIOL = 0
004240         MOVE "  (NINGUNA)" TO SUM-OUT-RECORD
004250         WRITE SUM-OUT-RECORD
004260     END-IF.
004270*==============================================================
004280 3410-WRITE-ONE-VIOLATION.
004290*==============================================================
004300     READ SEC-VIOL-IN
004310         AT END
004320             MOVE "N" TO SW-MORE-VIOL
004330         NOT AT END
004340             MOVE SEC-VIOL-IN-RECORD TO WS-SEC-VIOL-LINE
004350             IF SV-DATE >= WS-DESDE AND SV-DATE <= WS-HASTA
004360                 ADD 1 TO WS-TOTAL-VIOL
004370                 MOVE SPACES TO SUM-OUT-RECORD
004380                 STRING "  " DELIMITED BY SIZE
004390                     WS-SEC-VIOL-LINE DELIMITED BY SIZE
004400                     INTO SUM-OUT-RECORD
004410                 END-STRING
004420                 WRITE SUM-OUT-RECORD
004430             END-IF
004440     END-READ.
