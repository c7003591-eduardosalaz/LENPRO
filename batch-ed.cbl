000275*                 DIGITS THE FIELD NOW CARRIES IS FLAGGED HERE
000276*                 INSTEAD OF PASSING THE EDIT AND RUNNING
000277*                 QUIETLY TRUNCATED TO A DIFFERENT VALUE.
000278* 09/02/2026 JR   N MAY NOW CARRY A LEADING MINUS (-0.0250
000279*                 STYLE RESERVE ADJUSTMENTS) - THE NUMERIC EDIT
000280*                 ALLOWS ONE MINUS IN N (NONE IN THE ROW
000281*                 FIELDS), THE PARSE CARRIES THE SIGN AND ONLY
000282*                 AN N OF EXACTLY ZERO IS AN ERROR NOW. THE
000283*                 RANGE PROBE RUNS ON THE MAGNITUDE.
000284* 09/02/2026 JR   THE RANGE PROBE NOW MIRRORS TRIANGULO_PAS'S
000285*                 INCREMENTAL COMPUTATION - IT WALKS THE WIDEST
000286*                 TERM OF THE HIGHEST ROW UP FROM TERM ZERO,
000287*                 ONE MULTIPLY AND DIVIDE PER STEP, INSTEAD OF
000288*                 RUNNING THE OLD FACTORIAL CHAIN. A 30-ROW
000289*                 TABLE NO LONGER FAILS THE EDIT WHEN ITS
000290*                 COEFFICIENTS FIT THE FIELDS COMFORTABLY.
000291* 10/15/2026 JR   BATCHIN NOW CARRIES THE PRODUCT CODE. IT IS
000292*                 PASSED THROUGH TO BATCHWRK UNTOUCHED AND IS
000293*                 PART OF THE DUPLICATE TEST - TWO PRODUCTS
000294*                 PRICED WITH THE SAME N AND ROWS ARE TWO
000295*                 REQUESTS, NOT A DUPLICATE.
000296*--------------------------------------------------------------
000297 ENVIRONMENT DIVISION.
000298 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. GNU-LINUX.
000310 OBJECT-COMPUTER. GNU-LINUX.
000320 INPUT-OUTPUT SECTION.
001081 01  WS-EDN-SIGN                 PIC X(01) VALUE "+".
001082 01  WS-EDN-MINUS-COUNT          PIC 9(02) COMP VALUE 0.
001083 01  WS-EDN-TEXT                 PIC X(18).
001084 01  WS-EDN-WHOLE-TEXT           PIC X(18).
001085 01  WS-EDN-WHOLE-CHARS REDEFINES WS-EDN-WHOLE-TEXT.
001086     05  WS-EDN-WHOLE-CHAR       OCCURS 18 PIC X(01).
001087 01  WS-EDN-SCAN-IX              PIC 9(02) COMP VALUE 1.
001089 01  WS-EDN-SIG-DIGITS           PIC 9(02) COMP VALUE 0.
001090 01  WS-EDN-FRAC-TEXT            PIC X(04).
001091 01  WS-EDN-WHOLE                PIC 9(14).
001092 01  WS-EDN-FRAC                 PIC 9(04).
001093 01  WS-EDIT-ROWS                PIC 9(04) VALUE 0.
001094 01  WS-START-ROW                PIC 9(04) VALUE 0.
001100*--------------------------------------------------------------
001110* OVERFLOW PROBE WORK AREAS - MIRRORS THE INCREMENTAL TERM
001120* WALK OF TRIANGULO_PAS AT THE WIDEST TERM OF THE TOP ROW
001280         10  WS-SEEN-ROWS-TEXT   PIC X(04).
001282         10  WS-SEEN-MODE        PIC X(01).
001284         10  WS-SEEN-START-TEXT  PIC X(04).
001286         10  WS-SEEN-PRODUCT     PIC X(08).
001290*--------------------------------------------------------------
001300* ERROR LISTING WORK AREAS
001310*--------------------------------------------------------------
002340             END-IF
002342         END-IF
002350     END-IF.
002352*==============================================================
002354*    CONVERTS THE (ALREADY EDITED) N TEXT TO ITS DECIMAL
002356*    VALUE, THE SAME WAY TRIANGULO_PAS LOADS IT.
002358*--------------------------------------------------------------
002360 2150-PARSE-EDIT-N.
002362*==============================================================
002364*    A LEADING MINUS MARKS A NEGATIVE FACTOR - NOTE IT, BLANK
002365*    IT OUT AND PARSE THE DIGITS AS BEFORE.
002366     MOVE BI-N-TEXT TO WS-EDN-TEXT.
002377     UNSTRING WS-EDN-TEXT DELIMITED BY "."
002378         INTO WS-EDN-WHOLE-TEXT WS-EDN-FRAC-TEXT
002379     END-UNSTRING.
002380*    COUNT THE WHOLE PART'S SIGNIFICANT DIGITS - MORE THAN 14
002381*    CANNOT BE HELD AND IS AN EDIT ERROR, NOT A TRUNCATION.
002382     MOVE 0 TO WS-EDN-SIG-DIGITS.
002383     PERFORM 2160-COUNT-EDN-DIGIT
002384         VARYING WS-EDN-SCAN-IX FROM 1 BY 1
002385         UNTIL WS-EDN-SCAN-IX > 18.
002386     IF WS-EDN-WHOLE-TEXT = SPACES
002387         MOVE 0 TO WS-EDN-WHOLE
002388     ELSE
002389         MOVE WS-EDN-WHOLE-TEXT TO WS-EDN-WHOLE
002390     END-IF.
002391     INSPECT WS-EDN-FRAC-TEXT REPLACING ALL " " BY "0".
002392     MOVE WS-EDN-FRAC-TEXT TO WS-EDN-FRAC.
002393     COMPUTE WS-EDIT-N = WS-EDN-WHOLE + WS-EDN-FRAC / 10000.
002394     IF WS-EDN-SIGN = "-"
002395         COMPUTE WS-EDIT-N = 0 - WS-EDIT-N
002396     END-IF.
002397*==============================================================
002398*    TALLIES ONE WHOLE-PART CHARACTER - DIGITS COUNT ONCE THE
002399*    LEADING ZEROS ARE PAST, SO ZERO-PADDED LEGACY INPUT STAYS
002400*    WITHIN ITS TRUE LENGTH.
002401*--------------------------------------------------------------
002402 2160-COUNT-EDN-DIGIT.
002403*==============================================================
002404     IF WS-EDN-WHOLE-CHAR (WS-EDN-SCAN-IX) >= "0"
002405         AND WS-EDN-WHOLE-CHAR (WS-EDN-SCAN-IX) <= "9"
002406         IF WS-EDN-WHOLE-CHAR (WS-EDN-SCAN-IX) NOT = "0"
002407             OR WS-EDN-SIG-DIGITS > 0
002408             ADD 1 TO WS-EDN-SIG-DIGITS
002409         END-IF
002410     END-IF.
002411*==============================================================
002412*    THE ROW COUNT MUST BE DIGITS AND SPACES ONLY, WITH AT
002413*    LEAST ONE DIGIT, AND GREATER THAN ZERO.
002414*--------------------------------------------------------------
002415 2200-CHECK-ROWS-NUMERIC.
002416*==============================================================
002417     MOVE 0 TO WS-EDIT-ROWS.
002420     MOVE SPACES TO WS-CHECK-FIELD.
002430     MOVE BI-ROW-COUNT-TEXT TO WS-CHECK-FIELD (1:4).
002440     MOVE 4 TO WS-CHECK-LENGTH.
002602             END-IF
002603         END-IF
002604     END-IF.
002605*==============================================================
002606*    RUNS THE SAME INCREMENTAL TERM WALK TRIANGULO_PAS WOULD
002607*    RUN TO THE WIDEST TERM OF THE HIGHEST REQUESTED ROW - THE
002608*    LARGEST VALUE THE REQUEST EVER HOLDS. A SIZE ERROR MEANS
002610*    THE REQUEST WOULD PRINT OVERFLOW TERMS, SO IT IS REPORTED
002620*    AT EDIT TIME INSTEAD.
002625*--------------------------------------------------------------
002630 2300-CHECK-COMPUTABLE.
002640*==============================================================
002650     MOVE "N" TO SW-OVERFLOW.
003334                 TO WS-SEEN-MODE (WS-SEEN-COUNT)
003336             MOVE BI-START-ROW-TEXT
003338                 TO WS-SEEN-START-TEXT (WS-SEEN-COUNT)
003339             MOVE BI-PRODUCT
003342                 TO WS-SEEN-PRODUCT (WS-SEEN-COUNT)
003345         END-IF
003350     END-IF.
003360*==============================================================
003370 2410-MATCH-ONE-PAIR.
003412         AND WS-SEEN-MODE (WS-SEEN-IX) = BI-MODE-FLAG
003414         AND WS-SEEN-START-TEXT (WS-SEEN-IX)
003416             = BI-START-ROW-TEXT
003417         AND WS-SEEN-PRODUCT (WS-SEEN-IX) = BI-PRODUCT
003420         MOVE "Y" TO SW-PAIR-SEEN
003430     END-IF.
003440*==============================================================
