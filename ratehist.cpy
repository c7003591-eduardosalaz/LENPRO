000010*--------------------------------------------------------------
000020* RATEHIST - ONE LINE PER RATE BOOK CHANGE DECIDED BY LIBRO_TASAS
000030* APRUEBA OR RECHAZA, APPENDED ACROSS RUNS: THE DECISION, THE
000040* ACTION (ALTA/CAMBIA/EXPIRA), THE RATE'S PRODUCT AND EFFECTIVE-
000050* FROM, WHO MADE THE CHANGE AND WHEN, WHO DECIDED IT AND WHEN,
000060* AND THE RATE-BOOK-RECORD BEFORE AND AFTER THE CHANGE (BEFORE
000070* IS BLANK FOR AN ALTA; AFTER IS THE PROPOSED IMAGE FOR A
000080* REJECTED CHANGE). READ BACK BY THE HISTORIA FUNCTION, SO THE
000090* LINE LAYOUT LIVES HERE AND NOWHERE ELSE.
000100*--------------------------------------------------------------
000110 01  WS-RATE-HIST-LINE.
000120     05  RH-DECISION             PIC X(09).
000130         88  RH-APPROVED                    VALUE "APROBADO ".
000140         88  RH-REJECTED                    VALUE "RECHAZADO".
000150     05  FILLER                  PIC X(01) VALUE SPACE.
000160     05  RH-ACTION               PIC X(06).
000170     05  FILLER                  PIC X(01) VALUE SPACE.
000180     05  RH-PRODUCT              PIC X(08).
000190     05  FILLER                  PIC X(01) VALUE SPACE.
000200     05  RH-EFF-FROM             PIC 9(08).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  RH-MAKER                PIC X(08).
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000240     05  RH-MADE-DATE            PIC 9(08).
000250     05  FILLER                  PIC X(01) VALUE SPACE.
000260     05  RH-MADE-TIME            PIC 9(06).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280     05  RH-CHECKER              PIC X(08).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  RH-CHECKED-DATE         PIC 9(08).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  RH-CHECKED-TIME         PIC 9(06).
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  RH-BEFORE-IMAGE         PIC X(80).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  RH-AFTER-IMAGE          PIC X(80).
