000080* TEXT FORM BATCHIN EXPECTS, SO GENERA COPIES THEM STRAIGHT
000090* THROUGH WITHOUT RE-KEYING. AN EFFECTIVE-TO OF 99999999
000100* MEANS THE RATE IS OPEN-ENDED.
000102* EVERY ALTA/CAMBIA/EXPIRA IS HELD AS A PENDING RECORD (STATUS
000104* "P", WITH THE ACTION, THE OPERATOR WHO MADE IT AND WHEN) UNTIL
000105* A DIFFERENT OPERATOR APPROVES OR REJECTS IT. A CAMBIA OR
000106* EXPIRA PENDS AS A SECOND RECORD ALONGSIDE THE LIVE ONE IT
000107* WOULD REPLACE, SO THE LIVE RATE KEEPS RUNNING UNTIL APPROVAL.
000108* A LIVE RECORD CARRIES SPACES IN THE APPROVAL FIELDS. GENERA
000109* NEVER SELECTS A PENDING RECORD.
000110*--------------------------------------------------------------
000120 01  RATE-BOOK-RECORD.
000130     05  RB-PRODUCT              PIC X(08).
000170     05  RB-MODE-FLAG            PIC X(01).
000180     05  RB-EFF-FROM             PIC 9(08).
000190     05  RB-EFF-TO               PIC 9(08).
000200     05  RB-APPROVAL-DATA.
000202         10  RB-STATUS           PIC X(01).
000204             88  RB-LIVE                    VALUE SPACE.
000206             88  RB-PENDING                 VALUE "P".
000208         10  RB-PEND-ACTION      PIC X(01).
000210             88  RB-PEND-ALTA               VALUE "A".
000212             88  RB-PEND-CAMBIA             VALUE "C".
000214             88  RB-PEND-EXPIRA             VALUE "E".
000216         10  RB-MAKER            PIC X(08).
000218         10  RB-MADE-DATE        PIC 9(08).
000220         10  RB-MADE-TIME        PIC 9(06).
000222     05  FILLER                  PIC X(05).
