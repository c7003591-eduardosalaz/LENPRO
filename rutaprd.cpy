000010*--------------------------------------------------------------
000020* RUTAPROD - REPORT ROUTING MASTER, KEPT BY THE ACTUARIAL
000030* AREA: ONE LINE PER RECIPIENT OF A PRODUCT'S REPORT BUNDLE (A
000040* PRODUCT MAY HAVE SEVERAL LINES, ONE PER RECIPIENT). READ BY
000050* THE DISTRIBUTION STEP REPARTO_RPT, SO THE LINE LAYOUT LIVES
000060* HERE AND NOWHERE ELSE. PRODUCT "SINPROD" ROUTES THE TABLES
000070* THAT CARRY NO PRODUCT CODE. A LINE WITH "*" IN COLUMN 1 IS A
000080* COMMENT.
000090*--------------------------------------------------------------
000100 01  WS-ROUTING-LINE.
000110     05  RT-PRODUCT              PIC X(08).
000120     05  FILLER                  PIC X(01).
000130     05  RT-RECIPIENT            PIC X(30).
000140     05  FILLER                  PIC X(01).
000150     05  RT-AREA                 PIC X(20).
