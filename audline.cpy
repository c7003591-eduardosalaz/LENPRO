000020* AUDITLOG - ONE LINE PER BATCH ENTRY, APPENDED ACROSS RUNS BY
000030* TRIANGULO_PAS AND READ BACK BY THE SUMMARY REPORT PROGRAM
000040* RESUMEN_AUDIT, SO THE LINE LAYOUT LIVES HERE AND NOWHERE
000050* ELSE. DATE, TIME, OPERATOR, N, ROW COUNT, OUTCOME, REASON,
000055* PRODUCT. THE PRODUCT CODE RIDES AT THE END OF THE LINE SO
000056* LINES WRITTEN BEFORE IT EXISTED STILL READ THE SAME.
000060*--------------------------------------------------------------
000070 01  WS-AUDIT-LINE.
000080     05  AL-DATE                 PIC 9(08).
000180     05  AL-OUTCOME              PIC X(09).
000190     05  FILLER                  PIC X(01) VALUE SPACE.
000200     05  AL-REASON               PIC X(30).
000210     05  FILLER                  PIC X(01) VALUE SPACE.
000220     05  AL-PRODUCT              PIC X(08).
