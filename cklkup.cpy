000069* CAN BE CACHED LIKE ANY OTHER N. RECORD AND KEY LENGTHS ARE
000070* UNCHANGED (THE SIGN RIDES IN THE LAST DIGIT'S OVERPUNCH).
000071*--------------------------------------------------------------
000075 01  COEF-LOOKUP-RECORD.
000080     05  CK-KEY.
000090         10  CK-N                PIC S9(14)V9(04).
000100         10  CK-POTENCIA         PIC 9(04).
