004321     END-READ.
004322*==============================================================
004323 4000-WRITE-REPORT-HEADER.
004326*==============================================================
004330     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004340     MOVE SPACES TO LIST-OUT-RECORD.
004350     STRING "IMPACTO DE CAMBIO DE TASA     FECHA: "
