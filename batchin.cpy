000102*    OPTIONAL STARTING ROW - BLANK OR ZERO MEANS ROW 1. THE
000103*    RUN PRODUCES OUTPUT ONLY FOR ROWS START THROUGH COUNT.
000104     05  BI-START-ROW-TEXT       PIC X(04).
000106*    PRODUCT CODE OF THE RATE-BOOK ENTRY THE REQUEST CAME FROM
000107*    (RB-PRODUCT) - CARRIED THROUGH TO THE REPORT HEADER, THE
000108*    CSV EXTRACT, THE EXCEPTIONS AND THE AUDIT LINE. BLANK FOR
000109*    A REQUEST KEYED BY HAND WITHOUT ONE.
000110     05  BI-PRODUCT              PIC X(08).
000112*    EFFECTIVE-FROM DATE (YYYYMMDD) OF THAT RATE-BOOK ENTRY
000113*    (RB-EFF-FROM), CARRIED TO THE CSV EXTRACT FOR THE POLICY
000114*    ADMINISTRATION FEED. BLANK FOR A REQUEST KEYED BY HAND.
000115     05  BI-EFF-FROM-TEXT        PIC X(08).
000116     05  FILLER                  PIC X(40).
