000100*****************************************************************
000110* MASTREC - SHARED CONVERSION-MASTER RECORD FOR THE FIBMASTR
000120* INDEXED FILE, KEYED ON THE DECIMAL VALUE, WITH AN ALTERNATE
000130* KEY (DUPLICATES ALLOWED) ON THE ZECKENDORF CODE.
000140*****************************************************************
000150* COPY THIS MEMBER INTO THE FILE SECTION OF ANY PROGRAM THAT
000160* READS OR MAINTAINS THE CONVERSION MASTER, SO EVERY PROGRAM
000170* SEES ONE RECORD SHAPE AND THE SAME KEYS. THE MASTER HOLDS ONE
000180* RECORD PER DISTINCT DECIMAL VALUE EVER CONVERTED: ITS
000190* CANONICAL ZECKENDORF CODE, WHEN IT WAS FIRST AND LAST SEEN,
000200* AND HOW MANY TIMES IT HAS BEEN CONVERTED - THE HIT COUNT
000210* TELLS US WHICH VALUES DOMINATE THE FEEDS. EVERY SELECT FOR
000220* FIBMASTR MUST DECLARE BOTH KEYS. THE ALTERNATE KEY ALLOWS
000230* DUPLICATES ONLY SO A CODE CARRIED BY TWO VALUES CAN STILL BE
000240* POSTED AND THEN REPORTED BY THE MASTER VERIFY - A CANONICAL
000250* CODE BELONGS TO EXACTLY ONE VALUE.
000260 01  MASTER-RECORD.
000270     05  MST-DECIMAL-VALUE            PIC 9(10).
000280     05  MST-ZECKENDORF-CODE          PIC X(55).
000290     05  MST-FIRST-SEEN-DATE          PIC 9(08).
000300     05  MST-FIRST-SEEN-TIME          PIC 9(08).
000310     05  MST-LAST-SEEN-DATE           PIC 9(08).
000320     05  MST-LAST-SEEN-TIME           PIC 9(08).
000330     05  MST-CONVERSION-COUNT         PIC 9(08).
