000190* CONVERSION ENTRY POINT (00 = GOOD, 90 = DECIMAL-OUTPUT OVERFLOW)
000200* SO A DISPUTED VALUE CAN BE TRACED TO A KNOWN-BAD CONVERSION
000210* WITHOUT HAVING TO RE-RUN IT.
000220*
000230* AUD-SEQUENCE-NUMBER AND AUD-CHAIN-CHECK MAKE THE TRAIL TAMPER-
000240* EVIDENT. EVERY WRITER STAMPS THE NEXT SEQUENCE NUMBER AFTER
000250* THE LAST ONE ON THE TRAIL AND A CHECK VALUE COMPUTED BY THE
000260* FIBONACCIAUDITCHAIN ENTRY OVER THIS RECORD'S BYTES UP TO AND
000270* INCLUDING ITS SEQUENCE NUMBER, SEEDED WITH THE PREVIOUS
000280* RECORD'S CHECK VALUE. THE CHAIN RUNS ON ACROSS THE DAILY
000290* CUTOVER - FIBAUDHSK RECORDS EACH GENERATION'S FIRST AND LAST
000300* SEQUENCE AND LAST CHECK VALUE IN FIBARCTL - SO A RECORD THAT
000310* IS DELETED, INSERTED OR ALTERED ANYWHERE ON THE TRAIL BREAKS
000320* THE CHAIN FROM THAT POINT ON, AND FIBAUDVFY REPORTS IT.
000330* RECORDS WRITTEN BEFORE THE CHAIN BEGAN CARRY SPACES IN BOTH.
000340 01  AUDIT-RECORD.
000350     05  AUD-FIBONACCI-INPUT          PIC X(55).
000360     05  FILLER                       PIC X(01) VALUE SPACE.
000370     05  AUD-DECIMAL-OUTPUT           PIC 9(10).
000380     05  FILLER                       PIC X(01) VALUE SPACE.
000390     05  AUD-CONVERSION-STATUS        PIC X(02).
000400     05  FILLER                       PIC X(01) VALUE SPACE.
000410     05  AUD-RUN-DATE                 PIC 9(08).
000420     05  FILLER                       PIC X(01) VALUE SPACE.
000430     05  AUD-RUN-TIME                 PIC 9(08).
000440     05  FILLER                       PIC X(01) VALUE SPACE.
000450     05  AUD-OPERATOR-ID              PIC X(20).
000460     05  FILLER                       PIC X(01) VALUE SPACE.
000470     05  AUD-SEQUENCE-NUMBER          PIC 9(10).
000480     05  FILLER                       PIC X(01) VALUE SPACE.
000490     05  AUD-CHAIN-CHECK              PIC 9(18).
