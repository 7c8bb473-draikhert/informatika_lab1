000100*****************************************************************
000110* POSREC - SHARED SETTLEMENT-POSITION RECORD FOR THE FIBPOSMS
000120* INDEXED FILE, KEYED ON THE REFERENCE KEY.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF ANY PROGRAM THAT
000150* POSTS OR READS THE SETTLEMENT POSITION MASTER. ONE RECORD PER
000160* SETTLEMENT PARTY (REFERENCE KEY). EVERY BALANCE IS HELD AS A
000170* CANONICAL ZECKENDORF CODE - ONE 0/1 FLAG PER FIBONACCI TERM,
000180* TERM 1 FIRST, THE SAME LAYOUT AS DECIMAL-RESULT IN FIBSEQ -
000190* AND IS ONLY EVER CHANGED THROUGH THE FibonacciAdd ENTRY
000200* POINT, SO A BALANCE NEVER PASSES THROUGH A DECIMAL FIELD.
000210* THE OPENING CODE AND THE DAY'S POSTINGS BELONG TO THE LAST
000220* POSTED DATE: THE FIRST POSTING ON A NEW DATE ROLLS THE
000230* BALANCE INTO THE OPENING CODE AND CLEARS THE DAY'S POSTINGS,
000240* SO THE STATEMENT FOR THAT DATE CAN PROVE OPENING PLUS
000250* POSTINGS EQUALS CLOSING.
000260 01  POSITION-RECORD.
000270     05  POS-REFERENCE-KEY            PIC X(10).
000280     05  POS-BALANCE-CODE             PIC X(55).
000290     05  POS-OPENING-CODE             PIC X(55).
000300     05  POS-DAY-POSTINGS-CODE        PIC X(55).
000310     05  POS-DAY-POSTING-COUNT        PIC 9(05).
000320     05  POS-LAST-POSTED-DATE         PIC 9(08).
000330     05  POS-FIRST-POSTED-DATE        PIC 9(08).
