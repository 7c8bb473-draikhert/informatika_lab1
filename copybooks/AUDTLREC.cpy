000100*****************************************************************
000110* AUDTLREC - SHARED AUDIT-TRAIL CHAIN TAIL RECORD FOR THE
000120* FIBAUDTL FILE.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF ANY PROGRAM THAT
000150* WRITES TO THE FIBAUDIT FILE. THE FILE HOLDS ONE RECORD - THE
000160* SEQUENCE NUMBER AND CHECK VALUE OF THE LAST CHAINED RECORD
000170* WRITTEN TO THE TRAIL, AND WHEN IT WAS WRITTEN. EVERY WRITER
000180* OPENS IT I-O UNDER AN EXCLUSIVE LOCK, READS IT BEFORE AN
000190* AUDIT WRITE AND REWRITES IT AFTER ONE, AND ONLY THEN CLOSES
000200* IT, SO WRITERS RUNNING SIDE BY SIDE TAKE TURNS AND THE NEXT
000210* RECORD CHAINS FROM THE LAST WITHOUT THE TRAIL BEING READ
000220* THROUGH. THE CUTOVER LEAVES IT ALONE - THE CHAIN RUNS ON
000230* ACROSS IT. A FILE THAT IS MISSING OR EMPTY IS CREATED WITH A
000240* BLANK RECORD; A BLANK OR NON-NUMERIC RECORD IS NOT TRUSTED,
000250* AND THE WRITER FINDS THE TAIL ON FIBAUDIT AND FIBARCTL
000260* INSTEAD AND REWRITES THE RECORD.
000270 01  AUDIT-TAIL-RECORD.
000280     05  ATL-LAST-SEQUENCE            PIC 9(10).
000290     05  FILLER                       PIC X(01).
000300     05  ATL-LAST-CHECK               PIC 9(18).
000310     05  FILLER                       PIC X(01).
000320     05  ATL-WRITTEN-DATE             PIC 9(08).
000330     05  FILLER                       PIC X(01).
000340     05  ATL-WRITTEN-TIME             PIC 9(08).
