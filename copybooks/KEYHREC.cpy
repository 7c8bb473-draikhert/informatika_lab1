000100*****************************************************************
000110* KEYHREC - SHARED REFERENCE-KEY HISTORY RECORD FOR THE FIBKEYHS
000120* INDEXED FILE, KEYED ON THE FEED ID PLUS THE REFERENCE KEY.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF ANY PROGRAM THAT
000150* CHECKS OR POSTS THE REFERENCE-KEY HISTORY. THE BATCH DECODE
000160* WRITES ONE RECORD THE FIRST NIGHT A PARTNER'S KEY IS SEEN AND
000170* UPDATES IT EVERY TIME THE KEY COMES BACK, SO A KEY ALREADY
000180* ACCEPTED IS NEVER DECODED TWICE. THE OUTCOME IS STICKY: ONCE
000190* A KEY HAS BEEN ACCEPTED IT STAYS ACCEPTED, AND ONLY A KEY
000200* STILL CARRIED REJECTED MAY COME BACK THROUGH A RESUBMISSION.
000210* OUTCOMES:
000220*   A  ACCEPTED - DECODED TO BATCHOUT (CLEAN, NORMALIZED, OR
000230*      FLAGGED 90)
000240*   R  REJECTED - SENT TO FIBREJCT AND NEVER YET ACCEPTED
000250* KHS-REASON-CODE ON A REJECTED KEY IS THE FIBREJCT REASON CODE
000260* OF ITS LAST REJECT. ON AN ACCEPTED KEY IT IS 00, OR NC WHEN
000270* THE CODE WAS NORMALIZED - NEVER A FIBREJCT REASON.
000280 01  KEY-HISTORY-RECORD.
000290     05  KHS-HISTORY-KEY.
000300         10  KHS-FEED-ID              PIC X(08).
000310         10  KHS-REFERENCE-KEY        PIC X(10).
000320     05  KHS-FIRST-PROCESSED-DATE     PIC 9(08).
000330     05  KHS-OUTCOME                  PIC X(01).
000340         88  KHS-ACCEPTED                       VALUE "A".
000350         88  KHS-REJECTED                       VALUE "R".
000360     05  KHS-REASON-CODE              PIC X(02).
000370     05  KHS-ACCEPTED-DATE            PIC 9(08).
000380     05  KHS-LAST-PROCESSED-DATE      PIC 9(08).
000390     05  KHS-LAST-RECORD-NUMBER       PIC 9(08).
000400     05  KHS-TIMES-PROCESSED          PIC 9(05).
