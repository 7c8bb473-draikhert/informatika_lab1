000100*****************************************************************
000110* OPHSTREC - SHARED OPERATOR-CHANGE HISTORY RECORD FOR THE
000120* FIBOPHST FILE.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF ANY PROGRAM THAT
000150* CHANGES AN ENTRY ON THE FIBOPMST OPERATOR MASTER. ONE RECORD
000160* IS WRITTEN FOR EVERY CHANGE - WHO MADE IT, WHEN, FROM WHICH
000170* PROGRAM, TO WHICH OPERATOR, AND THE AUTHORIZATION LEVEL AND
000180* ACTIVE FLAG BEFORE AND AFTER - SO THE AUDITORS CAN BE SHOWN
000190* EVERY ENTITLEMENT CHANGE. THE FILE IS ONLY EVER EXTENDED.
000200* ACTIONS:
000210*   ADD         NEW OPERATOR - THE BEFORE IMAGE IS BLANK
000220*   CHANGE      NAME, LEVEL OR ACTIVE FLAG CHANGED BY AN
000230*               ADMINISTRATOR
000240*   DEACTIVATE  ACTIVE FLAG SET TO I BY AN ADMINISTRATOR
000250*   LOCKOUT     ACTIVE FLAG SET TO I BY THE SECURITY REVIEW
000260 01  OPERATOR-HISTORY-RECORD.
000270     05  HST-CHANGE-DATE              PIC 9(08).
000280     05  FILLER                       PIC X(01).
000290     05  HST-CHANGE-TIME              PIC 9(08).
000300     05  FILLER                       PIC X(01).
000310     05  HST-CHANGED-BY               PIC X(20).
000320     05  FILLER                       PIC X(01).
000330     05  HST-PROGRAM-ID               PIC X(09).
000340     05  FILLER                       PIC X(01).
000350     05  HST-ACTION                   PIC X(10).
000360     05  FILLER                       PIC X(01).
000370     05  HST-OPERATOR-ID              PIC X(20).
000380     05  FILLER                       PIC X(01).
000390     05  HST-OLD-AUTH-LEVEL           PIC X(01).
000400     05  FILLER                       PIC X(01).
000410     05  HST-OLD-ACTIVE-FLAG          PIC X(01).
000420     05  FILLER                       PIC X(01).
000430     05  HST-NEW-AUTH-LEVEL           PIC X(01).
000440     05  FILLER                       PIC X(01).
000450     05  HST-NEW-ACTIVE-FLAG          PIC X(01).
