000100*****************************************************************
000110* GATELOG - SHARED JOB-STEP GATE DECISION RECORD FOR THE
000120* FIBGATLG FILE.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF THE JOB-STEP GATE,
000150* WHICH POSTS TO THE LOG, AND OF ANY PROGRAM THAT PRINTS IT.
000160* EVERY GATE RUN POSTS ONE PREDECESSOR LINE PER PREDECESSOR IT
000170* CHECKED - WHAT THAT PREDECESSOR POSTED TONIGHT AND WHETHER IT
000180* SATISFIES THE STEP - FOLLOWED BY ONE DECISION LINE THAT
000190* PASSES OR HOLDS THE STEP. THE FILE IS ONLY EVER EXTENDED.
000200* RECORD TYPES:
000210*   P  PREDECESSOR CHECK - PASS OR HOLD FOR THAT PREDECESSOR
000220*   D  DECISION FOR THE STEP - THE PREDECESSOR COLUMNS ARE BLANK
000230*      OR ZERO
000240 01  GATE-LOG-RECORD.
000250     05  GLG-RUN-DATE                 PIC 9(08).
000260     05  FILLER                       PIC X(01).
000270     05  GLG-RUN-TIME                 PIC 9(08).
000280     05  FILLER                       PIC X(01).
000290     05  GLG-STEP-NAME                PIC X(09).
000300     05  FILLER                       PIC X(01).
000310     05  GLG-RECORD-TYPE              PIC X(01).
000320         88  GLG-PREDECESSOR-LINE               VALUE "P".
000330         88  GLG-DECISION-LINE                  VALUE "D".
000340     05  FILLER                       PIC X(01).
000350     05  GLG-DECISION                 PIC X(04).
000360         88  GLG-PASSED                         VALUE "PASS".
000370         88  GLG-HELD                           VALUE "HOLD".
000380     05  FILLER                       PIC X(01).
000390     05  GLG-PREDECESSOR              PIC X(09).
000400     05  FILLER                       PIC X(01).
000410     05  GLG-MAXIMUM-RC               PIC 9(02).
000420     05  FILLER                       PIC X(01).
000430     05  GLG-PREDECESSOR-RC           PIC 9(02).
000440     05  FILLER                       PIC X(01).
000450     05  GLG-PREDECESSOR-DATE         PIC 9(08).
000460     05  FILLER                       PIC X(01).
000470     05  GLG-PREDECESSOR-TIME         PIC 9(08).
000480     05  FILLER                       PIC X(01).
000490     05  GLG-REASON                   PIC X(30).
