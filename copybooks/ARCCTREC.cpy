000100*****************************************************************
000110* ARCCTREC - SHARED AUDIT-ARCHIVE GENERATION INVENTORY RECORD
000120* FOR THE FIBARCTL FILE.
000130*****************************************************************
000140* COPY THIS MEMBER INTO THE FILE SECTION OF FIBAUDHSK, WHICH
000150* KEEPS THE INVENTORY, AND OF ANY PROGRAM THAT READS IT. ONE
000160* RECORD PER DATED FIBARCHV GENERATION STILL HELD, OLDEST FIRST.
000170*
000180* THE CHAIN FIELDS CARRY THE AUDITREC SEQUENCE NUMBERS OF THE
000190* GENERATION'S FIRST AND LAST RECORDS AND THE CHECK VALUE OF
000200* ITS LAST, SO THE AUDIT-TRAIL CHAIN CAN BE PICKED UP AGAIN
000210* ACROSS THE CUTOVER AND EACH GENERATION PROVED AGAINST THE
000220* ONE BEFORE IT. THEY ARE SPACES ON A GENERATION ARCHIVED
000230* BEFORE THE CHAIN BEGAN, AND ON ONE THAT HELD NO CHAINED
000240* RECORD, AND MUST BE TESTED NUMERIC BEFORE THEY ARE USED.
000250 01  CONTROL-RECORD.
000260     05  CTL-GENERATION-DATE          PIC 9(08).
000270     05  FILLER                       PIC X(01).
000280     05  CTL-RECORD-COUNT             PIC 9(08).
000290     05  FILLER                       PIC X(01).
000300     05  CTL-CHAIN-FIELDS.
000310         10  CTL-FIRST-SEQUENCE       PIC 9(10).
000320         10  FILLER                   PIC X(01).
000330         10  CTL-LAST-SEQUENCE        PIC 9(10).
000340         10  FILLER                   PIC X(01).
000350         10  CTL-LAST-CHECK           PIC 9(18).
