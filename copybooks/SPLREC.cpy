000100******************************************************************
000110* Copybook:  SPLREC
000120* Purpose:   Layout of the single split-control record SPLEMAIL
000130*            writes (SPLCTL) when it divides the night's extract
000140*            into partitions by canonical address: the extract
000150*            date, the partition count, the extract trailer
000160*            count and how many extract details and recycled
000170*            suspense records went to each partition. JUNEMAIL
000180*            proves the partition runs against it before it
000190*            rebuilds the single EMLACC for APLEMAIL.
000200* Modification History:
000210*   15/10/26  GERO   Original layout.
000220******************************************************************
000230 01  SPLIT-CONTROL-RECORD.
000240     05  SP-EXTRACT-DATE          PIC 9(008).
000250     05  SP-EXTRACT-SOURCE        PIC X(008).
000260     05  SP-SPLIT-DATE            PIC 9(008).
000270     05  SP-SPLIT-TIME            PIC 9(008).
000280     05  SP-PARTITION-COUNT       PIC 9(002).
000290     05  SP-EXTRACT-COUNT         PIC 9(009).
000300     05  SP-SUSPENSE-COUNT        PIC 9(009).
000310     05  SP-PARTITION-ENTRY       OCCURS 10 TIMES.
000320         10  SP-PART-DETAILS      PIC 9(009).
000330         10  SP-PART-SUSPENSE     PIC 9(009).
