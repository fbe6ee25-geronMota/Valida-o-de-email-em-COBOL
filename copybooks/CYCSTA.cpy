000100******************************************************************
000110* Copybook:  CYCSTA
000120* Purpose:   Layout of one record on the CYCSTAT cycle-status
000130*            file (indexed on CS-CYCLE-DATE), kept by the CYCGATE
000140*            module: one record per nightly cycle, with a slot
000150*            per program in the CYCSTP step table giving where
000160*            that step stands - not run, running, ended with a
000170*            return code, or (APLEMAIL only) backed out by
000180*            BCKEMAIL. Cycle zero is the record for the runs
000190*            that belong to no cycle (merges, erasures, reports
000200*            and the like), so a running one is still seen.
000210*            A partitioned cycle also keeps the state of each
000220*            VALEMAIL partition; the VALEMAIL slot is derived
000230*            from them.
000240* Modification History:
000250*   15/10/26  GERO   Original layout.
000260******************************************************************
000270 01  CYCLE-STATUS-RECORD.
000280     05  CS-CYCLE-DATE            PIC 9(008).
000290     05  CS-CREATED-DATE          PIC 9(008).
000300     05  CS-CREATED-TIME          PIC 9(008).
000310     05  CS-PARTITION-COUNT       PIC 9(002).
000320     05  CS-PARTITION OCCURS 10 TIMES.
000330         10  CS-PART-STATE        PIC X(001).
000340             88  CS-PART-NOT-RUN      VALUE "N".
000350             88  CS-PART-RUNNING      VALUE "R".
000360             88  CS-PART-ENDED        VALUE "E".
000370         10  CS-PART-RC           PIC 9(002).
000380     05  CS-STEP OCCURS 19 TIMES.
000390         10  CS-STATE             PIC X(001).
000400             88  CS-NOT-RUN           VALUE "N".
000410             88  CS-RUNNING           VALUE "R".
000420             88  CS-ENDED             VALUE "E".
000430             88  CS-BACKED-OUT        VALUE "B".
000440         10  CS-RC                PIC 9(002).
000450         10  CS-ACTIVE            PIC 9(002).
000460         10  CS-RUN-COUNT         PIC 9(003).
000470         10  CS-START-DATE        PIC 9(008).
000480         10  CS-START-TIME        PIC 9(008).
000490         10  CS-END-DATE          PIC 9(008).
000500         10  CS-END-TIME          PIC 9(008).
