000254*                    details APLEMAIL posted after the batch
000256*                    file - so the applied/skipped/failed leg
000258*                    still cross-foots on the balancing sheet.
000260*   15/10/26  GERO   Added RC-TOTAL-HELD (details APLEMAIL
000262*                    diverted to the CUSTHLD fraud hold queue)
000264*                    and RC-HOLD-RELEASED (held changes released
000266*                    by the fraud team and posted in this run).
000268*   15/10/26  GERO   Added RC-PARTITION-NO - the partition a
000270*                    partitioned VALEMAIL run validated (zero for
000272*                    a single-stream run), or on the JUNEMAIL
000274*                    merge record the number of partitions merged.
000276******************************************************************
000270 01  RUN-CONTROL-RECORD.
000280     05  RC-PROGRAM-ID            PIC X(008).
000290     05  RC-RUN-MODE              PIC X(008).
000440     05  RC-TOTAL-SKIPPED         PIC 9(007).
000450     05  RC-TOTAL-FAILED          PIC 9(007).
000455     05  RC-ONL-READ              PIC 9(007).
000456     05  RC-TOTAL-HELD            PIC 9(007).
000458     05  RC-HOLD-RELEASED         PIC 9(007).
000460     05  RC-RETURN-CODE           PIC 9(002).
000470     05  RC-PARTITION-NO          PIC 9(002).
