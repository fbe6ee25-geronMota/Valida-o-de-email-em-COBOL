000100******************************************************************
000110* Copybook:  CYCPARM
000120* Purpose:   Parameter area for the callable cycle-status gate
000130*            (CALL "CYCGATE" USING CYCLE-GATE-PARM). The caller
000140*            sets the function, its own program id and the cycle
000150*            it works on (zero for a run outside any cycle).
000160*            Functions:
000170*              C - check and start: the step may run only if its
000180*                  prerequisites in the cycle ended cleanly (RC
000190*                  0 or 4), it has not already ended cleanly (for
000200*                  a step that must not run twice) and nothing
000210*                  running would collide with it; when allowed,
000220*                  the step is marked running;
000230*              P - probe: the same checks, nothing marked (the
000240*                  status screen, for "what may run next");
000250*              E - end: the step is marked ended with
000260*                  CG-RETURN-CODE (a clean BCKEMAIL estorno also
000270*                  marks the cycle's APLEMAIL backed out);
000280*              A - abend: the operator marks a step left running
000290*                  by an abended job as ended RC 99, so it can be
000300*                  run again.
000310*            A refusal comes back with the reason in plain text;
000320*            the caller ends with return code 16. For BCKEMAIL
000330*            the later cycles whose APLEMAIL has ended (and not
000340*            been backed out) come back too, for its record-by-
000350*            record check against EMLHIST.
000360* Modification History:
000370*   15/10/26  GERO   Original layout.
000380******************************************************************
000390 01  CYCLE-GATE-PARM.
000400     05  CG-FUNCTION              PIC X(001).
000410         88  CG-FN-START          VALUE "C".
000420         88  CG-FN-PROBE          VALUE "P".
000430         88  CG-FN-END            VALUE "E".
000440         88  CG-FN-ABEND          VALUE "A".
000450     05  CG-PROGRAM-ID            PIC X(008).
000460     05  CG-CYCLE-DATE            PIC 9(008).
000470* VALEMAIL partition being run; on SPLEMAIL's end, the number of
000480* partitions it cut.
000490     05  CG-PARTITION-NO          PIC 9(002).
000500     05  CG-RETURN-CODE           PIC 9(002).
000510     05  CG-VERDICT               PIC X(001).
000520         88  CG-ALLOWED           VALUE "L".
000530         88  CG-REFUSED           VALUE "R".
000540         88  CG-GATE-ERROR        VALUE "X".
000550     05  CG-REASON-TEXT           PIC X(070).
000560     05  CG-LATER-COUNT           PIC 9(002).
000570     05  CG-LATER-CYCLE           PIC 9(008) OCCURS 30 TIMES.
000580     05  CG-LATER-OVERFLOW        PIC X(001).
000590         88  CG-LATER-OVERFLOW-YES VALUE "Y".
