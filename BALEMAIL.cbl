000260*
000270* Modification History:
000280*   08/09/26  GERO  Original version.
000282*   15/10/26  GERO  The apply leg now takes in the changes the
000284*                   fraud team released from the CUSTHLD hold
000286*                   queue and accounts for the details APLEMAIL
000288*                   held there (RC-HOLD-RELEASED/RC-TOTAL-HELD).
000290*   15/10/26  GERO  A split cycle balances on JUNEMAIL's merged
000292*                   control record in place of VALEMAIL's, plus a
000294*                   leg proving the partitions read the extract.
000296*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) first:
000298*                   refused with RC 16 unless the cycle's APLEMAIL
000300*                   ended cleanly and nothing colliding is
000302*                   running. Records its end there.
000304******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. BALEMAIL.
000320 AUTHOR. JEFEFRSON MOTA (GERO).
000820 77  WS-VAL-WRITEOFF               PIC 9(07) VALUE ZERO.
000830 77  WS-VAL-BLOCKED                PIC 9(07) VALUE ZERO.
000840 77  WS-VAL-RC                     PIC 9(02) VALUE ZERO.
000845 77  WS-VAL-PROGRAM                PIC X(08) VALUE "VALEMAIL".
000850 77  WS-APL-READ                   PIC 9(07) VALUE ZERO.
000855 77  WS-APL-ONL-READ               PIC 9(07) VALUE ZERO.
000860 77  WS-APL-APPLIED                PIC 9(07) VALUE ZERO.
000870 77  WS-APL-SKIPPED                PIC 9(07) VALUE ZERO.
000880 77  WS-APL-FAILED                 PIC 9(07) VALUE ZERO.
000883 77  WS-APL-HELD                   PIC 9(07) VALUE ZERO.
000886 77  WS-APL-RELEASED               PIC 9(07) VALUE ZERO.
000890 77  WS-APL-RC                     PIC 9(02) VALUE ZERO.

000891* Split cycles - JUNEMAIL's partition count and what each
000892* partition's VALEMAIL run read.
000893 77  WS-JUN-PARTITIONS             PIC 9(02) VALUE ZERO.
000895 01  WS-PARTITION-TABLE.
000896     05  WS-PART-READ              PIC 9(07) OCCURS 10 TIMES.
000897 77  WS-PART-SUB                   PIC 9(04) COMP VALUE ZERO.
000898 77  WS-PART-SUM-READ              PIC 9(08) VALUE ZERO.

000900* Cross-foot work fields and the assembled report line.
000910 77  WS-SIDE-A                     PIC 9(08) VALUE ZERO.
000920 77  WS-SIDE-B                     PIC 9(08) VALUE ZERO.
001020 77  WS-CYCCTL-STATUS              PIC X(02) VALUE SPACES.
001030 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001031* Cycle-status gate (CYCGATE): this run is checked against the
001032* CYCSTAT cycle-status file before anything is opened, and its
001033* end is recorded there.
001035     COPY CYCPARM.
001036 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001037     88  WS-GATE-STARTED                   VALUE "S".
001038     88  WS-GATE-REFUSED                   VALUE "R".

001040 PROCEDURE DIVISION.

001050******************************************************************
001290     ELSE
001300         MOVE WS-RUN-DATE TO WS-TARGET-CYCLE
001310     END-IF
001311     INITIALIZE WS-PARTITION-TABLE
001312     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001314     IF WS-GATE-REFUSED
001315         SET WS-FILE-ERROR TO TRUE
001317         GO TO 1000-EXIT
001318     END-IF
001320     OPEN INPUT CYCLE-CONTROL
001330     IF WS-CYCCTL-STATUS NOT = "00"
001340         DISPLAY "ERRO AO ABRIR CYCCTL - STATUS "
001450     EXIT.

001460******************************************************************
001461* 1900-CHECK-CYCLE-GATE
001462* Asks the cycle-status gate whether BALEMAIL may balance the
001463* cycle now.
001464* A refusal (or a status file that cannot be read) stops the run
001465* before anything is opened; 9000 ends it with return code 16.
001466******************************************************************
001467 1900-CHECK-CYCLE-GATE.
001468     SET CG-FN-START TO TRUE
001469     MOVE "BALEMAIL" TO CG-PROGRAM-ID
001470     MOVE WS-TARGET-CYCLE TO CG-CYCLE-DATE
001471     MOVE 0 TO CG-PARTITION-NO
001472     MOVE 0 TO CG-RETURN-CODE
001473     CALL "CYCGATE" USING CYCLE-GATE-PARM
001474     IF CG-ALLOWED
001475         SET WS-GATE-STARTED TO TRUE
001476     ELSE
001477         DISPLAY "ERRO: " CG-REASON-TEXT
001478         SET WS-GATE-REFUSED TO TRUE
001479     END-IF.

001480 1900-EXIT.
001481     EXIT.

001482******************************************************************
001483* 1910-REFUSE-RUN
001484* The gate refused the run: nothing was opened or written, so
001485* there is nothing to close - only the refusal is shown.
001486******************************************************************
001487 1910-REFUSE-RUN.
001488     MOVE 16 TO RETURN-CODE
001489     DISPLAY "==============================================="
001490     DISPLAY "BALEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001491     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001492     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001493 1910-EXIT.
001494     EXIT.

001495******************************************************************
001496* 1920-END-CYCLE-STEP
001497* Records how the run ended on CYCSTAT. The CALL clears
001498* RETURN-CODE, so the code is handed over and put back. An end
001499* that cannot be recorded raises the return code to at least 8:
001500* the step would otherwise stay running on CYCSTAT and hold up
001501* the cycle.
001502******************************************************************
001503 1920-END-CYCLE-STEP.
001504     SET CG-FN-END TO TRUE
001505     MOVE RETURN-CODE TO CG-RETURN-CODE
001506     CALL "CYCGATE" USING CYCLE-GATE-PARM
001507     MOVE CG-RETURN-CODE TO RETURN-CODE
001508     IF NOT CG-ALLOWED
001509         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001510         IF RETURN-CODE < 8
001511             MOVE 8 TO RETURN-CODE
001512         END-IF
001513     END-IF.

001514 1920-EXIT.
001515     EXIT.

001516******************************************************************
001470* 2000-SCAN-CYCLE-CONTROL
001480* Walks CYCCTL keeping the last batch VALEMAIL record and the
001490* last APLEMAIL record for the target cycle - a restarted run
001710     END-IF
001720     IF RC-PROGRAM-ID = "VALEMAIL"
001730         AND (RC-RUN-MODE = "BATCH" OR RC-RUN-MODE = "BATCHHV")
001731         AND RC-PARTITION-NO IS NUMERIC AND RC-PARTITION-NO > 0
001732         PERFORM 2300-KEEP-PARTITION-RECORD THRU 2300-EXIT
001733         GO TO 2200-NEXT
001735     END-IF
001736     IF (RC-PROGRAM-ID = "VALEMAIL"
001737         AND (RC-RUN-MODE = "BATCH" OR RC-RUN-MODE = "BATCHHV"))
001738         OR RC-PROGRAM-ID = "JUNEMAIL"
001740         SET WS-VAL-FOUND TO TRUE
001741         MOVE RC-PROGRAM-ID TO WS-VAL-PROGRAM
001743         MOVE ZERO TO WS-JUN-PARTITIONS
001745         IF RC-PROGRAM-ID = "JUNEMAIL"
001746             MOVE RC-PARTITION-NO TO WS-JUN-PARTITIONS
001748         END-IF
001750         MOVE RC-TOTAL-READ TO WS-VAL-READ
001760         MOVE RC-TOTAL-ACCEPTED TO WS-VAL-ACCEPTED
001770         MOVE RC-TOTAL-REJECTED TO WS-VAL-REJECTED
001890         MOVE RC-TOTAL-APPLIED TO WS-APL-APPLIED
001900         MOVE RC-TOTAL-SKIPPED TO WS-APL-SKIPPED
001910         MOVE RC-TOTAL-FAILED TO WS-APL-FAILED
001911         MOVE ZERO TO WS-APL-HELD WS-APL-RELEASED
001912         IF RC-TOTAL-HELD IS NUMERIC
001913             MOVE RC-TOTAL-HELD TO WS-APL-HELD
001915         END-IF
001916         IF RC-HOLD-RELEASED IS NUMERIC
001917             MOVE RC-HOLD-RELEASED TO WS-APL-RELEASED
001918         END-IF
001920         MOVE RC-RETURN-CODE TO WS-APL-RC
001930     END-IF.

001970     EXIT.

001980******************************************************************
001981* 2300-KEEP-PARTITION-RECORD
001982* A partition of a split cycle - its totals reach the sheet
001983* through JUNEMAIL's merged record; only what each partition
001984* read is kept, last record per partition, to prove that the
001985* partitions together read the whole extract.
001986******************************************************************
001987 2300-KEEP-PARTITION-RECORD.
001988     IF RC-PARTITION-NO > 10
001989         GO TO 2300-EXIT
001990     END-IF
001991     MOVE RC-PARTITION-NO TO WS-PART-SUB
001992     MOVE RC-TOTAL-READ TO WS-PART-READ(WS-PART-SUB).

001993 2300-EXIT.
001994     EXIT.

001995******************************************************************
001990* 3000-CROSS-FOOT
002000* The balancing itself: each leg of the pipeline printed as
002010* side-A x side-B with its verdict, plus the legs' own return
002340     COMPUTE WS-SIDE-A = WS-VAL-ACCEPTED + WS-VAL-RECYC-ACC
002350     MOVE WS-APL-READ TO WS-SIDE-B
002360     PERFORM 3100-CHECK-ONE-LEG THRU 3100-EXIT
002370     MOVE "APL+ONL+LIB = APLIC+IGNOR+FALHA+RETIDO" TO
002380         WS-CHECK-LABEL
002390     COMPUTE WS-SIDE-A = WS-APL-READ + WS-APL-ONL-READ
002395         + WS-APL-RELEASED
002400     COMPUTE WS-SIDE-B =
002410         WS-APL-APPLIED + WS-APL-SKIPPED + WS-APL-FAILED
002415         + WS-APL-HELD
002420     PERFORM 3100-CHECK-ONE-LEG THRU 3100-EXIT
002430     MOVE "REJEITADO = SUSPENSO + BAIXADO + BLOQ" TO
002440         WS-CHECK-LABEL
002460     COMPUTE WS-SIDE-B =
002470         WS-VAL-SUSPENSE + WS-VAL-WRITEOFF + WS-VAL-BLOCKED
002480     PERFORM 3100-CHECK-ONE-LEG THRU 3100-EXIT
002482     IF WS-JUN-PARTITIONS > 0
002485         PERFORM 3200-CHECK-PARTITIONS THRU 3200-EXIT
002487     END-IF
002490     IF WS-VAL-RC > 4
002500         MOVE SPACES TO BALANCE-REPORT-LINE
002506         STRING WS-VAL-PROGRAM DELIMITED BY SIZE
002513             " TERMINOU COM RC " DELIMITED BY SIZE
002520             WS-VAL-RC DELIMITED BY SIZE
002530             INTO BALANCE-REPORT-LINE
002540         END-STRING
002940 3100-EXIT.
002950     EXIT.

002951******************************************************************
002952* 3200-CHECK-PARTITIONS
002953* A split cycle: the merged record's read count must be what the
002954* partitions themselves read, added up partition by partition.
002955******************************************************************
002956 3200-CHECK-PARTITIONS.
002957     MOVE ZERO TO WS-PART-SUM-READ
002958     PERFORM 3210-ADD-ONE-PARTITION THRU 3210-EXIT
002959         VARYING WS-PART-SUB FROM 1 BY 1
002960         UNTIL WS-PART-SUB > WS-JUN-PARTITIONS
002961         OR WS-PART-SUB > 10
002962     MOVE "EXTRATO = SOMA DAS PARTICOES" TO WS-CHECK-LABEL
002963     MOVE WS-VAL-READ TO WS-SIDE-A
002964     MOVE WS-PART-SUM-READ TO WS-SIDE-B
002965     PERFORM 3100-CHECK-ONE-LEG THRU 3100-EXIT.

002966 3200-EXIT.
002967     EXIT.

002968 3210-ADD-ONE-PARTITION.
002969     ADD WS-PART-READ(WS-PART-SUB) TO WS-PART-SUM-READ.

002970 3210-EXIT.
002971     EXIT.

002960 3800-WRITE-REPORT-LINE.
002970     WRITE BALANCE-REPORT-LINE
002980     IF WS-REPORT-STATUS NOT = "00"
003070* 9000-TERMINATE
003080* Return code the scheduler gates the next step on: 0 the cycle
003090* balanced, 8 it did not (or a control record is missing, or a
003096* file error stopped the check), 16 the cycle-status gate
003103* refused the run.
003110******************************************************************
003120 9000-TERMINATE.
003122     IF WS-GATE-REFUSED
003124         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003126         GO TO 9000-EXIT
003128     END-IF
003130     CLOSE BALANCE-REPORT
003140     IF WS-FILE-ERROR OR WS-OUT-OF-BALANCE
003150         MOVE 8 TO RETURN-CODE
003160     ELSE
003170         MOVE 0 TO RETURN-CODE
003180     END-IF
003182     IF WS-GATE-STARTED
003185         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003187     END-IF
003190     DISPLAY "==============================================="
003200     DISPLAY "BALEMAIL - CICLO " WS-TARGET-CYCLE
003210     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.
