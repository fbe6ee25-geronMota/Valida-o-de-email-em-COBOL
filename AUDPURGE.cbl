000200*
000210* Modification History:
000220*   29/08/26  GERO  Original version.
000221*   15/10/26  GERO  Records a purge seal (AUDSELO, function E) on
000222*                   AUDSELOS for every generation before it is
000223*                   emptied; a failed seal check is warned (RC 4).
000224*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000225*                   anything is opened, as a run outside any
000226*                   cycle: refused with RC 16 while a run that
000227*                   would collide with it on the audit trail is
000228*                   active. Records its end there.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. AUDPURGE.
000670* Totals for the run summary.
000680 77  WS-TOTAL-KEPT                 PIC 9(05) VALUE ZERO.
000690 77  WS-TOTAL-PURGED               PIC 9(05) VALUE ZERO.
000695 77  WS-TOTAL-SEAL-FAILED          PIC 9(05) VALUE ZERO.

000700* Dynamic name of the generation being emptied.
000710 77  WS-TARGET-FILE-NAME           PIC X(040) VALUE SPACES.
000720 77  WS-SUB1                       PIC 9(04) COMP VALUE ZERO.

000723* Audit-seal module parameter area.
000726     COPY SELPARM.

000730* File status codes, one per SELECT above.
000740 77  WS-AUDGEN-STATUS              PIC X(02) VALUE SPACES.
000750 77  WS-TARGET-STATUS              PIC X(02) VALUE SPACES.

000751* Cycle-status gate (CYCGATE): this run is checked against the
000752* CYCSTAT cycle-status file before anything is opened, and its
000753* end is recorded there.
000755     COPY CYCPARM.
000756 77  WS-GATE-SW                    PIC X(01) VALUE "N".
000757     88  WS-GATE-STARTED                   VALUE "S".
000758     88  WS-GATE-REFUSED                   VALUE "R".

000760 PROCEDURE DIVISION.

000770******************************************************************
000970     COMPUTE WS-CUTOFF-DATE =
000980         WS-RUN-DATE - (WS-RETENTION-YEARS * 10000)
000990     DISPLAY "AUDPURGE - CORTE DE RETENCAO: " WS-CUTOFF-DATE
000991     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
000993     IF WS-GATE-REFUSED
000995         SET WS-FILE-ERROR TO TRUE
000996         GO TO 1000-EXIT
000998     END-IF
001000     OPEN INPUT AUDIT-GEN-FILE
001010     IF WS-AUDGEN-STATUS = "35"
001020         DISPLAY "AUDGENS INEXISTENTE - NADA A EXPURGAR"
001350     EXIT.

001360******************************************************************
001361* 1900-CHECK-CYCLE-GATE
001362* Asks the cycle-status gate whether AUDPURGE may run now. It
001363* belongs to no cycle (cycle zero), so only a run that would
001364* collide with it is in the way.
001365* A refusal (or a status file that cannot be read) stops the run
001366* before anything is opened; 9000 ends it with return code 16.
001367******************************************************************
001368 1900-CHECK-CYCLE-GATE.
001369     SET CG-FN-START TO TRUE
001370     MOVE "AUDPURGE" TO CG-PROGRAM-ID
001371     MOVE 0 TO CG-CYCLE-DATE
001372     MOVE 0 TO CG-PARTITION-NO
001373     MOVE 0 TO CG-RETURN-CODE
001374     CALL "CYCGATE" USING CYCLE-GATE-PARM
001375     IF CG-ALLOWED
001376         SET WS-GATE-STARTED TO TRUE
001377     ELSE
001378         DISPLAY "ERRO: " CG-REASON-TEXT
001379         SET WS-GATE-REFUSED TO TRUE
001380     END-IF.

001381 1900-EXIT.
001382     EXIT.

001383******************************************************************
001384* 1910-REFUSE-RUN
001385* The gate refused the run: nothing was opened or written, so
001386* there is nothing to close - only the refusal is shown.
001387******************************************************************
001388 1910-REFUSE-RUN.
001389     MOVE 16 TO RETURN-CODE
001390     DISPLAY "==============================================="
001391     DISPLAY "AUDPURGE - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001392     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001393     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001394 1910-EXIT.
001395     EXIT.

001396******************************************************************
001397* 1920-END-CYCLE-STEP
001398* Records how the run ended on CYCSTAT. The CALL clears
001399* RETURN-CODE, so the code is handed over and put back. An end
001400* that cannot be recorded raises the return code to at least 8:
001401* the step would otherwise stay running on CYCSTAT and hold up
001402* the cycle.
001403******************************************************************
001404 1920-END-CYCLE-STEP.
001405     SET CG-FN-END TO TRUE
001406     MOVE RETURN-CODE TO CG-RETURN-CODE
001407     CALL "CYCGATE" USING CYCLE-GATE-PARM
001408     MOVE CG-RETURN-CODE TO RETURN-CODE
001409     IF NOT CG-ALLOWED
001410         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001411         IF RETURN-CODE < 8
001412             MOVE 8 TO RETURN-CODE
001413         END-IF
001414     END-IF.

001415 1920-EXIT.
001416     EXIT.

001417******************************************************************
001370* 2000-PURGE-CONTROL
001380* Empties every generation older than the cutoff and rewrites
001390* the catalog with only the generations kept, so retention and
001530* 2100-PURGE-ONE-GENERATION
001540* A generation past the cutoff is emptied in place (opened
001550* OUTPUT and closed) and marked purged on the storage table by
001556* zeroing its date, so 2200 drops it from the catalog. Its purge
001563* seal is recorded first (2150).
001570******************************************************************
001580 2100-PURGE-ONE-GENERATION.
001590     IF GT-GEN-DATE(WS-SUB1) >= WS-CUTOFF-DATE
001650         GT-GEN-DATE(WS-SUB1) DELIMITED BY SIZE
001660         INTO WS-TARGET-FILE-NAME
001670     END-STRING
001671     PERFORM 2150-SEAL-PURGED-GENERATION THRU 2150-EXIT
001672     IF SA-FILE-ERROR
001674         SET WS-FILE-ERROR TO TRUE
001675         ADD 1 TO WS-TOTAL-KEPT
001677         GO TO 2100-NEXT
001678     END-IF
001680     OPEN OUTPUT PURGE-TARGET
001690     IF WS-TARGET-STATUS NOT = "00"
001700         DISPLAY "ERRO AO EXPURGAR " WS-TARGET-FILE-NAME
001820 2100-EXIT.
001830     EXIT.

001831******************************************************************
001832* 2150-SEAL-PURGED-GENERATION
001833* Before a generation is emptied its seal is recomputed and a
001834* purge seal (count, hash, first/last timestamps and the verdict)
001835* is appended to AUDSELOS, so what was destroyed stays provable.
001836* A generation whose purge seal cannot be recorded is kept; one
001837* whose seal fails is still purged - retention is a legal rule -
001838* but is warned and counted.
001839******************************************************************
001840 2150-SEAL-PURGED-GENERATION.
001841     MOVE "E" TO SA-FUNCTION
001842     MOVE GT-GEN-DATE(WS-SUB1) TO SA-GEN-DATE
001843     MOVE "AUDPURGE" TO SA-PROGRAM-ID
001844     CALL "AUDSELO" USING SEAL-PARM
001845     IF SA-FILE-ERROR
001846         DISPLAY "ERRO AO SELAR " WS-TARGET-FILE-NAME " - "
001847             SA-VERDICT-TEXT
001848         GO TO 2150-EXIT
001849     END-IF
001850     IF NOT SA-INTACT
001851         DISPLAY "AVISO: " WS-TARGET-FILE-NAME " - "
001852             SA-VERDICT-TEXT
001853         ADD 1 TO WS-TOTAL-SEAL-FAILED
001854     END-IF.

001855 2150-EXIT.
001856     EXIT.

001840 2200-REWRITE-CATALOG.
001850     OPEN OUTPUT AUDIT-GEN-FILE
001860     IF WS-AUDGEN-STATUS NOT = "00"
002110******************************************************************
002120* 9000-TERMINATE
002130* Run summary and return code: 0 clean (purged or nothing to
002135* do), 4 a purged generation failed its seal check, 8 a file
002140* error.
002145* A run the cycle-status gate refuses ends with return code 16.
002150******************************************************************
002160 9000-TERMINATE.
002162     IF WS-GATE-REFUSED
002164         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
002166         GO TO 9000-EXIT
002168     END-IF
002170     IF WS-FILE-ERROR
002180         MOVE 8 TO RETURN-CODE
002190     ELSE
002192         IF WS-TOTAL-SEAL-FAILED > 0
002194             MOVE 4 TO RETURN-CODE
002196         ELSE
002198             MOVE 0 TO RETURN-CODE
002201         END-IF
002203     END-IF
002205     IF WS-GATE-STARTED
002207         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
002210     END-IF
002220     DISPLAY "==============================================="
002230     DISPLAY "AUDPURGE - RESUMO DA EXECUCAO"
002240     DISPLAY "GERACOES MANTIDAS: " WS-TOTAL-KEPT
002250     DISPLAY "GERACOES EXPURG..: " WS-TOTAL-PURGED
002255     DISPLAY "SELO FALHO.......: " WS-TOTAL-SEAL-FAILED
002260     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

002270 9000-EXIT.
