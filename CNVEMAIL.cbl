000269*                   open through the longer record fails with
000270*                   status 39 against the very file this job
000271*                   exists to convert.
000273*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000275*                   anything is opened, as a run outside any
000277*                   cycle: refused with RC 16 while a run that
000279*                   would collide with it on the customer master
000281*                   is active. Records its end there.
000283******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CNVEMAIL.
000290 AUTHOR. JEFEFRSON MOTA (GERO).
000920 77  WS-CUSTNEW-STATUS             PIC X(02) VALUE SPACES.
000930 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

000931* Cycle-status gate (CYCGATE): this run is checked against the
000932* CYCSTAT cycle-status file before anything is opened, and its
000933* end is recorded there.
000935     COPY CYCPARM.
000936 77  WS-GATE-SW                    PIC X(01) VALUE "N".
000937     88  WS-GATE-STARTED                   VALUE "S".
000938     88  WS-GATE-REFUSED                   VALUE "R".

000940 PROCEDURE DIVISION.

000950******************************************************************
001130* files must not run at all.
001140******************************************************************
001150 1000-INITIALIZE.
001151     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001153     IF WS-GATE-REFUSED
001155         SET WS-FILE-ERROR TO TRUE
001156         GO TO 1000-EXIT
001158     END-IF
001160     OPEN INPUT CUSTOMER-MASTER
001170     IF WS-CUSTMAS-STATUS NOT = "00"
001180         DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
001350     EXIT.

001360******************************************************************
001361* 1900-CHECK-CYCLE-GATE
001362* Asks the cycle-status gate whether CNVEMAIL may run now. It
001363* belongs to no cycle (cycle zero), so only a run that would
001364* collide with it is in the way.
001365* A refusal (or a status file that cannot be read) stops the run
001366* before anything is opened; 9000 ends it with return code 16.
001367******************************************************************
001368 1900-CHECK-CYCLE-GATE.
001369     SET CG-FN-START TO TRUE
001370     MOVE "CNVEMAIL" TO CG-PROGRAM-ID
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
001391     DISPLAY "CNVEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
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
001370* 2000-CONVERT-CONTROL
001380* Walks the whole current master in key order and converts one
001390* record at a time, then writes the totals trailer.
002560* clean convert with no merges, 4 merges were made (the data
002570* team reviews CNVRPT before the swap), 8 a file error stopped
002580* the conversion - the swap step must not run.
002585* A run the cycle-status gate refuses ends with return code 16.
002590******************************************************************
002600 9000-TERMINATE.
002602     IF WS-GATE-REFUSED
002604         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
002606         GO TO 9000-EXIT
002608     END-IF
002610     CLOSE CUSTOMER-MASTER
002620     CLOSE NEW-MASTER
002630     CLOSE MERGE-REPORT
002700             MOVE 0 TO RETURN-CODE
002710         END-IF
002720     END-IF
002722     IF WS-GATE-STARTED
002725         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
002727     END-IF
002730     DISPLAY "==============================================="
002740     DISPLAY "CNVEMAIL - RESUMO DA EXECUCAO"
002750     DISPLAY "TOTAL LIDO......: " WS-TOTAL-READ
