000190*           SUSPENSAO (SUSOUT) PARA AS FUNCIONARIAS TRATAREM
000200*           COMO QUALQUER ENDERECO RUIM; DEVOLUCAO TEMPORARIA
000210*           (SOFT) NAO MEXE NO CADASTRO - A PLATAFORMA REENVIA.
000215*           CADA RESPOSTA SAI NO RELATORIO BNCRPT. O CICLO DAS
000220*           VERIFICACOES RESPONDIDAS VEM NA LINHA DE COMANDO
000225*           (AAAAMMDD), OU E A DATA DO DIA QUANDO OMITIDO.
000230* Tectonics: cobc
000240*
000250* Modification History:
000265*                   an address the master no longer shows as
000266*                   devolvido, instead of self-accepting the
000267*                   dead mailbox on its first pass.
000269*   15/10/26  GERO  SUSOUT record widened by one byte for the
000271*                   new SU-MARKETING-CONSENT tail field (left
000273*                   blank on a hard bounce).
000275*   15/10/26  GERO  Takes the cycle on the command line (AAAAMMDD,
000277*                   today when omitted) and checks the cycle-
000279*                   status gate (CYCGATE) first: refused with RC
000281*                   16 unless that cycle's APLEMAIL ended cleanly
000283*                   and was not backed out, and nothing colliding
000285*                   is running. Records its end there.
000287******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. BNCEMAIL.
000300 AUTHOR. JEFEFRSON MOTA (GERO).

000630 FD  SUSPENSE-OUT
000640         LABEL RECORDS ARE STANDARD.
000650 01  SUSPENSE-OUT-REC              PIC X(489).

000660 FD  BOUNCE-REPORT
000670         LABEL RECORDS ARE STANDARD.
001010 77  WS-SUSOUT-STATUS              PIC X(02) VALUE SPACES.
001020 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001021* Cycle-status gate (CYCGATE): this run is checked against the
001022* CYCSTAT cycle-status file before anything is opened, and its
001023* end is recorded there.
001024     COPY CYCPARM.
001025 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001026     88  WS-GATE-STARTED                   VALUE "S".
001027     88  WS-GATE-REFUSED                   VALUE "R".

001028* The cycle whose verification requests these responses answer,
001029* from the command line or the run date when omitted.
001030 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
001031 77  WS-CYCLE-DATE                 PIC 9(008) VALUE ZERO.

001030 PROCEDURE DIVISION.

001040******************************************************************
001230 1000-INITIALIZE.
001240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001250     ACCEPT WS-RUN-TIME FROM TIME
001251     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001253     IF WS-GATE-REFUSED
001255         SET WS-FILE-ERROR TO TRUE
001256         GO TO 1000-EXIT
001258     END-IF
001260     OPEN INPUT BOUNCE-IN
001270     IF WS-BOUNCE-STATUS NOT = "00"
001280         DISPLAY "ERRO AO ABRIR BNCIN - STATUS "
001540     EXIT.

001550******************************************************************
001551* 1900-CHECK-CYCLE-GATE
001552* Works out the cycle and asks the cycle-status gate whether
001553* BNCEMAIL may apply its responses now.
001554* A refusal (or a status file that cannot be read) stops the run
001555* before anything is opened; 9000 ends it with return code 16.
001556******************************************************************
001557 1900-CHECK-CYCLE-GATE.
001558     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001559     IF WS-COMMAND-LINE(1:8) IS NUMERIC
001560         MOVE WS-COMMAND-LINE(1:8) TO WS-CYCLE-DATE
001561     ELSE
001562         MOVE WS-RUN-DATE TO WS-CYCLE-DATE
001563     END-IF
001564     SET CG-FN-START TO TRUE
001565     MOVE "BNCEMAIL" TO CG-PROGRAM-ID
001566     MOVE WS-CYCLE-DATE TO CG-CYCLE-DATE
001567     MOVE 0 TO CG-PARTITION-NO
001568     MOVE 0 TO CG-RETURN-CODE
001569     CALL "CYCGATE" USING CYCLE-GATE-PARM
001570     IF CG-ALLOWED
001571         SET WS-GATE-STARTED TO TRUE
001572     ELSE
001573         DISPLAY "ERRO: " CG-REASON-TEXT
001574         SET WS-GATE-REFUSED TO TRUE
001575     END-IF.

001576 1900-EXIT.
001577     EXIT.

001578******************************************************************
001579* 1910-REFUSE-RUN
001580* The gate refused the run: nothing was opened or written, so
001581* there is nothing to close - only the refusal is shown.
001582******************************************************************
001583 1910-REFUSE-RUN.
001584     MOVE 16 TO RETURN-CODE
001585     DISPLAY "==============================================="
001586     DISPLAY "BNCEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001587     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001588     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001589 1910-EXIT.
001590     EXIT.

001591******************************************************************
001592* 1920-END-CYCLE-STEP
001593* Records how the run ended on CYCSTAT. The CALL clears
001594* RETURN-CODE, so the code is handed over and put back. An end
001595* that cannot be recorded raises the return code to at least 8:
001596* the step would otherwise stay running on CYCSTAT and hold up
001597* the cycle.
001598******************************************************************
001599 1920-END-CYCLE-STEP.
001600     SET CG-FN-END TO TRUE
001601     MOVE RETURN-CODE TO CG-RETURN-CODE
001602     CALL "CYCGATE" USING CYCLE-GATE-PARM
001603     MOVE CG-RETURN-CODE TO RETURN-CODE
001604     IF NOT CG-ALLOWED
001605         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001606         IF RETURN-CODE < 8
001607             MOVE 8 TO RETURN-CODE
001608         END-IF
001609     END-IF.

001610 1920-EXIT.
001611     EXIT.

001612******************************************************************
001560* 2000-BOUNCE-CONTROL
001570* Drives the pass: read every response and apply it, then write
001580* the totals trailer on the report.
003620* 9000-TERMINATE
003630* Closes everything and sets the return code the JCL uses: 0
003640* all responses applied, 4 some responses could not be matched
003646* to the master, 8 a file error stopped the run, 16 the
003653* cycle-status gate refused the run.
003660******************************************************************
003670 9000-TERMINATE.
003672     IF WS-GATE-REFUSED
003674         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003676         GO TO 9000-EXIT
003678     END-IF
003680     CLOSE BOUNCE-IN
003690     CLOSE CUSTOMER-MASTER
003700     CLOSE SUSPENSE-OUT
003780             MOVE 0 TO RETURN-CODE
003790         END-IF
003800     END-IF
003802     IF WS-GATE-STARTED
003805         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003807     END-IF
003810     DISPLAY "==============================================="
003820     DISPLAY "BNCEMAIL - RESUMO DA EXECUCAO"
003830     DISPLAY "TOTAL LIDO......: " WS-TOTAL-READ
