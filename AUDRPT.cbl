000278*   12/09/26  GERO  Tabulates the new RETIDO POR DEVOLUCAO
000280*                   reason code (recycled hard-bounce record
000282*                   held in suspense) with the others.
000284*   15/10/26  GERO  A dated generation's seal is checked
000286*                   through AUDSELO before it is reported on; a
000288*                   failed check is warned on the console and at
000290*                   the head of the listing (RC 4).
000292*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000294*                   anything is opened, as a run outside any
000296*                   cycle: refused with RC 16 while a run that
000298*                   would collide with it on the audit trail or
000300*                   CUSTMAS is active. Records its end there.
000302******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. AUDRPT.
000280 AUTHOR. JEFEFRSON MOTA (GERO).
001527* or the old flat AUDLOG when none is given.
001528 77  WS-AUDIT-FILE-NAME            PIC X(040) VALUE "AUDLOG".
001529 77  WS-COMMAND-LINE               PIC X(040) VALUE SPACES.
001530* Split view of the name, to tell a dated generation (whose seal
001531* can be checked) from the flat AUDLOG (which was never sealed).
001532 01  WS-GEN-NAME-VIEW.
001533     05  GN-PREFIX                 PIC X(07).
001534     05  GN-DATE                   PIC X(08).
001535     05  GN-DATE-NUM REDEFINES GN-DATE
001536                                   PIC 9(08).
001537     05  GN-REST                   PIC X(25).
001538* Audit-seal module parameter area and the outcome of the check.
001539     COPY SELPARM.
001540 77  WS-SEAL-FAILED-SW             PIC X(01) VALUE "N".
001541     88  WS-SEAL-FAILED                    VALUE "Y".

001530 77  WS-AUDIT-IN-STATUS            PIC X(02) VALUE SPACES.
001540 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001541* Cycle-status gate (CYCGATE): this run is checked against the
001542* CYCSTAT cycle-status file before anything is opened, and its
001543* end is recorded there.
001545     COPY CYCPARM.
001546 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001547     88  WS-GATE-STARTED                   VALUE "S".
001548     88  WS-GATE-REFUSED                   VALUE "R".

001550 PROCEDURE DIVISION.

001560******************************************************************
001744     IF WS-COMMAND-LINE NOT = SPACES
001746         MOVE WS-COMMAND-LINE TO WS-AUDIT-FILE-NAME
001748     END-IF
001749     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001750     IF WS-GATE-REFUSED
001751         SET WS-FILE-ERROR TO TRUE
001752         GO TO 1000-EXIT
001753     END-IF
001750     OPEN INPUT AUDIT-IN
001760     IF WS-AUDIT-IN-STATUS NOT = "00"
001770         DISPLAY "ERRO AO ABRIR AUDLOG - STATUS "
001780             WS-AUDIT-IN-STATUS
001790         SET WS-FILE-ERROR TO TRUE
001800     END-IF
001802     IF NOT WS-FILE-ERROR
001805         PERFORM 1100-CHECK-SEAL THRU 1100-EXIT
001807     END-IF
001810     OPEN OUTPUT REPORT-OUT
001820     IF WS-REPORT-STATUS NOT = "00"
001830         DISPLAY "ERRO AO ABRIR AUDLST - STATUS "
001880     EXIT.

001890******************************************************************
001891* 1100-CHECK-SEAL
001892* A dated generation (AUDLOG.AAAAMMDD) has its seal recomputed
001893* before it is reported on. A broken, missing or unreadable seal
001894* does not stop the report, but it is warned on the console and
001895* at the head of the listing, and the run ends RC 4.
001896******************************************************************
001897 1100-CHECK-SEAL.
001898     MOVE WS-AUDIT-FILE-NAME TO WS-GEN-NAME-VIEW
001899     IF GN-PREFIX NOT = "AUDLOG." OR GN-DATE NOT NUMERIC
001900        OR GN-REST NOT = SPACES
001901         GO TO 1100-EXIT
001902     END-IF
001903     MOVE "V" TO SA-FUNCTION
001904     MOVE GN-DATE-NUM TO SA-GEN-DATE
001905     MOVE "AUDRPT" TO SA-PROGRAM-ID
001906     CALL "AUDSELO" USING SEAL-PARM
001907     IF SA-BROKEN OR SA-UNSEALED OR SA-FILE-ERROR
001908         DISPLAY "AVISO: " WS-AUDIT-FILE-NAME " - "
001909             SA-VERDICT-TEXT
001910         SET WS-SEAL-FAILED TO TRUE
001911     END-IF.

001912 1100-EXIT.
001913     EXIT.

001914******************************************************************
001915* 1900-CHECK-CYCLE-GATE
001916* Asks the cycle-status gate whether AUDRPT may run now. It
001917* belongs to no cycle (cycle zero), so only a run that would
001918* collide with it is in the way.
001919* A refusal (or a status file that cannot be read) stops the run
001920* before anything is opened; 9000 ends it with return code 16.
001921******************************************************************
001922 1900-CHECK-CYCLE-GATE.
001923     SET CG-FN-START TO TRUE
001924     MOVE "AUDRPT" TO CG-PROGRAM-ID
001925     MOVE 0 TO CG-CYCLE-DATE
001926     MOVE 0 TO CG-PARTITION-NO
001927     MOVE 0 TO CG-RETURN-CODE
001928     CALL "CYCGATE" USING CYCLE-GATE-PARM
001929     IF CG-ALLOWED
001930         SET WS-GATE-STARTED TO TRUE
001931     ELSE
001932         DISPLAY "ERRO: " CG-REASON-TEXT
001933         SET WS-GATE-REFUSED TO TRUE
001934     END-IF.

001935 1900-EXIT.
001936     EXIT.

001937******************************************************************
001938* 1910-REFUSE-RUN
001939* The gate refused the run: nothing was opened or written, so
001940* there is nothing to close - only the refusal is shown.
001941******************************************************************
001942 1910-REFUSE-RUN.
001943     MOVE 16 TO RETURN-CODE
001944     DISPLAY "==============================================="
001945     DISPLAY "AUDRPT - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001946     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001947     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001948 1910-EXIT.
001949     EXIT.

001950******************************************************************
001951* 1920-END-CYCLE-STEP
001952* Records how the run ended on CYCSTAT. The CALL clears
001953* RETURN-CODE, so the code is handed over and put back. An end
001954* that cannot be recorded raises the return code to at least 8:
001955* the step would otherwise stay running on CYCSTAT and hold up
001956* the cycle.
001957******************************************************************
001958 1920-END-CYCLE-STEP.
001959     SET CG-FN-END TO TRUE
001960     MOVE RETURN-CODE TO CG-RETURN-CODE
001961     CALL "CYCGATE" USING CYCLE-GATE-PARM
001962     MOVE CG-RETURN-CODE TO RETURN-CODE
001963     IF NOT CG-ALLOWED
001964         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001965         IF RETURN-CODE < 8
001966             MOVE 8 TO RETURN-CODE
001967         END-IF
001968     END-IF.

001969 1920-EXIT.
001970     EXIT.

001971******************************************************************
001900* 2000-REPORT-CONTROL
001910* Tallies the whole trail into the working-storage tables, then
001920* prints every report section from them.
004060     MOVE "==================================================="
004070         TO AUDIT-REPORT-LINE
004080     PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004081     IF WS-SEAL-FAILED
004082         MOVE SPACES TO AUDIT-REPORT-LINE
004083         STRING "AVISO: SELO DA GERACAO - " DELIMITED BY SIZE
004084             SA-VERDICT-TEXT DELIMITED BY SIZE
004085             INTO AUDIT-REPORT-LINE
004086         END-STRING
004087         PERFORM 6900-WRITE-REPORT-LINE THRU 6900-EXIT
004088     END-IF
004090     PERFORM 6100-PRINT-OVERALL THRU 6100-EXIT
004100     PERFORM 6200-PRINT-REASONS THRU 6200-EXIT
004110     PERFORM 6300-PRINT-MODES THRU 6300-EXIT
006230******************************************************************
006240* 9000-TERMINATE
006250* Closes the files and sets the return code: 0 report printed,
006255* 4 printed from a generation whose seal check failed, 8 a file
006260* error stopped the run.
006265* A run the cycle-status gate refuses ends with return code 16.
006270******************************************************************
006280 9000-TERMINATE.
006282     IF WS-GATE-REFUSED
006284         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
006286         GO TO 9000-EXIT
006288     END-IF
006290     CLOSE AUDIT-IN
006300     CLOSE REPORT-OUT
006302     IF WS-CUSTMAS-AVAILABLE
006310     IF WS-FILE-ERROR
006320         MOVE 8 TO RETURN-CODE
006330     ELSE
006332         IF WS-SEAL-FAILED
006334             MOVE 4 TO RETURN-CODE
006336         ELSE
006338             MOVE 0 TO RETURN-CODE
006341         END-IF
006343     END-IF
006345     IF WS-GATE-STARTED
006347         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
006350     END-IF
006360     DISPLAY "==============================================="
006370     DISPLAY "AUDRPT - RESUMO DA EXECUCAO"
