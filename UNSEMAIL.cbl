000100******************************************************************
000110* Program:  UNSEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  PROCESSAMENTO DO ARQUIVO DE DESCADASTRAMENTO (UNSUBIN)
000140*           QUE A PLATAFORMA DE EMAIL DEVOLVE COM OS ENDERECOS
000150*           QUE PEDIRAM PARA SAIR DAS CAMPANHAS: O ENDERECO E
000160*           ACHADO NO CUSTMAS, O TIPO (P/B/C) NO CUSTXRF E O
000170*           CONSENTIMENTO DAQUELE CLIENTE E TIPO PASSA PARA
000180*           DESCADASTRADO NO CUSTCNS. CADA REGISTRO SAI NO
000190*           RELATORIO UNSRPT.
000200* Tectonics: cobc
000210*
000220* Modification History:
000230*   15/10/26  GERO  Original version.
000240*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000242*                   anything is opened, as a run outside any
000244*                   cycle: refused with RC 16 while a run that
000246*                   would collide with it on CUSTMAS, CUSTXRF or
000248*                   CUSTCNS is active. Records its end there.
000249******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. UNSEMAIL.
000270 AUTHOR. JEFEFRSON MOTA (GERO).
000280 INSTALLATION. CADASTRO DE CLIENTES.
000290 DATE-WRITTEN. 15/10/26.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT UNSUBSCRIBE-IN
000350         ASSIGN TO "UNSUBIN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-UNSUB-STATUS.

000380     SELECT CUSTOMER-MASTER
000390         ASSIGN TO "CUSTMAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CM-EMAIL-ADDRESS
000430         FILE STATUS IS WS-CUSTMAS-STATUS.

000440     SELECT CUSTOMER-XREF
000450         ASSIGN TO "CUSTXRF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS XR-XREF-KEY
000490         FILE STATUS IS WS-CUSTXRF-STATUS.

000500     SELECT CONSENT-FILE
000510         ASSIGN TO "CUSTCNS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CN-CONSENT-KEY
000550         FILE STATUS IS WS-CUSTCNS-STATUS.

000560     SELECT UNSUBSCRIBE-REPORT
000570         ASSIGN TO "UNSRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  UNSUBSCRIBE-IN
000630         LABEL RECORDS ARE STANDARD.
000640     COPY UNSREC.

000650 FD  CUSTOMER-MASTER
000660         LABEL RECORDS ARE STANDARD.
000670     COPY CUSTMAS.

000680 FD  CUSTOMER-XREF
000690         LABEL RECORDS ARE STANDARD.
000700     COPY CUSTXRF.

000710 FD  CONSENT-FILE
000720         LABEL RECORDS ARE STANDARD.
000730     COPY CNSREC.

000740 FD  UNSUBSCRIBE-REPORT
000750         LABEL RECORDS ARE STANDARD.
000760 01  UNSUBSCRIBE-REPORT-LINE       PIC X(400).

000770 WORKING-STORAGE SECTION.

000780* End-of-file and error switches.
000790 77  WS-UNSUB-EOF-SW               PIC X(01) VALUE "N".
000800     88  WS-UNSUB-EOF                      VALUE "Y".
000810 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000820     88  WS-FILE-ERROR                     VALUE "Y".
000830 77  WS-MASTER-FOUND-SW            PIC X(01) VALUE "N".
000840     88  WS-MASTER-FOUND                   VALUE "Y".
000850 77  WS-CONSENT-FOUND-SW           PIC X(01) VALUE "N".
000860     88  WS-CONSENT-FOUND                  VALUE "Y".

000870* Totals for the report trailer and the return code.
000880 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
000890 77  WS-TOTAL-OPTED-OUT            PIC 9(07) VALUE ZERO.
000900 77  WS-TOTAL-UNMATCHED            PIC 9(07) VALUE ZERO.
000910 77  WS-TYPES-MATCHED              PIC 9(04) COMP VALUE ZERO.

000920* Address types looked up on CUSTXRF for each opt-out - the
000930* platform only knows the address, not which of the customer's
000940* addresses it was, so every type holding it is opted out.
000950 01  WS-ADDRESS-TYPE-LIST          PIC X(003) VALUE "PBC".
000960 01  WS-ADDRESS-TYPE-TABLE REDEFINES WS-ADDRESS-TYPE-LIST.
000970     05  WS-ADDRESS-TYPE-ENTRY     PIC X(001) OCCURS 3 TIMES.
000980 77  WS-TYPE-SUB                   PIC 9(04) COMP VALUE ZERO.

000990* Case-fold alphabets, mirroring the canonical rule VALRULES
001000* applies - the platform may echo the address back in any case,
001010* the master key is the canonical lower-cased form.
001020 77  WS-UPPER-LETTERS              PIC X(026) VALUE
001030     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001040 77  WS-LOWER-LETTERS              PIC X(026) VALUE
001050     "abcdefghijklmnopqrstuvwxyz".
001060 77  WS-CANON-ADDRESS              PIC X(254) VALUE SPACES.

001070* Report line assembly and run identification.
001080 77  WS-DISPOSITION                PIC X(014) VALUE SPACES.
001090 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
001100 77  WS-OPT-OUT-DATE               PIC 9(008) VALUE ZERO.
001110 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.

001120* File status codes, one per SELECT above.
001130 77  WS-UNSUB-STATUS               PIC X(02) VALUE SPACES.
001140 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
001150 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
001160 77  WS-CUSTCNS-STATUS             PIC X(02) VALUE SPACES.
001170 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001171* Cycle-status gate (CYCGATE): this run is checked against the
001172* CYCSTAT cycle-status file before anything is opened, and its
001173* end is recorded there.
001174     COPY CYCPARM.
001175 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001176     88  WS-GATE-STARTED                   VALUE "S".
001177     88  WS-GATE-REFUSED                   VALUE "R".

001180 PROCEDURE DIVISION.

001190******************************************************************
001200* 0000-MAINLINE
001210* Overall control - open the files, apply every opt-out to the
001220* consent file, write the totals trailer and hand a return code
001230* back to the JCL.
001240******************************************************************
001250 0000-MAINLINE.
001260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001270     IF NOT WS-FILE-ERROR
001280         PERFORM 2000-UNSUBSCRIBE-CONTROL THRU 2000-EXIT
001290     END-IF
001300     PERFORM 9000-TERMINATE THRU 9000-EXIT
001310     STOP RUN.

001320******************************************************************
001330* 1000-INITIALIZE
001340* Opens the platform's opt-out file, the master and the cross-
001350* reference for lookup, the consent file for update (created on
001360* the spot the first time, as APLEMAIL does) and the report.
001370******************************************************************
001380 1000-INITIALIZE.
001390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001391     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001392     IF WS-GATE-REFUSED
001393         SET WS-FILE-ERROR TO TRUE
001394         GO TO 1000-EXIT
001395     END-IF
001400     OPEN INPUT UNSUBSCRIBE-IN
001410     IF WS-UNSUB-STATUS NOT = "00"
001420         DISPLAY "ERRO AO ABRIR UNSUBIN - STATUS "
001430             WS-UNSUB-STATUS
001440         SET WS-FILE-ERROR TO TRUE
001450     END-IF
001460     OPEN INPUT CUSTOMER-MASTER
001470     IF WS-CUSTMAS-STATUS NOT = "00"
001480         DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
001490             WS-CUSTMAS-STATUS
001500         SET WS-FILE-ERROR TO TRUE
001510     END-IF
001520     OPEN INPUT CUSTOMER-XREF
001530     IF WS-CUSTXRF-STATUS NOT = "00"
001540         DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
001550             WS-CUSTXRF-STATUS
001560         SET WS-FILE-ERROR TO TRUE
001570     END-IF
001580     OPEN I-O CONSENT-FILE
001590     IF WS-CUSTCNS-STATUS = "35"
001600         OPEN OUTPUT CONSENT-FILE
001610         CLOSE CONSENT-FILE
001620         OPEN I-O CONSENT-FILE
001630     END-IF
001640     IF WS-CUSTCNS-STATUS NOT = "00"
001650         DISPLAY "ERRO AO ABRIR CUSTCNS - STATUS "
001660             WS-CUSTCNS-STATUS
001670         SET WS-FILE-ERROR TO TRUE
001680     END-IF
001690     OPEN OUTPUT UNSUBSCRIBE-REPORT
001700     IF WS-REPORT-STATUS NOT = "00"
001710         DISPLAY "ERRO AO ABRIR UNSRPT - STATUS "
001711             WS-REPORT-STATUS
001712         SET WS-FILE-ERROR TO TRUE
001713     END-IF.

001714 1000-EXIT.
001715     EXIT.

001716******************************************************************
001717* 1900-CHECK-CYCLE-GATE
001718* Asks the cycle-status gate whether UNSEMAIL may run now. It
001719* belongs to no cycle (cycle zero), so only a run that would
001720* collide with it is in the way.
001721* A refusal (or a status file that cannot be read) stops the run
001722* before anything is opened; 9000 ends it with return code 16.
001723******************************************************************
001724 1900-CHECK-CYCLE-GATE.
001725     SET CG-FN-START TO TRUE
001726     MOVE "UNSEMAIL" TO CG-PROGRAM-ID
001727     MOVE 0 TO CG-CYCLE-DATE
001728     MOVE 0 TO CG-PARTITION-NO
001729     MOVE 0 TO CG-RETURN-CODE
001730     CALL "CYCGATE" USING CYCLE-GATE-PARM
001731     IF CG-ALLOWED
001732         SET WS-GATE-STARTED TO TRUE
001733     ELSE
001734         DISPLAY "ERRO: " CG-REASON-TEXT
001735         SET WS-GATE-REFUSED TO TRUE
001736     END-IF.

001737 1900-EXIT.
001738     EXIT.

001739******************************************************************
001740* 1910-REFUSE-RUN
001741* The gate refused the run: nothing was opened or written, so
001742* there is nothing to close - only the refusal is shown.
001743******************************************************************
001744 1910-REFUSE-RUN.
001745     MOVE 16 TO RETURN-CODE
001746     DISPLAY "==============================================="
001747     DISPLAY "UNSEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001748     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001749     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001750 1910-EXIT.
001751     EXIT.

001752******************************************************************
001753* 1920-END-CYCLE-STEP
001754* Records how the run ended on CYCSTAT. The CALL clears
001755* RETURN-CODE, so the code is handed over and put back. An end
001756* that cannot be recorded raises the return code to at least 8:
001757* the step would otherwise stay running on CYCSTAT and hold up
001758* the cycle.
001759******************************************************************
001760 1920-END-CYCLE-STEP.
001762     SET CG-FN-END TO TRUE
001763     MOVE RETURN-CODE TO CG-RETURN-CODE
001764     CALL "CYCGATE" USING CYCLE-GATE-PARM
001766     MOVE CG-RETURN-CODE TO RETURN-CODE
001767     IF NOT CG-ALLOWED
001769         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001770         IF RETURN-CODE < 8
001771             MOVE 8 TO RETURN-CODE
001773         END-IF
001774     END-IF.

001775 1920-EXIT.
001777     EXIT.

001778******************************************************************
001780* 2000-UNSUBSCRIBE-CONTROL
001790* Drives the pass: read every opt-out and apply it, then write
001800* the totals trailer on the report.
001810******************************************************************
001820 2000-UNSUBSCRIBE-CONTROL.
001830     PERFORM 2100-READ-UNSUBSCRIBE THRU 2100-EXIT
001840     PERFORM 2200-APPLY-ONE-OPT-OUT THRU 2200-EXIT
001850         UNTIL WS-UNSUB-EOF OR WS-FILE-ERROR
001860     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.

001870 2000-EXIT.
001880     EXIT.

001890 2100-READ-UNSUBSCRIBE.
001900     READ UNSUBSCRIBE-IN
001910         AT END
001920             SET WS-UNSUB-EOF TO TRUE
001930     END-READ.

001940 2100-EXIT.
001950     EXIT.

001960******************************************************************
001970* 2200-APPLY-ONE-OPT-OUT
001980* Applies one opt-out: the address is folded to the canonical
001990* form and read on the master to find its owner, then every
002000* address type of that customer currently holding the address
002010* on CUSTXRF is marked descadastrado on CUSTCNS.
002020******************************************************************
002030 2200-APPLY-ONE-OPT-OUT.
002040     ADD 1 TO WS-TOTAL-READ
002050     MOVE UN-EMAIL-ADDRESS TO WS-CANON-ADDRESS
002060     INSPECT WS-CANON-ADDRESS
002070         CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
002080     IF UN-UNSUB-DATE IS NUMERIC AND UN-UNSUB-DATE > 0
002090         MOVE UN-UNSUB-DATE TO WS-OPT-OUT-DATE
002100     ELSE
002110         MOVE WS-RUN-DATE TO WS-OPT-OUT-DATE
002120     END-IF
002130     MOVE "N" TO WS-MASTER-FOUND-SW
002140     MOVE WS-CANON-ADDRESS TO CM-EMAIL-ADDRESS
002150     READ CUSTOMER-MASTER
002160         KEY IS CM-EMAIL-ADDRESS
002170         INVALID KEY
002180             CONTINUE
002190         NOT INVALID KEY
002200             SET WS-MASTER-FOUND TO TRUE
002210     END-READ
002220     IF NOT WS-MASTER-FOUND
002230         ADD 1 TO WS-TOTAL-UNMATCHED
002240         MOVE "SEM CADASTRO" TO WS-DISPOSITION
002250         MOVE "ENDERECO NAO ESTA NO CUSTMAS" TO WS-DETAIL-TEXT
002260         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002270         GO TO 2200-NEXT
002280     END-IF
002290     MOVE ZERO TO WS-TYPES-MATCHED
002300     PERFORM 2210-OPT-OUT-ONE-TYPE THRU 2210-EXIT
002310         VARYING WS-TYPE-SUB FROM 1 BY 1
002320         UNTIL WS-TYPE-SUB > 3 OR WS-FILE-ERROR
002330     IF WS-FILE-ERROR
002340         GO TO 2200-EXIT
002350     END-IF
002360     IF WS-TYPES-MATCHED = 0
002370         ADD 1 TO WS-TOTAL-UNMATCHED
002380         MOVE "SEM REFERENCIA" TO WS-DISPOSITION
002390         MOVE "ENDERECO NAO CONSTA NO CUSTXRF DO CLIENTE" TO
002400             WS-DETAIL-TEXT
002410     ELSE
002420         ADD 1 TO WS-TOTAL-OPTED-OUT
002430         MOVE "DESCADASTRADO" TO WS-DISPOSITION
002440         MOVE "CONSENTIMENTO RETIRADO NO CUSTCNS" TO
002450             WS-DETAIL-TEXT
002460     END-IF
002470     PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT.

002480 2200-NEXT.
002490     PERFORM 2100-READ-UNSUBSCRIBE THRU 2100-EXIT.

002500 2200-EXIT.
002510     EXIT.

002520******************************************************************
002530* 2210-OPT-OUT-ONE-TYPE
002540* Looks up one address type of the owning customer on CUSTXRF;
002550* when that type holds the opted-out address, its consent record
002560* is written or rewritten as descadastrado, dated the day the
002570* customer clicked.
002580******************************************************************
002590 2210-OPT-OUT-ONE-TYPE.
002600     MOVE CM-CUSTOMER-ID TO XR-CUSTOMER-ID
002610     MOVE WS-ADDRESS-TYPE-ENTRY(WS-TYPE-SUB) TO XR-ADDRESS-TYPE
002620     READ CUSTOMER-XREF
002630         KEY IS XR-XREF-KEY
002640         INVALID KEY
002650             GO TO 2210-EXIT
002660     END-READ
002670     IF XR-EMAIL-ADDRESS NOT = WS-CANON-ADDRESS
002680         GO TO 2210-EXIT
002690     END-IF
002700     MOVE XR-CUSTOMER-ID TO CN-CUSTOMER-ID
002710     MOVE XR-ADDRESS-TYPE TO CN-ADDRESS-TYPE
002720     MOVE "N" TO WS-CONSENT-FOUND-SW
002730     READ CONSENT-FILE
002740         KEY IS CN-CONSENT-KEY
002750         INVALID KEY
002760             CONTINUE
002770         NOT INVALID KEY
002780             SET WS-CONSENT-FOUND TO TRUE
002790     END-READ
002800     SET CN-OPTED-OUT TO TRUE
002810     MOVE WS-OPT-OUT-DATE TO CN-CONSENT-DATE
002820     MOVE "MAILPLT" TO CN-CONSENT-SOURCE
002830     MOVE WS-RUN-DATE TO CN-LAST-CYCLE-DATE
002840     IF WS-CONSENT-FOUND
002850         REWRITE CONSENT-RECORD
002860             INVALID KEY
002870                 CONTINUE
002880         END-REWRITE
002890     ELSE
002900         WRITE CONSENT-RECORD
002910             INVALID KEY
002920                 CONTINUE
002930         END-WRITE
002940     END-IF
002950     IF WS-CUSTCNS-STATUS = "00"
002960         ADD 1 TO WS-TYPES-MATCHED
002970     ELSE
002980         DISPLAY "ERRO AO GRAVAR CUSTCNS - STATUS "
002990             WS-CUSTCNS-STATUS
003000         SET WS-FILE-ERROR TO TRUE
003010     END-IF.

003020 2210-EXIT.
003030     EXIT.

003040******************************************************************
003050* 2400-WRITE-REPORT-DETAIL
003060* One report line per opt-out processed, so the marketing team
003070* can see which requests could not be tied to a customer.
003080******************************************************************
003090 2400-WRITE-REPORT-DETAIL.
003100     MOVE SPACES TO UNSUBSCRIBE-REPORT-LINE
003110     STRING WS-DISPOSITION DELIMITED BY SIZE
003120         "  " DELIMITED BY SIZE
003130         UN-EMAIL-ADDRESS DELIMITED BY SPACE
003140         "  " DELIMITED BY SIZE
003150         WS-DETAIL-TEXT DELIMITED BY SIZE
003160         INTO UNSUBSCRIBE-REPORT-LINE
003170     END-STRING
003180     WRITE UNSUBSCRIBE-REPORT-LINE
003190     IF WS-REPORT-STATUS NOT = "00"
003200         DISPLAY "ERRO AO GRAVAR UNSRPT - STATUS "
003210             WS-REPORT-STATUS
003220         SET WS-FILE-ERROR TO TRUE
003230     END-IF.

003240 2400-EXIT.
003250     EXIT.

003260 2900-WRITE-TRAILER.
003270     MOVE SPACES TO UNSUBSCRIBE-REPORT-LINE
003280     STRING "TRAILER - LIDO: " DELIMITED BY SIZE
003290         WS-TOTAL-READ DELIMITED BY SIZE
003300         "  DESCADASTRADO: " DELIMITED BY SIZE
003310         WS-TOTAL-OPTED-OUT DELIMITED BY SIZE
003320         "  SEM ACAO: " DELIMITED BY SIZE
003330         WS-TOTAL-UNMATCHED DELIMITED BY SIZE
003340         INTO UNSUBSCRIBE-REPORT-LINE
003350     END-STRING
003360     WRITE UNSUBSCRIBE-REPORT-LINE
003370     IF WS-REPORT-STATUS NOT = "00"
003380         DISPLAY "ERRO AO GRAVAR UNSRPT - STATUS "
003390             WS-REPORT-STATUS
003400         SET WS-FILE-ERROR TO TRUE
003410     END-IF.

003420 2900-EXIT.
003430     EXIT.

003440******************************************************************
003450* 9000-TERMINATE
003460* Closes everything and sets the return code the JCL uses: 0
003470* every opt-out applied, 4 some could not be tied to a customer
003480* address, 8 a file error stopped the run.
003484* A run the cycle-status gate refuses ends with return code 16.
003490******************************************************************
003500 9000-TERMINATE.
003501     IF WS-GATE-REFUSED
003502         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003503         GO TO 9000-EXIT
003504     END-IF
003510     CLOSE UNSUBSCRIBE-IN
003520     CLOSE CUSTOMER-MASTER
003530     CLOSE CUSTOMER-XREF
003540     CLOSE CONSENT-FILE
003550     CLOSE UNSUBSCRIBE-REPORT
003560     IF WS-FILE-ERROR
003570         MOVE 8 TO RETURN-CODE
003580     ELSE
003590         IF WS-TOTAL-UNMATCHED > 0
003600             MOVE 4 TO RETURN-CODE
003610         ELSE
003620             MOVE 0 TO RETURN-CODE
003630         END-IF
003640     END-IF
003642     IF WS-GATE-STARTED
003644         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003646     END-IF
003650     DISPLAY "==============================================="
003660     DISPLAY "UNSEMAIL - RESUMO DA EXECUCAO"
003670     DISPLAY "TOTAL LIDO......: " WS-TOTAL-READ
003680     DISPLAY "DESCADASTRADO...: " WS-TOTAL-OPTED-OUT
003690     DISPLAY "SEM ACAO........: " WS-TOTAL-UNMATCHED
003700     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003710 9000-EXIT.
003720     EXIT.

003846 END PROGRAM UNSEMAIL.
