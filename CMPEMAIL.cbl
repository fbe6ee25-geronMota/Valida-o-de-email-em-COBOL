000100******************************************************************
000110* Program:  CMPEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  EXTRACAO DA LISTA DE CAMPANHA DE MARKETING (CMPLST)
000140*           PARA UM TIPO DE ENDERECO (P/B/C, INFORMADO NA LINHA DE
000150*           COMANDO, PADRAO P): PERCORRE O CUSTXRF, CONFERE CADA
000160*           ENDERECO NO CUSTMAS E SO LEVA PARA A LISTA O QUE ESTA
000170*           VERIFICADO (CM-VERIFY-VERIFIED) E TEM CONSENTIMENTO
000180*           NO CUSTCNS. CADA ENDERECO DEIXADO DE FORA SAI NO
000190*           RELATORIO DE SUPRESSAO CMPRPT COM O MOTIVO, E O
000200*           TRAILER TRAZ A CONTAGEM POR MOTIVO.
000210* Tectonics: cobc
000220*
000230* Modification History:
000240*   15/10/26  GERO  Original version.
000250*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000252*                   anything is opened, as a run outside any
000254*                   cycle: refused with RC 16 while a run that
000256*                   would collide with it on CUSTXRF, CUSTMAS or
000258*                   CUSTCNS is active. Records its end there.
000259******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CMPEMAIL.
000280 AUTHOR. JEFEFRSON MOTA (GERO).
000290 INSTALLATION. CADASTRO DE CLIENTES.
000300 DATE-WRITTEN. 15/10/26.
000310 DATE-COMPILED.

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-XREF
000360         ASSIGN TO "CUSTXRF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS XR-XREF-KEY
000400         FILE STATUS IS WS-CUSTXRF-STATUS.

000410     SELECT CUSTOMER-MASTER
000420         ASSIGN TO "CUSTMAS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CM-EMAIL-ADDRESS
000460         FILE STATUS IS WS-CUSTMAS-STATUS.

000470     SELECT CONSENT-FILE
000480         ASSIGN TO "CUSTCNS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CN-CONSENT-KEY
000520         FILE STATUS IS WS-CUSTCNS-STATUS.

000530     SELECT CAMPAIGN-OUT
000540         ASSIGN TO "CMPLST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CMPLST-STATUS.

000570     SELECT SUPPRESSION-REPORT
000580         ASSIGN TO "CMPRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CUSTOMER-XREF
000640         LABEL RECORDS ARE STANDARD.
000650     COPY CUSTXRF.

000660 FD  CUSTOMER-MASTER
000670         LABEL RECORDS ARE STANDARD.
000680     COPY CUSTMAS.

000690 FD  CONSENT-FILE
000700         LABEL RECORDS ARE STANDARD.
000710     COPY CNSREC.

000720 FD  CAMPAIGN-OUT
000730         LABEL RECORDS ARE STANDARD.
000740     COPY CMPREC.

000750 FD  SUPPRESSION-REPORT
000760         LABEL RECORDS ARE STANDARD.
000770 01  SUPPRESSION-REPORT-LINE       PIC X(400).

000780 WORKING-STORAGE SECTION.

000790* End-of-file and error switches.
000800 77  WS-XREF-EOF-SW                PIC X(01) VALUE "N".
000810     88  WS-XREF-EOF                       VALUE "Y".
000820 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000830     88  WS-FILE-ERROR                     VALUE "Y".
000840 77  WS-MASTER-FOUND-SW            PIC X(01) VALUE "N".
000850     88  WS-MASTER-FOUND                   VALUE "Y".
000860 77  WS-CONSENT-FOUND-SW           PIC X(01) VALUE "N".
000870     88  WS-CONSENT-FOUND                  VALUE "Y".

000880* Totals for the list trailer, the report trailer and the
000890* return code - one counter per suppression reason.
000900 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
000910 77  WS-TOTAL-SELECTED             PIC 9(09) VALUE ZERO.
000920 77  WS-TOTAL-BOUNCED              PIC 9(07) VALUE ZERO.
000930 77  WS-TOTAL-PENDING              PIC 9(07) VALUE ZERO.
000940 77  WS-TOTAL-NO-CONSENT           PIC 9(07) VALUE ZERO.
000950 77  WS-TOTAL-OPTED-OUT            PIC 9(07) VALUE ZERO.
000960 77  WS-TOTAL-MISMATCH             PIC 9(07) VALUE ZERO.

000970* Run parameter: the address type the list is cut for.
000980 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
000990 77  WS-LIST-TYPE                  PIC X(001) VALUE "P".
001000     88  WS-LIST-TYPE-VALID                VALUE "P" "B" "C".

001010* Report line assembly and run identification.
001020 77  WS-DISPOSITION                PIC X(018) VALUE SPACES.
001030 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
001040 77  WS-ID-DISPLAY                 PIC 9(009) VALUE ZERO.
001050 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.

001060* File status codes, one per SELECT above.
001070 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
001080 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
001090 77  WS-CUSTCNS-STATUS             PIC X(02) VALUE SPACES.
001100 77  WS-CMPLST-STATUS              PIC X(02) VALUE SPACES.
001110 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001111* Cycle-status gate (CYCGATE): this run is checked against the
001112* CYCSTAT cycle-status file before anything is opened, and its
001113* end is recorded there.
001114     COPY CYCPARM.
001115 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001116     88  WS-GATE-STARTED                   VALUE "S".
001117     88  WS-GATE-REFUSED                   VALUE "R".

001120 PROCEDURE DIVISION.

001130******************************************************************
001140* 0000-MAINLINE
001150* Overall control - open the files, cut the list, write both
001160* trailers and hand a return code back to the JCL.
001170******************************************************************
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001200     IF NOT WS-FILE-ERROR
001210         PERFORM 2000-EXTRACT-CONTROL THRU 2000-EXIT
001220     END-IF
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT
001240     STOP RUN.

001250******************************************************************
001260* 1000-INITIALIZE
001270* Works out the address type to extract and opens the files. A
001280* missing CUSTCNS is not an error: nobody has consented yet, so
001290* every address is suppressed as sem consentimento.
001300******************************************************************
001310 1000-INITIALIZE.
001320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001330     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001340     IF WS-COMMAND-LINE(1:1) NOT = SPACE
001350         MOVE WS-COMMAND-LINE(1:1) TO WS-LIST-TYPE
001360     END-IF
001370     IF NOT WS-LIST-TYPE-VALID
001380         DISPLAY "ERRO: TIPO DE ENDERECO INVALIDO - " WS-LIST-TYPE
001390         SET WS-FILE-ERROR TO TRUE
001400         GO TO 1000-EXIT
001410     END-IF
001411     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001412     IF WS-GATE-REFUSED
001413         SET WS-FILE-ERROR TO TRUE
001414         GO TO 1000-EXIT
001415     END-IF
001420     OPEN INPUT CUSTOMER-XREF
001430     IF WS-CUSTXRF-STATUS NOT = "00"
001440         DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
001450             WS-CUSTXRF-STATUS
001460         SET WS-FILE-ERROR TO TRUE
001470     END-IF
001480     OPEN INPUT CUSTOMER-MASTER
001490     IF WS-CUSTMAS-STATUS NOT = "00"
001500         DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
001510             WS-CUSTMAS-STATUS
001520         SET WS-FILE-ERROR TO TRUE
001530     END-IF
001540     OPEN INPUT CONSENT-FILE
001550     IF WS-CUSTCNS-STATUS NOT = "00" AND NOT = "35"
001560         DISPLAY "ERRO AO ABRIR CUSTCNS - STATUS "
001570             WS-CUSTCNS-STATUS
001580         SET WS-FILE-ERROR TO TRUE
001590     END-IF
001600     OPEN OUTPUT CAMPAIGN-OUT
001610     IF WS-CMPLST-STATUS NOT = "00"
001620         DISPLAY "ERRO AO ABRIR CMPLST - STATUS "
001630             WS-CMPLST-STATUS
001640         SET WS-FILE-ERROR TO TRUE
001650     END-IF
001660     OPEN OUTPUT SUPPRESSION-REPORT
001670     IF WS-REPORT-STATUS NOT = "00"
001680         DISPLAY "ERRO AO ABRIR CMPRPT - STATUS "
001681             WS-REPORT-STATUS
001682         SET WS-FILE-ERROR TO TRUE
001683     END-IF.

001684 1000-EXIT.
001685     EXIT.

001686******************************************************************
001687* 1900-CHECK-CYCLE-GATE
001688* Asks the cycle-status gate whether CMPEMAIL may run now. It
001689* belongs to no cycle (cycle zero), so only a run that would
001690* collide with it is in the way.
001691* A refusal (or a status file that cannot be read) stops the run
001692* before anything is opened; 9000 ends it with return code 16.
001693******************************************************************
001694 1900-CHECK-CYCLE-GATE.
001695     SET CG-FN-START TO TRUE
001696     MOVE "CMPEMAIL" TO CG-PROGRAM-ID
001697     MOVE 0 TO CG-CYCLE-DATE
001698     MOVE 0 TO CG-PARTITION-NO
001699     MOVE 0 TO CG-RETURN-CODE
001700     CALL "CYCGATE" USING CYCLE-GATE-PARM
001701     IF CG-ALLOWED
001702         SET WS-GATE-STARTED TO TRUE
001703     ELSE
001704         DISPLAY "ERRO: " CG-REASON-TEXT
001705         SET WS-GATE-REFUSED TO TRUE
001706     END-IF.

001707 1900-EXIT.
001708     EXIT.

001709******************************************************************
001710* 1910-REFUSE-RUN
001711* The gate refused the run: nothing was opened or written, so
001712* there is nothing to close - only the refusal is shown.
001713******************************************************************
001714 1910-REFUSE-RUN.
001715     MOVE 16 TO RETURN-CODE
001716     DISPLAY "==============================================="
001717     DISPLAY "CMPEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001718     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001719     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001720 1910-EXIT.
001721     EXIT.

001722******************************************************************
001723* 1920-END-CYCLE-STEP
001724* Records how the run ended on CYCSTAT. The CALL clears
001725* RETURN-CODE, so the code is handed over and put back. An end
001726* that cannot be recorded raises the return code to at least 8:
001727* the step would otherwise stay running on CYCSTAT and hold up
001728* the cycle.
001729******************************************************************
001730 1920-END-CYCLE-STEP.
001732     SET CG-FN-END TO TRUE
001733     MOVE RETURN-CODE TO CG-RETURN-CODE
001734     CALL "CYCGATE" USING CYCLE-GATE-PARM
001736     MOVE CG-RETURN-CODE TO RETURN-CODE
001737     IF NOT CG-ALLOWED
001739         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001740         IF RETURN-CODE < 8
001741             MOVE 8 TO RETURN-CODE
001743         END-IF
001744     END-IF.

001745 1920-EXIT.
001747     EXIT.

001748******************************************************************
001750* 2000-EXTRACT-CONTROL
001760* Writes the list header, walks CUSTXRF in key order (customer,
001770* then type) testing every entry of the requested type, then
001780* writes the list and report trailers.
001790******************************************************************
001800 2000-EXTRACT-CONTROL.
001810     MOVE SPACES TO CAMPAIGN-RECORD
001820     SET CP-TYPE-HEADER TO TRUE
001830     MOVE WS-RUN-DATE TO CP-LIST-DATE
001840     MOVE WS-LIST-TYPE TO CP-LIST-TYPE
001850     PERFORM 2500-WRITE-CAMPAIGN THRU 2500-EXIT
001860     MOVE LOW-VALUES TO XR-XREF-KEY
001870     START CUSTOMER-XREF
001880         KEY IS NOT LESS THAN XR-XREF-KEY
001890         INVALID KEY
001900             SET WS-XREF-EOF TO TRUE
001910     END-START
001920     IF NOT WS-XREF-EOF
001930         PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT
001940     END-IF
001950     PERFORM 2200-TEST-ONE-ADDRESS THRU 2200-EXIT
001960         UNTIL WS-XREF-EOF OR WS-FILE-ERROR
001970     IF WS-FILE-ERROR
001980         GO TO 2000-EXIT
001990     END-IF
002000     MOVE SPACES TO CAMPAIGN-RECORD
002010     SET CP-TYPE-TRAILER TO TRUE
002020     MOVE WS-TOTAL-SELECTED TO CP-TRAILER-COUNT
002030     PERFORM 2500-WRITE-CAMPAIGN THRU 2500-EXIT
002040     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.

002050 2000-EXIT.
002060     EXIT.

002070 2100-READ-XREF-RECORD.
002080     READ CUSTOMER-XREF NEXT RECORD
002090         AT END
002100             SET WS-XREF-EOF TO TRUE
002110     END-READ.

002120 2100-EXIT.
002130     EXIT.

002140******************************************************************
002150* 2200-TEST-ONE-ADDRESS
002160* Puts one cross-reference entry of the requested type through
002170* the suppression tests in order - the first that fails is the
002180* reason reported: the master must still give the address to
002190* this customer, the address must be verified (not bounced, not
002200* pending), and CUSTCNS must hold a consent that has not been
002210* withdrawn. An address that passes goes on the list.
002220******************************************************************
002230 2200-TEST-ONE-ADDRESS.
002240     IF XR-ADDRESS-TYPE NOT = WS-LIST-TYPE
002250         GO TO 2200-NEXT
002260     END-IF
002270     ADD 1 TO WS-TOTAL-READ
002280     MOVE "N" TO WS-MASTER-FOUND-SW
002290     MOVE XR-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
002300     READ CUSTOMER-MASTER
002310         KEY IS CM-EMAIL-ADDRESS
002320         INVALID KEY
002330             CONTINUE
002340         NOT INVALID KEY
002350             SET WS-MASTER-FOUND TO TRUE
002360     END-READ
002370     IF NOT WS-MASTER-FOUND OR CM-CUSTOMER-ID NOT = XR-CUSTOMER-ID
002380         ADD 1 TO WS-TOTAL-MISMATCH
002390         MOVE "DIVERGENTE" TO WS-DISPOSITION
002400         MOVE "CUSTXRF E CUSTMAS NAO CONFEREM" TO WS-DETAIL-TEXT
002410         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002420         GO TO 2200-NEXT
002430     END-IF
002440     IF CM-VERIFY-BOUNCED
002450         ADD 1 TO WS-TOTAL-BOUNCED
002460         MOVE "DEVOLVIDO" TO WS-DISPOSITION
002470         MOVE "ENDERECO COM DEVOLUCAO DEFINITIVA" TO
002480             WS-DETAIL-TEXT
002490         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002500         GO TO 2200-NEXT
002510     END-IF
002520     IF NOT CM-VERIFY-VERIFIED
002530         ADD 1 TO WS-TOTAL-PENDING
002540         MOVE "PENDENTE" TO WS-DISPOSITION
002550         MOVE "ENDERECO AINDA NAO VERIFICADO" TO WS-DETAIL-TEXT
002560         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002570         GO TO 2200-NEXT
002580     END-IF
002590     MOVE "N" TO WS-CONSENT-FOUND-SW
002600     IF WS-CUSTCNS-STATUS NOT = "35"
002610         MOVE XR-CUSTOMER-ID TO CN-CUSTOMER-ID
002620         MOVE XR-ADDRESS-TYPE TO CN-ADDRESS-TYPE
002630         READ CONSENT-FILE
002640             KEY IS CN-CONSENT-KEY
002650             INVALID KEY
002660                 CONTINUE
002670             NOT INVALID KEY
002680                 SET WS-CONSENT-FOUND TO TRUE
002690         END-READ
002700     END-IF
002710     IF WS-CONSENT-FOUND AND CN-OPTED-OUT
002720         ADD 1 TO WS-TOTAL-OPTED-OUT
002730         MOVE "DESCADASTRADO" TO WS-DISPOSITION
002740         MOVE "CLIENTE PEDIU PARA SAIR DAS CAMPANHAS" TO
002750             WS-DETAIL-TEXT
002760         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002770         GO TO 2200-NEXT
002780     END-IF
002790     IF NOT WS-CONSENT-FOUND OR NOT CN-CONSENT-GIVEN
002800         ADD 1 TO WS-TOTAL-NO-CONSENT
002810         MOVE "SEM CONSENTIMENTO" TO WS-DISPOSITION
002820         MOVE "CONSENTIMENTO NAO DADO OU RECUSADO" TO
002830             WS-DETAIL-TEXT
002840         PERFORM 2400-WRITE-REPORT-DETAIL THRU 2400-EXIT
002850         GO TO 2200-NEXT
002860     END-IF
002870     MOVE SPACES TO CAMPAIGN-RECORD
002880     SET CP-TYPE-DETAIL TO TRUE
002890     MOVE XR-CUSTOMER-ID TO CP-CUSTOMER-ID
002900     MOVE CM-CUSTOMER-NAME TO CP-CUSTOMER-NAME
002910     MOVE XR-ADDRESS-TYPE TO CP-ADDRESS-TYPE
002920     MOVE XR-EMAIL-ADDRESS TO CP-EMAIL-ADDRESS
002930     PERFORM 2500-WRITE-CAMPAIGN THRU 2500-EXIT
002940     ADD 1 TO WS-TOTAL-SELECTED.

002950 2200-NEXT.
002960     PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT.

002970 2200-EXIT.
002980     EXIT.

002990******************************************************************
003000* 2400-WRITE-REPORT-DETAIL
003010* One suppression line per address left off the list, so the
003020* marketing team can see why a customer will not be mailed.
003030******************************************************************
003040 2400-WRITE-REPORT-DETAIL.
003050     MOVE XR-CUSTOMER-ID TO WS-ID-DISPLAY
003060     MOVE SPACES TO SUPPRESSION-REPORT-LINE
003070     STRING WS-DISPOSITION DELIMITED BY SIZE
003080         "  " DELIMITED BY SIZE
003090         WS-ID-DISPLAY DELIMITED BY SIZE
003100         "  " DELIMITED BY SIZE
003110         XR-EMAIL-ADDRESS DELIMITED BY SPACE
003120         "  " DELIMITED BY SIZE
003130         WS-DETAIL-TEXT DELIMITED BY SIZE
003140         INTO SUPPRESSION-REPORT-LINE
003150     END-STRING
003160     WRITE SUPPRESSION-REPORT-LINE
003170     IF WS-REPORT-STATUS NOT = "00"
003180         DISPLAY "ERRO AO GRAVAR CMPRPT - STATUS "
003190             WS-REPORT-STATUS
003200         SET WS-FILE-ERROR TO TRUE
003210     END-IF.

003220 2400-EXIT.
003230     EXIT.

003240 2500-WRITE-CAMPAIGN.
003250     WRITE CAMPAIGN-RECORD
003260     IF WS-CMPLST-STATUS NOT = "00"
003270         DISPLAY "ERRO AO GRAVAR CMPLST - STATUS "
003280             WS-CMPLST-STATUS
003290         SET WS-FILE-ERROR TO TRUE
003300     END-IF.

003310 2500-EXIT.
003320     EXIT.

003330 2900-WRITE-TRAILER.
003340     MOVE SPACES TO SUPPRESSION-REPORT-LINE
003350     STRING "TRAILER - TIPO: " DELIMITED BY SIZE
003360         WS-LIST-TYPE DELIMITED BY SIZE
003370         "  LIDO: " DELIMITED BY SIZE
003380         WS-TOTAL-READ DELIMITED BY SIZE
003390         "  NA LISTA: " DELIMITED BY SIZE
003400         WS-TOTAL-SELECTED DELIMITED BY SIZE
003410         "  DEVOLVIDO: " DELIMITED BY SIZE
003420         WS-TOTAL-BOUNCED DELIMITED BY SIZE
003430         "  PENDENTE: " DELIMITED BY SIZE
003440         WS-TOTAL-PENDING DELIMITED BY SIZE
003450         "  SEM CONSENTIMENTO: " DELIMITED BY SIZE
003460         WS-TOTAL-NO-CONSENT DELIMITED BY SIZE
003470         "  DESCADASTRADO: " DELIMITED BY SIZE
003480         WS-TOTAL-OPTED-OUT DELIMITED BY SIZE
003490         "  DIVERGENTE: " DELIMITED BY SIZE
003500         WS-TOTAL-MISMATCH DELIMITED BY SIZE
003510         INTO SUPPRESSION-REPORT-LINE
003520     END-STRING
003530     WRITE SUPPRESSION-REPORT-LINE
003540     IF WS-REPORT-STATUS NOT = "00"
003550         DISPLAY "ERRO AO GRAVAR CMPRPT - STATUS "
003560             WS-REPORT-STATUS
003570         SET WS-FILE-ERROR TO TRUE
003580     END-IF.

003590 2900-EXIT.
003600     EXIT.

003610******************************************************************
003620* 9000-TERMINATE
003630* Closes everything and sets the return code the JCL uses: 0
003640* list cut, 4 list cut but CUSTXRF and CUSTMAS disagree on some
003650* address (the reconciliation should be looked at), 8 a file or
003660* parameter error stopped the run - the list is not to be used.
003664* A run the cycle-status gate refuses ends with return code 16.
003670******************************************************************
003680 9000-TERMINATE.
003681     IF WS-GATE-REFUSED
003682         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
003683         GO TO 9000-EXIT
003684     END-IF
003690     CLOSE CUSTOMER-XREF
003700     CLOSE CUSTOMER-MASTER
003710     IF WS-CUSTCNS-STATUS NOT = "35"
003720         CLOSE CONSENT-FILE
003730     END-IF
003740     CLOSE CAMPAIGN-OUT
003750     CLOSE SUPPRESSION-REPORT
003760     IF WS-FILE-ERROR
003770         MOVE 8 TO RETURN-CODE
003780     ELSE
003790         IF WS-TOTAL-MISMATCH > 0
003800             MOVE 4 TO RETURN-CODE
003810         ELSE
003820             MOVE 0 TO RETURN-CODE
003830         END-IF
003840     END-IF
003842     IF WS-GATE-STARTED
003844         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
003846     END-IF
003850     DISPLAY "==============================================="
003860     DISPLAY "CMPEMAIL - RESUMO DA EXECUCAO"
003870     DISPLAY "TIPO DE ENDERECO: " WS-LIST-TYPE
003880     DISPLAY "TOTAL LIDO......: " WS-TOTAL-READ
003890     DISPLAY "NA LISTA........: " WS-TOTAL-SELECTED
003900     DISPLAY "DEVOLVIDO.......: " WS-TOTAL-BOUNCED
003910     DISPLAY "PENDENTE........: " WS-TOTAL-PENDING
003920     DISPLAY "SEM CONSENTIM...: " WS-TOTAL-NO-CONSENT
003930     DISPLAY "DESCADASTRADO...: " WS-TOTAL-OPTED-OUT
003940     DISPLAY "DIVERGENTE......: " WS-TOTAL-MISMATCH
003950     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003960 9000-EXIT.
003970     EXIT.

004096 END PROGRAM CMPEMAIL.
