000100******************************************************************
000110* Program:  RCNEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  CONCILIACAO NOTURNA ENTRE O CADASTRO POR ENDERECO
000140*           (CUSTMAS) E A REFERENCIA CRUZADA POR CLIENTE
000150*           (CUSTXRF). APONTA QUATRO TIPOS DE DIVERGENCIA:
000160*           1 - ENTRADA DO CUSTXRF COM ENDERECO FORA DO CUSTMAS;
000170*           2 - ENTRADA DO CUSTXRF CUJO ENDERECO, NO CUSTMAS,
000180*               PERTENCE A OUTRO CLIENTE;
000190*           3 - CLIENTE DO CUSTMAS SEM NENHUMA ENTRADA NO CUSTXRF;
000200*           4 - CLIENTE SEM ENDERECO PRIMARIO (P) MAS COM
000210*               ENDERECO DE COBRANCA (B) OU CONTATO (C).
000220*           POR PADRAO SO RELATA (RCNRPT). COM O PARAMETRO
000230*           "REPARO" CORRIGE OS CASOS MECANICOS (1 E 3) E GRAVA
000240*           UM REGISTRO NO EMLHIST (ACAO X) PARA CADA CORRECAO;
000250*           OS TIPOS 2 E 4 PEDEM DECISAO HUMANA E SO SAO
000260*           RELATADOS.
000270* Tectonics: cobc
000280*
000290* Modification History:
000300*   15/10/26  GERO  Original version.
000310*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000312*                   anything is opened, as a run outside any
000314*                   cycle: refused with RC 16 while a run that
000316*                   would collide with it on CUSTXRF, CUSTMAS or
000318*                   EMLHIST is active. Records its end there.
000319******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. RCNEMAIL.
000340 AUTHOR. JEFEFRSON MOTA (GERO).
000350 INSTALLATION. CADASTRO DE CLIENTES.
000360 DATE-WRITTEN. 15/10/26.
000370 DATE-COMPILED.

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CUSTOMER-XREF
000420         ASSIGN TO "CUSTXRF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS XR-XREF-KEY
000460         FILE STATUS IS WS-CUSTXRF-STATUS.

000470     SELECT CUSTOMER-MASTER
000480         ASSIGN TO "CUSTMAS"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CM-EMAIL-ADDRESS
000520         FILE STATUS IS WS-CUSTMAS-STATUS.

000530     SELECT HISTORY-OUT
000540         ASSIGN TO "EMLHIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HISTORY-STATUS.

000570     SELECT RECON-REPORT
000580         ASSIGN TO "RCNRPT"
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

000690 FD  HISTORY-OUT
000700         LABEL RECORDS ARE STANDARD.
000710     COPY HSTREC.

000720 FD  RECON-REPORT
000730         LABEL RECORDS ARE STANDARD.
000740 01  RECON-REPORT-LINE             PIC X(400).

000750 WORKING-STORAGE SECTION.

000760* End-of-file and error switches.
000770 77  WS-XREF-EOF-SW                PIC X(01) VALUE "N".
000780     88  WS-XREF-EOF                       VALUE "Y".
000790 77  WS-MASTER-EOF-SW              PIC X(01) VALUE "N".
000800     88  WS-MASTER-EOF                     VALUE "Y".
000810 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000820     88  WS-FILE-ERROR                     VALUE "Y".
000830 77  WS-MASTER-FOUND-SW            PIC X(01) VALUE "N".
000840     88  WS-MASTER-FOUND                   VALUE "Y".
000850 77  WS-XREF-FOUND-SW              PIC X(01) VALUE "N".
000860     88  WS-XREF-FOUND                     VALUE "Y".

000870* Run mode: report only unless the JCL passes REPARO.
000880 77  WS-COMMAND-LINE               PIC X(032) VALUE SPACES.
000890 77  WS-RUN-MODE-SW                PIC X(01) VALUE "R".
000900     88  WS-MODE-REPORT                    VALUE "R".
000910     88  WS-MODE-REPAIR                    VALUE "F".

000920* Customer control break for the primary-entry check (type 4).
000930 77  WS-BREAK-CUSTOMER-ID          PIC 9(009) VALUE ZERO.
000940 77  WS-BREAK-HAS-PRIMARY-SW       PIC X(01) VALUE "N".
000950     88  WS-BREAK-HAS-PRIMARY              VALUE "Y".
000960 77  WS-BREAK-HAS-OTHER-SW         PIC X(01) VALUE "N".
000970     88  WS-BREAK-HAS-OTHER                VALUE "Y".

000980* Totals for the report trailer and the return code - one
000990* counter per mismatch kind, plus the repairs made.
001000 77  WS-TOTAL-XREF-READ            PIC 9(07) VALUE ZERO.
001010 77  WS-TOTAL-MASTER-READ          PIC 9(07) VALUE ZERO.
001020 77  WS-TOTAL-ORPHAN-XREF          PIC 9(07) VALUE ZERO.
001030 77  WS-TOTAL-ID-MISMATCH          PIC 9(07) VALUE ZERO.
001040 77  WS-TOTAL-NO-XREF              PIC 9(07) VALUE ZERO.
001050 77  WS-TOTAL-NO-PRIMARY           PIC 9(07) VALUE ZERO.
001060 77  WS-TOTAL-REPAIRED             PIC 9(07) VALUE ZERO.
001070 77  WS-TOTAL-OPEN                 PIC 9(07) VALUE ZERO.

001080* Report line assembly and run identification.
001090 77  WS-MISMATCH-KIND              PIC X(001) VALUE SPACE.
001100 77  WS-DISPOSITION                PIC X(010) VALUE SPACES.
001110 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
001120 77  WS-ID-DISPLAY                 PIC 9(009) VALUE ZERO.
001130 77  WS-REPORT-TYPE                PIC X(001) VALUE SPACE.
001140 77  WS-REPORT-ADDRESS             PIC X(254) VALUE SPACES.
001150 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001160 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

001170* File status codes, one per SELECT above.
001180 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
001190 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
001200 77  WS-HISTORY-STATUS             PIC X(02) VALUE SPACES.
001210 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.

001211* Cycle-status gate (CYCGATE): this run is checked against the
001212* CYCSTAT cycle-status file before anything is opened, and its
001213* end is recorded there.
001214     COPY CYCPARM.
001215 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001216     88  WS-GATE-STARTED                   VALUE "S".
001217     88  WS-GATE-REFUSED                   VALUE "R".

001220 PROCEDURE DIVISION.

001230******************************************************************
001240* 0000-MAINLINE
001250* Overall control - three passes: the cross-reference against
001260* the master (types 1 and 2), the master against the cross-
001270* reference (type 3), then the cross-reference once more, after
001280* any repair, for customers without a primary entry (type 4).
001290******************************************************************
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001320     IF NOT WS-FILE-ERROR
001330         PERFORM 2000-CHECK-XREF THRU 2000-EXIT
001340     END-IF
001350     IF NOT WS-FILE-ERROR
001360         PERFORM 3000-CHECK-MASTER THRU 3000-EXIT
001370     END-IF
001380     IF NOT WS-FILE-ERROR
001390         PERFORM 4000-CHECK-PRIMARY THRU 4000-EXIT
001400     END-IF
001410     IF NOT WS-FILE-ERROR
001420         PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT
001430     END-IF
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT
001450     STOP RUN.

001460******************************************************************
001470* 1000-INITIALIZE
001480* Works out the run mode and opens the files: the cross-
001490* reference for update and EMLHIST for append only in repair
001500* mode, both read-only otherwise.
001510******************************************************************
001520 1000-INITIALIZE.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001540     ACCEPT WS-RUN-TIME FROM TIME
001550     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001560     IF WS-COMMAND-LINE(1:6) = "REPARO"
001570         SET WS-MODE-REPAIR TO TRUE
001580         DISPLAY "RCNEMAIL - MODO REPARO"
001590     ELSE
001600         DISPLAY "RCNEMAIL - MODO RELATORIO"
001610     END-IF
001611     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001612     IF WS-GATE-REFUSED
001613         SET WS-FILE-ERROR TO TRUE
001614         GO TO 1000-EXIT
001615     END-IF
001620     IF WS-MODE-REPAIR
001630         OPEN I-O CUSTOMER-XREF
001640     ELSE
001650         OPEN INPUT CUSTOMER-XREF
001660     END-IF
001670     IF WS-CUSTXRF-STATUS NOT = "00"
001680         DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
001690             WS-CUSTXRF-STATUS
001700         SET WS-FILE-ERROR TO TRUE
001710     END-IF
001720     OPEN INPUT CUSTOMER-MASTER
001730     IF WS-CUSTMAS-STATUS NOT = "00"
001740         DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
001750             WS-CUSTMAS-STATUS
001760         SET WS-FILE-ERROR TO TRUE
001770     END-IF
001780     IF WS-MODE-REPAIR
001790         OPEN EXTEND HISTORY-OUT
001800         IF WS-HISTORY-STATUS NOT = "00"
001810             OPEN OUTPUT HISTORY-OUT
001820         END-IF
001830         IF WS-HISTORY-STATUS NOT = "00"
001840             DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
001850                 WS-HISTORY-STATUS
001860             SET WS-FILE-ERROR TO TRUE
001870         END-IF
001880     END-IF
001890     OPEN OUTPUT RECON-REPORT
001900     IF WS-REPORT-STATUS NOT = "00"
001910         DISPLAY "ERRO AO ABRIR RCNRPT - STATUS "
001911             WS-REPORT-STATUS
001912         SET WS-FILE-ERROR TO TRUE
001913     END-IF.

001914 1000-EXIT.
001915     EXIT.

001916******************************************************************
001917* 1900-CHECK-CYCLE-GATE
001918* Asks the cycle-status gate whether RCNEMAIL may run now. It
001919* belongs to no cycle (cycle zero), so only a run that would
001920* collide with it is in the way.
001921* A refusal (or a status file that cannot be read) stops the run
001922* before anything is opened; 9000 ends it with return code 16.
001923******************************************************************
001924 1900-CHECK-CYCLE-GATE.
001925     SET CG-FN-START TO TRUE
001926     MOVE "RCNEMAIL" TO CG-PROGRAM-ID
001927     MOVE 0 TO CG-CYCLE-DATE
001928     MOVE 0 TO CG-PARTITION-NO
001929     MOVE 0 TO CG-RETURN-CODE
001930     CALL "CYCGATE" USING CYCLE-GATE-PARM
001931     IF CG-ALLOWED
001932         SET WS-GATE-STARTED TO TRUE
001933     ELSE
001934         DISPLAY "ERRO: " CG-REASON-TEXT
001935         SET WS-GATE-REFUSED TO TRUE
001936     END-IF.

001937 1900-EXIT.
001938     EXIT.

001939******************************************************************
001940* 1910-REFUSE-RUN
001941* The gate refused the run: nothing was opened or written, so
001942* there is nothing to close - only the refusal is shown.
001943******************************************************************
001944 1910-REFUSE-RUN.
001945     MOVE 16 TO RETURN-CODE
001946     DISPLAY "==============================================="
001947     DISPLAY "RCNEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
001948     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
001949     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

001950 1910-EXIT.
001951     EXIT.

001952******************************************************************
001953* 1920-END-CYCLE-STEP
001954* Records how the run ended on CYCSTAT. The CALL clears
001955* RETURN-CODE, so the code is handed over and put back. An end
001956* that cannot be recorded raises the return code to at least 8:
001957* the step would otherwise stay running on CYCSTAT and hold up
001958* the cycle.
001959******************************************************************
001960 1920-END-CYCLE-STEP.
001962     SET CG-FN-END TO TRUE
001963     MOVE RETURN-CODE TO CG-RETURN-CODE
001964     CALL "CYCGATE" USING CYCLE-GATE-PARM
001966     MOVE CG-RETURN-CODE TO RETURN-CODE
001967     IF NOT CG-ALLOWED
001969         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
001970         IF RETURN-CODE < 8
001971             MOVE 8 TO RETURN-CODE
001973         END-IF
001974     END-IF.

001975 1920-EXIT.
001977     EXIT.

001978******************************************************************
001980* 2000-CHECK-XREF
001990* First pass: every cross-reference entry must point at an
002000* address the master holds, and the master must give that
002010* address to the same customer.
002020******************************************************************
002030 2000-CHECK-XREF.
002040     MOVE "N" TO WS-XREF-EOF-SW
002050     MOVE LOW-VALUES TO XR-XREF-KEY
002060     START CUSTOMER-XREF
002070         KEY IS NOT LESS THAN XR-XREF-KEY
002080         INVALID KEY
002090             SET WS-XREF-EOF TO TRUE
002100     END-START
002110     IF NOT WS-XREF-EOF
002120         PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT
002130     END-IF
002140     PERFORM 2200-CHECK-ONE-XREF THRU 2200-EXIT
002150         UNTIL WS-XREF-EOF OR WS-FILE-ERROR.

002160 2000-EXIT.
002170     EXIT.

002180 2100-READ-XREF-RECORD.
002190     READ CUSTOMER-XREF NEXT RECORD
002200         AT END
002210             SET WS-XREF-EOF TO TRUE
002220     END-READ.

002230 2100-EXIT.
002240     EXIT.

002250******************************************************************
002260* 2200-CHECK-ONE-XREF
002270* An entry whose address is gone from the master (type 1 - the
002280* XREF lines BCKEMAIL leaves behind after reversing an add) is
002290* stale and, in repair mode, deleted. An entry whose address the
002300* master gives to another customer (type 2) is only reported:
002310* which side is wrong is a question for the data team.
002320******************************************************************
002330 2200-CHECK-ONE-XREF.
002340     ADD 1 TO WS-TOTAL-XREF-READ
002350     MOVE "N" TO WS-MASTER-FOUND-SW
002360     MOVE XR-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
002370     READ CUSTOMER-MASTER
002380         KEY IS CM-EMAIL-ADDRESS
002390         INVALID KEY
002400             CONTINUE
002410         NOT INVALID KEY
002420             SET WS-MASTER-FOUND TO TRUE
002430     END-READ
002440     MOVE XR-CUSTOMER-ID TO WS-ID-DISPLAY
002450     MOVE XR-ADDRESS-TYPE TO WS-REPORT-TYPE
002460     MOVE XR-EMAIL-ADDRESS TO WS-REPORT-ADDRESS
002470     IF NOT WS-MASTER-FOUND
002480         ADD 1 TO WS-TOTAL-ORPHAN-XREF
002490         MOVE "1" TO WS-MISMATCH-KIND
002500         MOVE "ENDERECO DO CUSTXRF FORA DO CUSTMAS" TO
002510             WS-DETAIL-TEXT
002520         IF WS-MODE-REPAIR
002530             PERFORM 2300-DELETE-ORPHAN-XREF THRU 2300-EXIT
002540         ELSE
002550             ADD 1 TO WS-TOTAL-OPEN
002560             MOVE "APONTADO" TO WS-DISPOSITION
002570             PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
002580         END-IF
002590         GO TO 2200-NEXT
002600     END-IF
002610     IF CM-CUSTOMER-ID NOT = XR-CUSTOMER-ID
002620         ADD 1 TO WS-TOTAL-ID-MISMATCH
002630         ADD 1 TO WS-TOTAL-OPEN
002640         MOVE "2" TO WS-MISMATCH-KIND
002650         MOVE "ANALISAR" TO WS-DISPOSITION
002660         MOVE "NO CUSTMAS O ENDERECO E DE OUTRO CLIENTE" TO
002670             WS-DETAIL-TEXT
002680         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
002690     END-IF.

002700 2200-NEXT.
002710     PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT.

002720 2200-EXIT.
002730     EXIT.

002740******************************************************************
002750* 2300-DELETE-ORPHAN-XREF
002760* Repair of a type 1 mismatch: the stale entry is deleted and
002770* the deletion logged on EMLHIST as an X record whose
002780* before-image is the entry removed.
002790******************************************************************
002800 2300-DELETE-ORPHAN-XREF.
002810     DELETE CUSTOMER-XREF
002820         INVALID KEY
002830             CONTINUE
002840     END-DELETE
002850     IF WS-CUSTXRF-STATUS NOT = "00"
002860         DISPLAY "ERRO AO EXCLUIR DO CUSTXRF - STATUS "
002870             WS-CUSTXRF-STATUS
002880         SET WS-FILE-ERROR TO TRUE
002890         GO TO 2300-EXIT
002900     END-IF
002910     MOVE SPACES TO HISTORY-RECORD
002920     MOVE XR-EMAIL-ADDRESS TO HS-BEF-EMAIL-ADDRESS
002930     MOVE XR-CUSTOMER-ID TO HS-BEF-CUSTOMER-ID
002940     MOVE ZERO TO HS-AFT-CUSTOMER-ID
002950     PERFORM 8700-WRITE-REPAIR-HISTORY THRU 8700-EXIT
002960     ADD 1 TO WS-TOTAL-REPAIRED
002970     MOVE "REPARADO" TO WS-DISPOSITION
002980     MOVE "ENTRADA DO CUSTXRF SEM CADASTRO EXCLUIDA" TO
002990         WS-DETAIL-TEXT
003000     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

003010 2300-EXIT.
003020     EXIT.

003030******************************************************************
003040* 3000-CHECK-MASTER
003050* Second pass: every customer on the master must hold at least
003060* one cross-reference entry.
003070******************************************************************
003080 3000-CHECK-MASTER.
003090     MOVE LOW-VALUES TO CM-EMAIL-ADDRESS
003100     START CUSTOMER-MASTER
003110         KEY IS NOT LESS THAN CM-EMAIL-ADDRESS
003120         INVALID KEY
003130             SET WS-MASTER-EOF TO TRUE
003140     END-START
003150     IF NOT WS-MASTER-EOF
003160         PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT
003170     END-IF
003180     PERFORM 3200-CHECK-ONE-MASTER THRU 3200-EXIT
003190         UNTIL WS-MASTER-EOF OR WS-FILE-ERROR.

003200 3000-EXIT.
003210     EXIT.

003220 3100-READ-MASTER-RECORD.
003230     READ CUSTOMER-MASTER NEXT RECORD
003240         AT END
003250             SET WS-MASTER-EOF TO TRUE
003260     END-READ.

003270 3100-EXIT.
003280     EXIT.

003290******************************************************************
003300* 3200-CHECK-ONE-MASTER
003310* Positions the cross-reference on the master record's customer;
003320* no entry at all is a type 3 mismatch. The repair gives the
003330* customer a primary entry for this address - a later master
003340* record of the same customer then finds that entry and is not
003350* reported again, so the first address in key order becomes the
003360* primary and the clerks re-type it through the normal capture
003370* if that is wrong.
003380******************************************************************
003390 3200-CHECK-ONE-MASTER.
003400     ADD 1 TO WS-TOTAL-MASTER-READ
003401* An address posted without a customer identity has no xref by
003403* design (APLEMAIL 2700 skips it) - not a mismatch.
003405     IF CM-CUSTOMER-ID = ZERO
003406         GO TO 3200-NEXT
003408     END-IF
003410     MOVE "N" TO WS-XREF-FOUND-SW
003420     MOVE CM-CUSTOMER-ID TO XR-CUSTOMER-ID
003430     MOVE LOW-VALUES TO XR-ADDRESS-TYPE
003440     START CUSTOMER-XREF
003450         KEY IS NOT LESS THAN XR-XREF-KEY
003460         INVALID KEY
003470             GO TO 3200-TEST
003480     END-START
003490     READ CUSTOMER-XREF NEXT RECORD
003500         AT END
003510             GO TO 3200-TEST
003520     END-READ
003530     IF XR-CUSTOMER-ID = CM-CUSTOMER-ID
003540         SET WS-XREF-FOUND TO TRUE
003550     END-IF.

003560 3200-TEST.
003570     IF WS-XREF-FOUND
003580         GO TO 3200-NEXT
003590     END-IF
003600     ADD 1 TO WS-TOTAL-NO-XREF
003610     MOVE "3" TO WS-MISMATCH-KIND
003620     MOVE CM-CUSTOMER-ID TO WS-ID-DISPLAY
003630     MOVE SPACE TO WS-REPORT-TYPE
003640     MOVE CM-EMAIL-ADDRESS TO WS-REPORT-ADDRESS
003650     MOVE "CLIENTE DO CUSTMAS SEM ENTRADA NO CUSTXRF" TO
003660         WS-DETAIL-TEXT
003670     IF WS-MODE-REPAIR
003680         PERFORM 3300-CREATE-PRIMARY-XREF THRU 3300-EXIT
003690     ELSE
003700         ADD 1 TO WS-TOTAL-OPEN
003710         MOVE "APONTADO" TO WS-DISPOSITION
003720         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
003730     END-IF.

003740 3200-NEXT.
003750     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.

003760 3200-EXIT.
003770     EXIT.

003780******************************************************************
003790* 3300-CREATE-PRIMARY-XREF
003800* Repair of a type 3 mismatch: a primary entry is written for
003810* the master address and logged on EMLHIST as an X record whose
003820* after-image is the entry created.
003830******************************************************************
003840 3300-CREATE-PRIMARY-XREF.
003850     MOVE CM-CUSTOMER-ID TO XR-CUSTOMER-ID
003860     MOVE "P" TO XR-ADDRESS-TYPE
003870     MOVE CM-EMAIL-ADDRESS TO XR-EMAIL-ADDRESS
003880     MOVE WS-RUN-DATE TO XR-LAST-CYCLE-DATE
003890     WRITE CUSTOMER-XREF-RECORD
003900         INVALID KEY
003910             CONTINUE
003920     END-WRITE
003930     IF WS-CUSTXRF-STATUS NOT = "00"
003940         DISPLAY "ERRO AO GRAVAR CUSTXRF - STATUS "
003950             WS-CUSTXRF-STATUS
003960         SET WS-FILE-ERROR TO TRUE
003970         GO TO 3300-EXIT
003980     END-IF
003990     MOVE "P" TO WS-REPORT-TYPE
004000     MOVE SPACES TO HISTORY-RECORD
004010     MOVE ZERO TO HS-BEF-CUSTOMER-ID
004020     MOVE CM-EMAIL-ADDRESS TO HS-AFT-EMAIL-ADDRESS
004030     MOVE CM-CUSTOMER-ID TO HS-AFT-CUSTOMER-ID
004040     MOVE CM-CUSTOMER-NAME TO HS-AFT-CUSTOMER-NAME
004050     PERFORM 8700-WRITE-REPAIR-HISTORY THRU 8700-EXIT
004060     ADD 1 TO WS-TOTAL-REPAIRED
004070     MOVE "REPARADO" TO WS-DISPOSITION
004080     MOVE "ENTRADA PRIMARIA CRIADA NO CUSTXRF" TO WS-DETAIL-TEXT
004090     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

004100 3300-EXIT.
004110     EXIT.

004120******************************************************************
004130* 4000-CHECK-PRIMARY
004140* Third pass, over the cross-reference as the repairs left it:
004150* entries come in customer order, so a control break on the
004160* customer id tells whether a customer holding a billing or
004170* contact entry also holds a primary one (type 4). Which of the
004180* customer's addresses should be primary is a business question,
004190* so this kind is only reported.
004200******************************************************************
004210 4000-CHECK-PRIMARY.
004220     MOVE "N" TO WS-XREF-EOF-SW
004230     MOVE ZERO TO WS-BREAK-CUSTOMER-ID
004240     MOVE LOW-VALUES TO XR-XREF-KEY
004250     START CUSTOMER-XREF
004260         KEY IS NOT LESS THAN XR-XREF-KEY
004270         INVALID KEY
004280             SET WS-XREF-EOF TO TRUE
004290     END-START
004300     IF NOT WS-XREF-EOF
004310         PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT
004320     END-IF
004330     IF NOT WS-XREF-EOF
004340         MOVE XR-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
004350     END-IF
004360     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
004370         UNTIL WS-XREF-EOF OR WS-FILE-ERROR
004380     PERFORM 4200-CUSTOMER-BREAK THRU 4200-EXIT.

004390 4000-EXIT.
004400     EXIT.

004410 4100-CHECK-ONE-ENTRY.
004420     IF XR-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER-ID
004430         PERFORM 4200-CUSTOMER-BREAK THRU 4200-EXIT
004440         MOVE XR-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
004450     END-IF
004460     IF XR-ADDRESS-TYPE = "P"
004470         SET WS-BREAK-HAS-PRIMARY TO TRUE
004480     ELSE
004490         SET WS-BREAK-HAS-OTHER TO TRUE
004500     END-IF
004510     PERFORM 2100-READ-XREF-RECORD THRU 2100-EXIT.

004520 4100-EXIT.
004530     EXIT.

004540 4200-CUSTOMER-BREAK.
004550     IF WS-BREAK-HAS-OTHER AND NOT WS-BREAK-HAS-PRIMARY
004560         ADD 1 TO WS-TOTAL-NO-PRIMARY
004570         ADD 1 TO WS-TOTAL-OPEN
004580         MOVE "4" TO WS-MISMATCH-KIND
004590         MOVE WS-BREAK-CUSTOMER-ID TO WS-ID-DISPLAY
004600         MOVE "P" TO WS-REPORT-TYPE
004610         MOVE SPACES TO WS-REPORT-ADDRESS
004620         MOVE "ANALISAR" TO WS-DISPOSITION
004630         MOVE "CLIENTE COM B/C MAS SEM ENDERECO PRIMARIO" TO
004640             WS-DETAIL-TEXT
004650         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
004660     END-IF
004670     MOVE "N" TO WS-BREAK-HAS-PRIMARY-SW
004680     MOVE "N" TO WS-BREAK-HAS-OTHER-SW.

004690 4200-EXIT.
004700     EXIT.

004710******************************************************************
004720* 8700-WRITE-REPAIR-HISTORY
004730* Completes and writes one X history record; the caller has
004740* cleared the record and set the before- or after-image. The
004750* run date stands in for the cycle date - a repair belongs to
004760* no cycle, and BCKEMAIL does not load X records anyway.
004770******************************************************************
004780 8700-WRITE-REPAIR-HISTORY.
004790     MOVE WS-RUN-DATE TO HS-CYCLE-DATE
004800     MOVE WS-RUN-DATE TO HS-RUN-DATE
004810     MOVE WS-RUN-TIME TO HS-RUN-TIME
004820     SET HS-ACTION-XREF-FIX TO TRUE
004830     MOVE "RCNEMAIL" TO HS-SOURCE-SYSTEM
004840     MOVE WS-REPORT-TYPE TO HS-ADDRESS-TYPE
004850     WRITE HISTORY-RECORD
004860     IF WS-HISTORY-STATUS NOT = "00"
004870         DISPLAY "ERRO AO GRAVAR EMLHIST - STATUS "
004880             WS-HISTORY-STATUS
004890         SET WS-FILE-ERROR TO TRUE
004900     END-IF.

004910 8700-EXIT.
004920     EXIT.

004930******************************************************************
004940* 8800-WRITE-REPORT-DETAIL
004950* One report line per mismatch: its kind, what was done, the
004960* customer, the address type and the address involved.
004970******************************************************************
004980 8800-WRITE-REPORT-DETAIL.
004990     MOVE SPACES TO RECON-REPORT-LINE
005000     STRING "TIPO " DELIMITED BY SIZE
005010         WS-MISMATCH-KIND DELIMITED BY SIZE
005020         "  " DELIMITED BY SIZE
005030         WS-DISPOSITION DELIMITED BY SIZE
005040         "  " DELIMITED BY SIZE
005050         WS-ID-DISPLAY DELIMITED BY SIZE
005060         " " DELIMITED BY SIZE
005070         WS-REPORT-TYPE DELIMITED BY SIZE
005080         "  " DELIMITED BY SIZE
005090         WS-DETAIL-TEXT DELIMITED BY SIZE
005100         "  " DELIMITED BY SIZE
005110         WS-REPORT-ADDRESS DELIMITED BY SPACE
005120         INTO RECON-REPORT-LINE
005130     END-STRING
005140     WRITE RECON-REPORT-LINE
005150     IF WS-REPORT-STATUS NOT = "00"
005160         DISPLAY "ERRO AO GRAVAR RCNRPT - STATUS "
005170             WS-REPORT-STATUS
005180         SET WS-FILE-ERROR TO TRUE
005190     END-IF.

005200 8800-EXIT.
005210     EXIT.

005220 8900-WRITE-TRAILER.
005230     MOVE SPACES TO RECON-REPORT-LINE
005240     STRING "TRAILER - XREF LIDO: " DELIMITED BY SIZE
005250         WS-TOTAL-XREF-READ DELIMITED BY SIZE
005260         "  CUSTMAS LIDO: " DELIMITED BY SIZE
005270         WS-TOTAL-MASTER-READ DELIMITED BY SIZE
005280         "  TIPO 1: " DELIMITED BY SIZE
005290         WS-TOTAL-ORPHAN-XREF DELIMITED BY SIZE
005300         "  TIPO 2: " DELIMITED BY SIZE
005310         WS-TOTAL-ID-MISMATCH DELIMITED BY SIZE
005320         "  TIPO 3: " DELIMITED BY SIZE
005330         WS-TOTAL-NO-XREF DELIMITED BY SIZE
005340         "  TIPO 4: " DELIMITED BY SIZE
005350         WS-TOTAL-NO-PRIMARY DELIMITED BY SIZE
005360         "  REPARADO: " DELIMITED BY SIZE
005370         WS-TOTAL-REPAIRED DELIMITED BY SIZE
005380         "  EM ABERTO: " DELIMITED BY SIZE
005390         WS-TOTAL-OPEN DELIMITED BY SIZE
005400         INTO RECON-REPORT-LINE
005410     END-STRING
005420     WRITE RECON-REPORT-LINE
005430     IF WS-REPORT-STATUS NOT = "00"
005440         DISPLAY "ERRO AO GRAVAR RCNRPT - STATUS "
005450             WS-REPORT-STATUS
005460         SET WS-FILE-ERROR TO TRUE
005470     END-IF.

005480 8900-EXIT.
005490     EXIT.

005500******************************************************************
005510* 9000-TERMINATE
005520* Closes everything and sets the return code the scheduler gates
005530* on: 0 the two files agree, 4 every mismatch found was repaired,
005540* 8 a file error stopped the run, 12 mismatches remain open -
005550* in report mode any mismatch, in repair mode types 2 and 4.
005554* A run the cycle-status gate refuses ends with return code 16.
005560******************************************************************
005570 9000-TERMINATE.
005571     IF WS-GATE-REFUSED
005572         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
005573         GO TO 9000-EXIT
005574     END-IF
005580     CLOSE CUSTOMER-XREF
005590     CLOSE CUSTOMER-MASTER
005600     IF WS-MODE-REPAIR
005610         CLOSE HISTORY-OUT
005620     END-IF
005630     CLOSE RECON-REPORT
005640     IF WS-FILE-ERROR
005650         MOVE 8 TO RETURN-CODE
005660     ELSE
005670         IF WS-TOTAL-OPEN > 0
005680             MOVE 12 TO RETURN-CODE
005690         ELSE
005700             IF WS-TOTAL-REPAIRED > 0
005710                 MOVE 4 TO RETURN-CODE
005720             ELSE
005730                 MOVE 0 TO RETURN-CODE
005740             END-IF
005750         END-IF
005760     END-IF
005762     IF WS-GATE-STARTED
005764         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
005766     END-IF
005770     DISPLAY "==============================================="
005780     DISPLAY "RCNEMAIL - RESUMO DA EXECUCAO"
005790     DISPLAY "CUSTXRF LIDO....: " WS-TOTAL-XREF-READ
005800     DISPLAY "CUSTMAS LIDO....: " WS-TOTAL-MASTER-READ
005810     DISPLAY "XREF SEM MASTER.: " WS-TOTAL-ORPHAN-XREF
005820     DISPLAY "CLIENTE DIVERG..: " WS-TOTAL-ID-MISMATCH
005830     DISPLAY "SEM XREF........: " WS-TOTAL-NO-XREF
005840     DISPLAY "SEM PRIMARIO....: " WS-TOTAL-NO-PRIMARY
005850     DISPLAY "REPARADO........: " WS-TOTAL-REPAIRED
005860     DISPLAY "EM ABERTO.......: " WS-TOTAL-OPEN
005870     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

005880 9000-EXIT.
005890     EXIT.

006016 END PROGRAM RCNEMAIL.
