000100******************************************************************
000110* Program:  MRGEMAIL
000120* Author:   JEFEFRSON MOTA (GERO)
000130* Purpose:  FUSAO DE CLIENTES: QUANDO O SISTEMA CENTRAL FUNDE DOIS
000140*           CADASTROS DA MESMA PESSOA, O ARQUIVO MRGIN TRAZ O
000150*           CLIENTE QUE SAI (INCORPORADO), O QUE FICA
000160*           (SOBREVIVENTE) E A DATA EFETIVA. OS ENDERECOS DO
000170*           INCORPORADO NO CUSTMAS PASSAM AO SOBREVIVENTE, E AS
000180*           ENTRADAS DO CUSTXRF (P/B/C) SAO TRANSFERIDAS. QUANDO
000190*           OS DOIS TEM ENTRADA DO MESMO TIPO (COLISAO) PREVALECE
000200*           A ALTERADA MAIS RECENTEMENTE (MAIOR DATA DE ULTIMO
000210*           CICLO); NO EMPATE, A DO SOBREVIVENTE. O ENDERECO
000220*           PERDEDOR CONTINUA NO CUSTMAS, AGORA DO SOBREVIVENTE.
000230*           CADA REGISTRO TOCADO GERA NO EMLHIST IMAGENS
000240*           ANTES/DEPOIS (ACOES M E F), QUE PERMITEM AO BCKEMAIL
000250*           DESFAZER A FUSAO. O CONSENTIMENTO CUSTCNS DE CADA TIPO
000252*           SEGUE A MESMA REGRA DO CUSTXRF (ACAO C), E AS
000255*           RETENCOES CUSTHLD AINDA NAO POSTADAS DO INCORPORADO
000257*           PASSAM AO SOBREVIVENTE (ACAO H). RELATORIO MRGRPT.
000260* Tectonics: cobc
000270*
000280* Modification History:
000290*   15/10/26  GERO  Original version.
000300*   15/10/26  GERO  Checks the cycle-status gate (CYCGATE) before
000302*                   anything is opened, as a run outside any
000304*                   cycle: refused with RC 16 while a run that
000306*                   would collide with it on the customer master
000308*                   files or EMLHIST is active. Records its end
000310*                   there.
000311*   15/10/26  GERO  Moves the retiring customer's CUSTCNS
000312*                   consents by the cross-reference collision
000313*                   rule (history action C) and its CUSTHLD
000315*                   holds not yet posted to the survivor (action
000316*                   H), so BCKEMAIL can undo both with the merge.
000317******************************************************************
000318 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. MRGEMAIL.
000330 AUTHOR. JEFEFRSON MOTA (GERO).
000340 INSTALLATION. CADASTRO DE CLIENTES.
000350 DATE-WRITTEN. 15/10/26.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MERGE-IN
000410         ASSIGN TO "MRGIN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MRGIN-STATUS.

000440     SELECT CUSTOMER-MASTER
000450         ASSIGN TO "CUSTMAS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-EMAIL-ADDRESS
000490         FILE STATUS IS WS-CUSTMAS-STATUS.

000500     SELECT CUSTOMER-XREF
000510         ASSIGN TO "CUSTXRF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS XR-XREF-KEY
000550         FILE STATUS IS WS-CUSTXRF-STATUS.

000560     SELECT HISTORY-OUT
000570         ASSIGN TO "EMLHIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HISTORY-STATUS.

000600     SELECT MERGE-REPORT
000610         ASSIGN TO "MRGRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS WS-REPORT-STATUS.

000622     SELECT CONSENT-FILE
000624         ASSIGN TO "CUSTCNS"
000625         ORGANIZATION IS INDEXED
000627         ACCESS MODE IS RANDOM
000628         RECORD KEY IS CN-CONSENT-KEY
000630         FILE STATUS IS WS-CUSTCNS-STATUS.

000631     SELECT HOLD-QUEUE
000632         ASSIGN TO "CUSTHLD"
000634         ORGANIZATION IS INDEXED
000635         ACCESS MODE IS DYNAMIC
000637         RECORD KEY IS HL-HOLD-KEY
000638         FILE STATUS IS WS-CUSTHLD-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  MERGE-IN
000670         LABEL RECORDS ARE STANDARD.
000680     COPY MRGREC.

000690 FD  CUSTOMER-MASTER
000700         LABEL RECORDS ARE STANDARD.
000710     COPY CUSTMAS.

000720 FD  CUSTOMER-XREF
000730         LABEL RECORDS ARE STANDARD.
000740     COPY CUSTXRF.

000750 FD  HISTORY-OUT
000760         LABEL RECORDS ARE STANDARD.
000770     COPY HSTREC.

000780 FD  MERGE-REPORT
000790         LABEL RECORDS ARE STANDARD.
000800 01  MERGE-REPORT-LINE             PIC X(400).

000801 FD  CONSENT-FILE
000802         LABEL RECORDS ARE STANDARD.
000804     COPY CNSREC.

000805 FD  HOLD-QUEUE
000807         LABEL RECORDS ARE STANDARD.
000808     COPY HLDREC.

000810 WORKING-STORAGE SECTION.

000820* End-of-file and error switches.
000830 77  WS-MRGIN-EOF-SW               PIC X(01) VALUE "N".
000840     88  WS-MRGIN-EOF                      VALUE "Y".
000850 77  WS-MASTER-EOF-SW              PIC X(01) VALUE "N".
000860     88  WS-MASTER-EOF                     VALUE "Y".
000870 77  WS-FILE-ERROR-SW              PIC X(01) VALUE "N".
000880     88  WS-FILE-ERROR                     VALUE "Y".
000890 77  WS-XREF-FOUND-SW              PIC X(01) VALUE "N".
000900     88  WS-XREF-FOUND                     VALUE "Y".
000901 77  WS-CONSENT-FOUND-SW           PIC X(01) VALUE "N".
000902     88  WS-CONSENT-FOUND                  VALUE "Y".
000903 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
000904     88  WS-HOLD-EOF                       VALUE "Y".
000905 77  WS-CNS-AVAIL-SW               PIC X(01) VALUE "N".
000906     88  WS-CNS-AVAILABLE                  VALUE "Y".
000907 77  WS-HOLD-AVAIL-SW              PIC X(01) VALUE "N".
000908     88  WS-HOLD-AVAILABLE                 VALUE "Y".

000910* The merge transactions, loaded to storage so one pass of the
000920* master serves all of them. MT-STATUS: M to merge, R refused.
000930 77  WS-MERGE-COUNT                PIC 9(04) COMP VALUE ZERO.
000940 77  WS-MERGE-MAX                  PIC 9(04) COMP VALUE 500.
000950 77  WS-MERGE-SUB                  PIC 9(04) COMP VALUE ZERO.
000960 77  WS-SCAN-SUB                   PIC 9(04) COMP VALUE ZERO.
000970 77  WS-MATCH-SUB                  PIC 9(04) COMP VALUE ZERO.
000975 77  WS-LOOKUP-ID                  PIC 9(009) VALUE ZERO.
000980 01  WS-MERGE-TABLE.
000990     05  WS-MERGE-ENTRY OCCURS 500 TIMES.
001000         10  MT-RETIRING-ID        PIC 9(009).
001010         10  MT-SURVIVING-ID       PIC 9(009).
001020         10  MT-EFFECTIVE-DATE     PIC 9(008).
001030         10  MT-STATUS             PIC X(001).
001040             88  MT-TO-MERGE               VALUE "M".
001050             88  MT-REFUSED                VALUE "R".
001060         10  MT-SURVIVOR-NAME      PIC X(030).
001070         10  MT-CNT-CUSTMAS        PIC 9(007).
001080         10  MT-CNT-XREF           PIC 9(007).
001083         10  MT-CNT-CONSENT        PIC 9(007).
001086         10  MT-CNT-HOLD           PIC 9(007).

001090* Cross-reference transfer: the three address types, tried one by
001100* one, and the two entries of one type being reconciled.
001110 77  WS-XREF-TYPES                 PIC X(003) VALUE "PBC".
001120 77  WS-XREF-SUB                   PIC 9(01) COMP VALUE ZERO.
001130 77  WS-RET-EMAIL-ADDRESS          PIC X(254) VALUE SPACES.
001140 77  WS-RET-LAST-CYCLE             PIC 9(008) VALUE ZERO.
001150 77  WS-SUR-EMAIL-ADDRESS          PIC X(254) VALUE SPACES.
001151 77  WS-SUR-LAST-CYCLE             PIC 9(008) VALUE ZERO.

001152* The two consents of one type being reconciled, laid out as the
001153* history record carries them (HS-BEF-CONSENT/HS-AFT-CONSENT).
001155 01  WS-RET-CONSENT.
001156     05  WS-RET-CN-STATUS          PIC X(001).
001157     05  WS-RET-CN-DATE            PIC 9(008).
001158     05  WS-RET-CN-SOURCE          PIC X(008).
001160     05  WS-RET-CN-LAST-CYCLE      PIC 9(008).
001161 01  WS-SUR-CONSENT.
001162     05  WS-SUR-CN-STATUS          PIC X(001).
001163     05  WS-SUR-CN-DATE            PIC 9(008).
001165     05  WS-SUR-CN-SOURCE          PIC X(008).
001166     05  WS-SUR-CN-LAST-CYCLE      PIC 9(008).

001167* Detail image kept on a CUSTHLD entry, unpacked to be moved.
001168     COPY ACCREC.

001170* Before-image of the master record being moved.
001180 77  WS-BEF-CUSTOMER-ID            PIC 9(009) VALUE ZERO.
001190 77  WS-BEF-CUSTOMER-NAME          PIC X(030) VALUE SPACES.

001200* Totals for the report trailer and the return code.
001210 77  WS-TOTAL-READ                 PIC 9(07) VALUE ZERO.
001220 77  WS-TOTAL-MERGED               PIC 9(07) VALUE ZERO.
001230 77  WS-TOTAL-REFUSED              PIC 9(07) VALUE ZERO.
001240 77  WS-TOTAL-NO-EFFECT            PIC 9(07) VALUE ZERO.
001250 77  WS-TOTAL-MASTER-READ          PIC 9(07) VALUE ZERO.
001260 77  WS-TOTAL-MASTER-MOVED         PIC 9(07) VALUE ZERO.
001270 77  WS-TOTAL-XREF-MOVED           PIC 9(07) VALUE ZERO.
001280 77  WS-TOTAL-COLLISIONS           PIC 9(07) VALUE ZERO.
001282 77  WS-TOTAL-CNS-MOVED            PIC 9(07) VALUE ZERO.
001285 77  WS-TOTAL-CNS-COLLISIONS       PIC 9(07) VALUE ZERO.
001287 77  WS-TOTAL-HOLDS-MOVED          PIC 9(07) VALUE ZERO.

001290* Report line assembly and run identification.
001300 77  WS-DISPOSITION                PIC X(010) VALUE SPACES.
001310 77  WS-DETAIL-TEXT                PIC X(050) VALUE SPACES.
001320 77  WS-REPORT-TYPE                PIC X(001) VALUE SPACE.
001330 77  WS-REPORT-ADDRESS             PIC X(254) VALUE SPACES.
001340 77  WS-REPORT-RETIRING-ID         PIC 9(009) VALUE ZERO.
001350 77  WS-REPORT-SURVIVING-ID        PIC 9(009) VALUE ZERO.
001360 77  WS-RUN-DATE                   PIC 9(008) VALUE ZERO.
001370 77  WS-RUN-TIME                   PIC 9(008) VALUE ZERO.

001380* File status codes, one per SELECT above.
001390 77  WS-MRGIN-STATUS               PIC X(02) VALUE SPACES.
001400 77  WS-CUSTMAS-STATUS             PIC X(02) VALUE SPACES.
001410 77  WS-CUSTXRF-STATUS             PIC X(02) VALUE SPACES.
001420 77  WS-HISTORY-STATUS             PIC X(02) VALUE SPACES.
001422 77  WS-REPORT-STATUS              PIC X(02) VALUE SPACES.
001425 77  WS-CUSTCNS-STATUS             PIC X(02) VALUE SPACES.
001428 77  WS-CUSTHLD-STATUS             PIC X(02) VALUE SPACES.

001431* Cycle-status gate (CYCGATE): this run is checked against the
001432* CYCSTAT cycle-status file before anything is opened, and its
001433* end is recorded there.
001434     COPY CYCPARM.
001435 77  WS-GATE-SW                    PIC X(01) VALUE "N".
001436     88  WS-GATE-STARTED                   VALUE "S".
001437     88  WS-GATE-REFUSED                   VALUE "R".

001440 PROCEDURE DIVISION.

001450******************************************************************
001460* 0000-MAINLINE
001470* Overall control - load and vet the transactions, take the
001480* surviving customers' names, move the master records in one pass,
001490* and the held changes in another, then the cross-reference
001495* entries and consents customer by customer.
001500******************************************************************
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     IF NOT WS-FILE-ERROR
001540         PERFORM 2000-FIND-SURVIVOR-NAMES THRU 2000-EXIT
001550     END-IF
001560     IF NOT WS-FILE-ERROR
001570         PERFORM 3000-MOVE-MASTER THRU 3000-EXIT
001580     END-IF
001582     IF NOT WS-FILE-ERROR
001585         PERFORM 3500-MOVE-HOLDS THRU 3500-EXIT
001587     END-IF
001590     IF NOT WS-FILE-ERROR
001600         PERFORM 4000-MOVE-XREF THRU 4000-EXIT
001610     END-IF
001620     IF NOT WS-FILE-ERROR
001630         PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT
001640     END-IF
001650     PERFORM 9000-TERMINATE THRU 9000-EXIT
001660     STOP RUN.

001670******************************************************************
001680* 1000-INITIALIZE
001690* Opens the files - the master, cross-reference, consent file
001700* and hold queue for update, EMLHIST for append - and loads the
001703* merge transactions. A consent file or hold queue that does not
001706* exist yet only means there is nothing on it to move.
001710******************************************************************
001720 1000-INITIALIZE.
001730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001740     ACCEPT WS-RUN-TIME FROM TIME
001741     PERFORM 1900-CHECK-CYCLE-GATE THRU 1900-EXIT
001742     IF WS-GATE-REFUSED
001743         SET WS-FILE-ERROR TO TRUE
001744         GO TO 1000-EXIT
001745     END-IF
001750     OPEN INPUT MERGE-IN
001760     IF WS-MRGIN-STATUS NOT = "00"
001770         DISPLAY "ERRO AO ABRIR MRGIN - STATUS "
001780             WS-MRGIN-STATUS
001790         SET WS-FILE-ERROR TO TRUE
001800     END-IF
001810     OPEN I-O CUSTOMER-MASTER
001820     IF WS-CUSTMAS-STATUS NOT = "00"
001830         DISPLAY "ERRO AO ABRIR CUSTMAS - STATUS "
001840             WS-CUSTMAS-STATUS
001850         SET WS-FILE-ERROR TO TRUE
001860     END-IF
001870     OPEN I-O CUSTOMER-XREF
001880     IF WS-CUSTXRF-STATUS NOT = "00"
001890         DISPLAY "ERRO AO ABRIR CUSTXRF - STATUS "
001900             WS-CUSTXRF-STATUS
001910         SET WS-FILE-ERROR TO TRUE
001920     END-IF
001930     OPEN EXTEND HISTORY-OUT
001940     IF WS-HISTORY-STATUS NOT = "00"
001950         OPEN OUTPUT HISTORY-OUT
001960     END-IF
001970     IF WS-HISTORY-STATUS NOT = "00"
001980         DISPLAY "ERRO AO ABRIR EMLHIST - STATUS "
001990             WS-HISTORY-STATUS
002000         SET WS-FILE-ERROR TO TRUE
002010     END-IF
002020     OPEN OUTPUT MERGE-REPORT
002030     IF WS-REPORT-STATUS NOT = "00"
002040         DISPLAY "ERRO AO ABRIR MRGRPT - STATUS "
002050             WS-REPORT-STATUS
002051         SET WS-FILE-ERROR TO TRUE
002052     END-IF
002053     OPEN I-O CONSENT-FILE
002055     IF WS-CUSTCNS-STATUS = "00"
002056         SET WS-CNS-AVAILABLE TO TRUE
002057     ELSE
002059         IF WS-CUSTCNS-STATUS NOT = "35"
002060             DISPLAY "ERRO AO ABRIR CUSTCNS - STATUS "
002061                 WS-CUSTCNS-STATUS
002063             SET WS-FILE-ERROR TO TRUE
002064         END-IF
002065     END-IF
002066     OPEN I-O HOLD-QUEUE
002068     IF WS-CUSTHLD-STATUS = "00"
002069         SET WS-HOLD-AVAILABLE TO TRUE
002070     ELSE
002072         IF WS-CUSTHLD-STATUS NOT = "35"
002073             DISPLAY "ERRO AO ABRIR CUSTHLD - STATUS "
002074                 WS-CUSTHLD-STATUS
002076             SET WS-FILE-ERROR TO TRUE
002077         END-IF
002078     END-IF
002080     IF WS-FILE-ERROR
002090         GO TO 1000-EXIT
002100     END-IF
002110     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
002120     PERFORM 1200-LOAD-ONE-TRANSACTION THRU 1200-EXIT
002130         UNTIL WS-MRGIN-EOF OR WS-FILE-ERROR
002140     IF WS-MERGE-COUNT = 0
002150         DISPLAY "AVISO: NENHUMA TRANSACAO DE FUSAO NO MRGIN"
002160     END-IF.

002170 1000-EXIT.
002180     EXIT.

002190 1100-READ-TRANSACTION.
002200     READ MERGE-IN
002210         AT END
002220             SET WS-MRGIN-EOF TO TRUE
002230     END-READ.

002240 1100-EXIT.
002250     EXIT.

002260******************************************************************
002270* 1200-LOAD-ONE-TRANSACTION
002280* Keeps one transaction in storage, or refuses it with its reason
002290* on the report: ids or date not numeric or zero, a customer
002300* merged into itself, an effective date still in the future, a
002310* retiring customer already being merged, or a chain - a customer
002320* that is retiring in one transaction and surviving in another.
002330* Chains are refused rather than followed: the core system sends
002340* each step of a chain again once the earlier step is through.
002350* More transactions than the table holds is a hard stop.
002360******************************************************************
002370 1200-LOAD-ONE-TRANSACTION.
002380     ADD 1 TO WS-TOTAL-READ
002390     IF WS-MERGE-COUNT >= WS-MERGE-MAX
002400         DISPLAY "ERRO: MRGIN COM MAIS DE " WS-MERGE-MAX
002410             " TRANSACOES - DIVIDA O ARQUIVO"
002420         SET WS-FILE-ERROR TO TRUE
002430         GO TO 1200-EXIT
002440     END-IF
002450     ADD 1 TO WS-MERGE-COUNT
002460     MOVE WS-MERGE-COUNT TO WS-MERGE-SUB
002470     MOVE MG-RETIRING-ID TO MT-RETIRING-ID(WS-MERGE-SUB)
002480     MOVE MG-SURVIVING-ID TO MT-SURVIVING-ID(WS-MERGE-SUB)
002490     MOVE MG-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE(WS-MERGE-SUB)
002500     MOVE SPACES TO MT-SURVIVOR-NAME(WS-MERGE-SUB)
002510     MOVE ZERO TO MT-CNT-CUSTMAS(WS-MERGE-SUB)
002520         MT-CNT-XREF(WS-MERGE-SUB)
002525         MT-CNT-CONSENT(WS-MERGE-SUB) MT-CNT-HOLD(WS-MERGE-SUB)
002530     SET MT-TO-MERGE(WS-MERGE-SUB) TO TRUE
002540     IF MG-RETIRING-ID IS NOT NUMERIC
002550         OR MG-SURVIVING-ID IS NOT NUMERIC
002560         OR MG-EFFECTIVE-DATE IS NOT NUMERIC
002570         MOVE ZERO TO MT-RETIRING-ID(WS-MERGE-SUB)
002580             MT-SURVIVING-ID(WS-MERGE-SUB)
002590         MOVE "TRANSACAO COM CAMPO NAO NUMERICO" TO WS-DETAIL-TEXT
002600         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
002610         GO TO 1200-NEXT
002620     END-IF
002630     IF MG-RETIRING-ID = ZERO OR MG-SURVIVING-ID = ZERO
002640         OR MG-EFFECTIVE-DATE = ZERO
002650         MOVE "TRANSACAO COM CLIENTE OU DATA ZERADOS" TO
002660             WS-DETAIL-TEXT
002670         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
002680         GO TO 1200-NEXT
002690     END-IF
002700     IF MG-RETIRING-ID = MG-SURVIVING-ID
002710         MOVE "CLIENTE FUNDIDO NELE MESMO" TO WS-DETAIL-TEXT
002720         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
002730         GO TO 1200-NEXT
002740     END-IF
002750     IF MG-EFFECTIVE-DATE > WS-RUN-DATE
002760         MOVE "DATA EFETIVA FUTURA" TO WS-DETAIL-TEXT
002770         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
002780         GO TO 1200-NEXT
002790     END-IF
002800     PERFORM 1400-CHECK-EARLIER THRU 1400-EXIT.

002810 1200-NEXT.
002820     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.

002830 1200-EXIT.
002840     EXIT.

002850 1300-REFUSE-TRANSACTION.
002860     SET MT-REFUSED(WS-MERGE-SUB) TO TRUE
002870     ADD 1 TO WS-TOTAL-REFUSED
002880     MOVE "RECUSADO" TO WS-DISPOSITION
002890     MOVE SPACE TO WS-REPORT-TYPE
002900     MOVE SPACES TO WS-REPORT-ADDRESS
002910     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

002920 1300-EXIT.
002930     EXIT.

002940******************************************************************
002950* 1400-CHECK-EARLIER
002960* Compares the new transaction with every one loaded before it
002970* for a repeated retiring customer or a chain.
002980******************************************************************
002990 1400-CHECK-EARLIER.
003000     MOVE 1 TO WS-SCAN-SUB
003010     MOVE 0 TO WS-MATCH-SUB
003020     PERFORM 1410-CHECK-ONE-EARLIER THRU 1410-EXIT
003030         UNTIL WS-SCAN-SUB >= WS-MERGE-SUB OR WS-MATCH-SUB > 0.

003040 1400-EXIT.
003050     EXIT.

003060 1410-CHECK-ONE-EARLIER.
003070     IF MT-REFUSED(WS-SCAN-SUB)
003080         GO TO 1410-NEXT
003090     END-IF
003100     IF MT-RETIRING-ID(WS-SCAN-SUB) = MG-RETIRING-ID
003110         MOVE WS-SCAN-SUB TO WS-MATCH-SUB
003120         MOVE "CLIENTE JA INCORPORADO NESTE ARQUIVO" TO
003130             WS-DETAIL-TEXT
003140         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
003150         GO TO 1410-EXIT
003160     END-IF
003170     IF MT-RETIRING-ID(WS-SCAN-SUB) = MG-SURVIVING-ID
003180         OR MT-SURVIVING-ID(WS-SCAN-SUB) = MG-RETIRING-ID
003190         MOVE WS-SCAN-SUB TO WS-MATCH-SUB
003200         MOVE "FUSAO EM CADEIA - REENVIAR APOS A ANTERIOR" TO
003210             WS-DETAIL-TEXT
003220         PERFORM 1300-REFUSE-TRANSACTION THRU 1300-EXIT
003230         GO TO 1410-EXIT
003231     END-IF.

003232 1410-NEXT.
003233     ADD 1 TO WS-SCAN-SUB.

003234 1410-EXIT.
003235     EXIT.

003236******************************************************************
003237* 1900-CHECK-CYCLE-GATE
003238* Asks the cycle-status gate whether MRGEMAIL may run now. It
003239* belongs to no cycle (cycle zero), so only a run that would
003240* collide with it is in the way.
003241* A refusal (or a status file that cannot be read) stops the run
003242* before anything is opened; 9000 ends it with return code 16.
003243******************************************************************
003244 1900-CHECK-CYCLE-GATE.
003245     SET CG-FN-START TO TRUE
003246     MOVE "MRGEMAIL" TO CG-PROGRAM-ID
003247     MOVE 0 TO CG-CYCLE-DATE
003248     MOVE 0 TO CG-PARTITION-NO
003249     MOVE 0 TO CG-RETURN-CODE
003250     CALL "CYCGATE" USING CYCLE-GATE-PARM
003251     IF CG-ALLOWED
003252         SET WS-GATE-STARTED TO TRUE
003253     ELSE
003254         DISPLAY "ERRO: " CG-REASON-TEXT
003255         SET WS-GATE-REFUSED TO TRUE
003256     END-IF.

003257 1900-EXIT.
003258     EXIT.

003259******************************************************************
003260* 1910-REFUSE-RUN
003261* The gate refused the run: nothing was opened or written, so
003262* there is nothing to close - only the refusal is shown.
003263******************************************************************
003264 1910-REFUSE-RUN.
003265     MOVE 16 TO RETURN-CODE
003266     DISPLAY "==============================================="
003267     DISPLAY "MRGEMAIL - EXECUCAO RECUSADA PELO CONTROLE DE CICLO"
003268     DISPLAY "MOTIVO..........: " CG-REASON-TEXT
003269     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

003270 1910-EXIT.
003271     EXIT.

003272******************************************************************
003273* 1920-END-CYCLE-STEP
003274* Records how the run ended on CYCSTAT. The CALL clears
003275* RETURN-CODE, so the code is handed over and put back. An end
003276* that cannot be recorded raises the return code to at least 8:
003277* the step would otherwise stay running on CYCSTAT and hold up
003278* the cycle.
003279******************************************************************
003280 1920-END-CYCLE-STEP.
003282     SET CG-FN-END TO TRUE
003283     MOVE RETURN-CODE TO CG-RETURN-CODE
003284     CALL "CYCGATE" USING CYCLE-GATE-PARM
003286     MOVE CG-RETURN-CODE TO RETURN-CODE
003287     IF NOT CG-ALLOWED
003289         DISPLAY "ERRO: CYCSTAT NAO ATUALIZADO - " CG-REASON-TEXT
003290         IF RETURN-CODE < 8
003291             MOVE 8 TO RETURN-CODE
003293         END-IF
003294     END-IF.

003295 1920-EXIT.
003297     EXIT.

003298******************************************************************
003300* 2000-FIND-SURVIVOR-NAMES
003310* The surviving customer's name, as the master holds it under the
003320* first of its cross-reference entries (P, then B, then C), goes
003330* onto every record moved to it, so one customer does not carry
003340* two names. A survivor with no entry yet keeps the names the
003350* moved records already had.
003360******************************************************************
003370 2000-FIND-SURVIVOR-NAMES.
003380     MOVE 1 TO WS-MERGE-SUB
003390     PERFORM 2100-FIND-ONE-NAME THRU 2100-EXIT
003400         UNTIL WS-MERGE-SUB > WS-MERGE-COUNT OR WS-FILE-ERROR.

003410 2000-EXIT.
003420     EXIT.

003430 2100-FIND-ONE-NAME.
003440     IF MT-TO-MERGE(WS-MERGE-SUB)
003450         MOVE 1 TO WS-XREF-SUB
003460         PERFORM 2110-TRY-ONE-TYPE THRU 2110-EXIT
003470             UNTIL WS-XREF-SUB > 3
003480     END-IF
003490     ADD 1 TO WS-MERGE-SUB.

003500 2100-EXIT.
003510     EXIT.

003520 2110-TRY-ONE-TYPE.
003530     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
003540     MOVE WS-XREF-TYPES(WS-XREF-SUB:1) TO XR-ADDRESS-TYPE
003550     READ CUSTOMER-XREF
003560         KEY IS XR-XREF-KEY
003570         INVALID KEY
003580             GO TO 2110-NEXT
003590     END-READ
003600     MOVE XR-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
003610     READ CUSTOMER-MASTER
003620         KEY IS CM-EMAIL-ADDRESS
003630         INVALID KEY
003640             GO TO 2110-NEXT
003650     END-READ
003660     IF CM-CUSTOMER-ID = MT-SURVIVING-ID(WS-MERGE-SUB)
003670         MOVE CM-CUSTOMER-NAME TO MT-SURVIVOR-NAME(WS-MERGE-SUB)
003680         MOVE 4 TO WS-XREF-SUB
003690         GO TO 2110-EXIT
003700     END-IF.

003710 2110-NEXT.
003720     ADD 1 TO WS-XREF-SUB.

003730 2110-EXIT.
003740     EXIT.

003750******************************************************************
003760* 3000-MOVE-MASTER
003770* One pass of the master: every record of a retiring customer is
003780* rewritten under the surviving customer and logged as an M
003790* history record carrying both images.
003800******************************************************************
003810 3000-MOVE-MASTER.
003820     MOVE LOW-VALUES TO CM-EMAIL-ADDRESS
003830     START CUSTOMER-MASTER
003840         KEY IS NOT LESS THAN CM-EMAIL-ADDRESS
003850         INVALID KEY
003860             SET WS-MASTER-EOF TO TRUE
003870     END-START
003880     IF NOT WS-MASTER-EOF
003890         PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT
003900     END-IF
003910     PERFORM 3200-CHECK-ONE-MASTER THRU 3200-EXIT
003920         UNTIL WS-MASTER-EOF OR WS-FILE-ERROR.

003930 3000-EXIT.
003940     EXIT.

003950 3100-READ-MASTER-RECORD.
003960     READ CUSTOMER-MASTER NEXT RECORD
003970         AT END
003980             SET WS-MASTER-EOF TO TRUE
003990     END-READ.

004000 3100-EXIT.
004010     EXIT.

004020 3200-CHECK-ONE-MASTER.
004030     ADD 1 TO WS-TOTAL-MASTER-READ
004035     MOVE CM-CUSTOMER-ID TO WS-LOOKUP-ID
004040     PERFORM 3300-FIND-RETIRING THRU 3300-EXIT
004050     IF WS-MERGE-SUB = 0
004060         GO TO 3200-NEXT
004070     END-IF
004080     MOVE CM-CUSTOMER-ID TO WS-BEF-CUSTOMER-ID
004090     MOVE CM-CUSTOMER-NAME TO WS-BEF-CUSTOMER-NAME
004100     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO CM-CUSTOMER-ID
004110     IF MT-SURVIVOR-NAME(WS-MERGE-SUB) NOT = SPACES
004120         MOVE MT-SURVIVOR-NAME(WS-MERGE-SUB) TO CM-CUSTOMER-NAME
004130     END-IF
004140     REWRITE CUSTOMER-MASTER-RECORD
004150         INVALID KEY
004160             CONTINUE
004170     END-REWRITE
004180     IF WS-CUSTMAS-STATUS NOT = "00"
004190         DISPLAY "ERRO AO REGRAVAR O CUSTMAS - STATUS "
004200             WS-CUSTMAS-STATUS
004210         SET WS-FILE-ERROR TO TRUE
004220         GO TO 3200-EXIT
004230     END-IF
004240     MOVE SPACES TO HISTORY-RECORD
004250     SET HS-ACTION-MERGE TO TRUE
004260     MOVE CM-EMAIL-ADDRESS TO HS-BEF-EMAIL-ADDRESS
004270     MOVE WS-BEF-CUSTOMER-ID TO HS-BEF-CUSTOMER-ID
004280     MOVE WS-BEF-CUSTOMER-NAME TO HS-BEF-CUSTOMER-NAME
004290     MOVE CM-EMAIL-ADDRESS TO HS-AFT-EMAIL-ADDRESS
004300     MOVE CM-CUSTOMER-ID TO HS-AFT-CUSTOMER-ID
004310     MOVE CM-CUSTOMER-NAME TO HS-AFT-CUSTOMER-NAME
004320     MOVE SPACE TO WS-REPORT-TYPE
004330     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
004340     ADD 1 TO MT-CNT-CUSTMAS(WS-MERGE-SUB)
004350     ADD 1 TO WS-TOTAL-MASTER-MOVED
004360     MOVE "MOVIDO" TO WS-DISPOSITION
004370     MOVE "ENDERECO DO CUSTMAS PASSOU AO SOBREVIVENTE" TO
004380         WS-DETAIL-TEXT
004390     MOVE CM-EMAIL-ADDRESS TO WS-REPORT-ADDRESS
004400     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

004410 3200-NEXT.
004420     PERFORM 3100-READ-MASTER-RECORD THRU 3100-EXIT.

004430 3200-EXIT.
004440     EXIT.

004450******************************************************************
004460* 3300-FIND-RETIRING
004470* Leaves in WS-MERGE-SUB the transaction retiring the customer
004480* in WS-LOOKUP-ID, or zero.
004490******************************************************************
004500 3300-FIND-RETIRING.
004510     MOVE 0 TO WS-MERGE-SUB
004520     MOVE 1 TO WS-SCAN-SUB
004530     PERFORM 3310-SCAN-RETIRING THRU 3310-EXIT
004540         UNTIL WS-SCAN-SUB > WS-MERGE-COUNT OR WS-MERGE-SUB > 0.

004550 3300-EXIT.
004560     EXIT.

004570 3310-SCAN-RETIRING.
004571     IF MT-TO-MERGE(WS-SCAN-SUB)
004572         AND MT-RETIRING-ID(WS-SCAN-SUB) = WS-LOOKUP-ID
004573         MOVE WS-SCAN-SUB TO WS-MERGE-SUB
004574     END-IF
004575     ADD 1 TO WS-SCAN-SUB.

004576 3310-EXIT.
004577     EXIT.

004578******************************************************************
004579* 3500-MOVE-HOLDS
004580* One pass of the CUSTHLD fraud hold queue for all transactions:
004581* a held change of a retiring customer that is not posted yet
004582* (pending the fraud team, or released and waiting for APLEMAIL)
004583* is moved to the surviving customer, so it is decided and posted
004584* under the customer that now owns the addresses. Each one is
004585* logged as an H history record carrying the hold's key. Decided
004586* entries are history and stay as they are.
004587******************************************************************
004588 3500-MOVE-HOLDS.
004589     IF NOT WS-HOLD-AVAILABLE
004590         GO TO 3500-EXIT
004591     END-IF
004592     MOVE "N" TO WS-HOLD-EOF-SW
004593     PERFORM 3600-READ-HOLD THRU 3600-EXIT
004594     PERFORM 3700-CHECK-ONE-HOLD THRU 3700-EXIT
004595         UNTIL WS-HOLD-EOF OR WS-FILE-ERROR.

004596 3500-EXIT.
004597     EXIT.

004598 3600-READ-HOLD.
004599     READ HOLD-QUEUE NEXT RECORD
004600         AT END
004601             SET WS-HOLD-EOF TO TRUE
004602     END-READ.

004603 3600-EXIT.
004604     EXIT.

004605 3700-CHECK-ONE-HOLD.
004606     IF NOT HL-STATUS-PENDING AND NOT HL-STATUS-RELEASED
004607         GO TO 3700-NEXT
004608     END-IF
004609     MOVE HL-ACCEPTED-DATA TO ACCEPTED-RECORD
004610     IF EA-CUSTOMER-ID IS NOT NUMERIC
004611         GO TO 3700-NEXT
004612     END-IF
004613     MOVE EA-CUSTOMER-ID TO WS-LOOKUP-ID
004614     PERFORM 3300-FIND-RETIRING THRU 3300-EXIT
004615     IF WS-MERGE-SUB = 0
004616         GO TO 3700-NEXT
004617     END-IF
004618     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO EA-CUSTOMER-ID
004619     MOVE ACCEPTED-RECORD TO HL-ACCEPTED-DATA
004620     REWRITE HOLD-RECORD
004621         INVALID KEY
004622             CONTINUE
004623     END-REWRITE
004624     IF WS-CUSTHLD-STATUS NOT = "00"
004625         DISPLAY "ERRO AO REGRAVAR O CUSTHLD - STATUS "
004626             WS-CUSTHLD-STATUS
004627         SET WS-FILE-ERROR TO TRUE
004628         GO TO 3700-EXIT
004629     END-IF
004630     MOVE SPACES TO HISTORY-RECORD
004631     SET HS-ACTION-MERGE-HOLD TO TRUE
004632     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
004633     MOVE HL-CYCLE-DATE TO HS-BEF-HL-CYCLE-DATE
004634     MOVE HL-ORIGIN TO HS-BEF-HL-ORIGIN
004635     MOVE HL-RECORD-NO TO HS-BEF-HL-RECORD-NO
004636     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-AFT-CUSTOMER-ID
004637     MOVE EA-ADDRESS-TYPE TO WS-REPORT-TYPE
004638     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
004639     ADD 1 TO MT-CNT-HOLD(WS-MERGE-SUB)
004640     ADD 1 TO WS-TOTAL-HOLDS-MOVED
004641     MOVE "MOVIDO" TO WS-DISPOSITION
004642     MOVE "RETENCAO DO CUSTHLD PASSOU AO SOBREVIVENTE" TO
004643         WS-DETAIL-TEXT
004644     MOVE EA-EMAIL-ADDRESS TO WS-REPORT-ADDRESS
004645     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

004646 3700-NEXT.
004647     PERFORM 3600-READ-HOLD THRU 3600-EXIT.

004648 3700-EXIT.
004649     EXIT.

004650******************************************************************
004660* 4000-MOVE-XREF
004670* Moves each retiring customer's cross-reference entries and
004676* consents, type by type, and closes the transaction on the
004683* report.
004690******************************************************************
004700 4000-MOVE-XREF.
004710     MOVE 1 TO WS-MERGE-SUB
004720     PERFORM 4100-MOVE-ONE-CUSTOMER THRU 4100-EXIT
004730         UNTIL WS-MERGE-SUB > WS-MERGE-COUNT OR WS-FILE-ERROR.

004740 4000-EXIT.
004750     EXIT.

004760 4100-MOVE-ONE-CUSTOMER.
004770     IF MT-REFUSED(WS-MERGE-SUB)
004780         GO TO 4100-NEXT
004790     END-IF
004800     MOVE 1 TO WS-XREF-SUB
004810     PERFORM 4200-MOVE-ONE-TYPE THRU 4200-EXIT
004820         UNTIL WS-XREF-SUB > 3 OR WS-FILE-ERROR
004821     IF WS-CNS-AVAILABLE AND NOT WS-FILE-ERROR
004823         MOVE 1 TO WS-XREF-SUB
004825         PERFORM 4600-MOVE-ONE-CONSENT THRU 4600-EXIT
004826             UNTIL WS-XREF-SUB > 3 OR WS-FILE-ERROR
004828     END-IF
004830     IF WS-FILE-ERROR
004840         GO TO 4100-EXIT
004850     END-IF
004860     MOVE SPACE TO WS-REPORT-TYPE
004870     MOVE SPACES TO WS-REPORT-ADDRESS
004880     IF MT-CNT-CUSTMAS(WS-MERGE-SUB) = 0
004890         AND MT-CNT-XREF(WS-MERGE-SUB) = 0
004893         AND MT-CNT-CONSENT(WS-MERGE-SUB) = 0
004896         AND MT-CNT-HOLD(WS-MERGE-SUB) = 0
004900         ADD 1 TO WS-TOTAL-NO-EFFECT
004910         MOVE "SEM EFEITO" TO WS-DISPOSITION
004920         MOVE "INCORPORADO SEM REGISTROS A MOVER" TO
004930             WS-DETAIL-TEXT
004940     ELSE
004950         ADD 1 TO WS-TOTAL-MERGED
004960         MOVE "FUNDIDO" TO WS-DISPOSITION
004970         MOVE "FUSAO CONCLUIDA" TO WS-DETAIL-TEXT
004980     END-IF
004990     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

005000 4100-NEXT.
005010     ADD 1 TO WS-MERGE-SUB.

005020 4100-EXIT.
005030     EXIT.

005040******************************************************************
005050* 4200-MOVE-ONE-TYPE
005060* The retiring customer's entry of one type, if any, goes to the
005070* survivor. If the survivor has an entry of that type too, the one
005080* changed most recently (XR-LAST-CYCLE-DATE) stays as the
005090* survivor's and the survivor's wins a tie; the retiring entry is
005100* dropped either way. Every entry written, rewritten or deleted
005110* is logged as an F history record.
005120******************************************************************
005130 4200-MOVE-ONE-TYPE.
005140     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
005150     MOVE WS-XREF-TYPES(WS-XREF-SUB:1) TO XR-ADDRESS-TYPE
005160     MOVE XR-ADDRESS-TYPE TO WS-REPORT-TYPE
005170     READ CUSTOMER-XREF
005180         KEY IS XR-XREF-KEY
005190         INVALID KEY
005200             GO TO 4200-NEXT
005210     END-READ
005220     MOVE XR-EMAIL-ADDRESS TO WS-RET-EMAIL-ADDRESS
005230     MOVE XR-LAST-CYCLE-DATE TO WS-RET-LAST-CYCLE
005240     MOVE WS-RET-EMAIL-ADDRESS TO WS-REPORT-ADDRESS
005250     MOVE "N" TO WS-XREF-FOUND-SW
005260     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
005270     READ CUSTOMER-XREF
005280         KEY IS XR-XREF-KEY
005290         INVALID KEY
005300             CONTINUE
005310         NOT INVALID KEY
005320             SET WS-XREF-FOUND TO TRUE
005330     END-READ
005340     IF NOT WS-XREF-FOUND
005350         PERFORM 4300-TRANSFER-ENTRY THRU 4300-EXIT
005360         GO TO 4200-NEXT
005370     END-IF
005380     MOVE XR-EMAIL-ADDRESS TO WS-SUR-EMAIL-ADDRESS
005390     MOVE XR-LAST-CYCLE-DATE TO WS-SUR-LAST-CYCLE
005400     ADD 1 TO WS-TOTAL-COLLISIONS
005410     IF WS-RET-LAST-CYCLE > WS-SUR-LAST-CYCLE
005420         PERFORM 4400-REPLACE-SURVIVOR THRU 4400-EXIT
005430         IF WS-FILE-ERROR
005440             GO TO 4200-EXIT
005450         END-IF
005460         MOVE "COLISAO" TO WS-DISPOSITION
005470         MOVE "PREVALECE O ENDERECO DO INCORPORADO" TO
005480             WS-DETAIL-TEXT
005490     ELSE
005500         MOVE "COLISAO" TO WS-DISPOSITION
005510         MOVE "PREVALECE O ENDERECO DO SOBREVIVENTE" TO
005520             WS-DETAIL-TEXT
005530     END-IF
005540     PERFORM 4500-DROP-RETIRING THRU 4500-EXIT
005550     IF NOT WS-FILE-ERROR
005560         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
005570     END-IF.

005580 4200-NEXT.
005590     ADD 1 TO WS-XREF-SUB.

005600 4200-EXIT.
005610     EXIT.

005620******************************************************************
005630* 4300-TRANSFER-ENTRY
005640* No collision: the survivor gets the entry as it was and the
005650* retiring one is deleted - a single F record, before-image under
005660* the retiring id, after-image under the survivor.
005670******************************************************************
005680 4300-TRANSFER-ENTRY.
005690     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
005700     MOVE WS-RET-EMAIL-ADDRESS TO XR-EMAIL-ADDRESS
005710     MOVE WS-RET-LAST-CYCLE TO XR-LAST-CYCLE-DATE
005720     WRITE CUSTOMER-XREF-RECORD
005730         INVALID KEY
005740             CONTINUE
005750     END-WRITE
005760     IF WS-CUSTXRF-STATUS NOT = "00"
005770         DISPLAY "ERRO AO GRAVAR CUSTXRF - STATUS "
005780             WS-CUSTXRF-STATUS
005790         SET WS-FILE-ERROR TO TRUE
005800         GO TO 4300-EXIT
005810     END-IF
005820     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
005830     DELETE CUSTOMER-XREF
005840         INVALID KEY
005850             CONTINUE
005860     END-DELETE
005870     IF WS-CUSTXRF-STATUS NOT = "00"
005880         DISPLAY "ERRO AO EXCLUIR DO CUSTXRF - STATUS "
005890             WS-CUSTXRF-STATUS
005900         SET WS-FILE-ERROR TO TRUE
005910         GO TO 4300-EXIT
005920     END-IF
005930     MOVE SPACES TO HISTORY-RECORD
005940     SET HS-ACTION-MERGE-XREF TO TRUE
005950     MOVE WS-RET-EMAIL-ADDRESS TO HS-BEF-EMAIL-ADDRESS
005960     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
005970     MOVE WS-RET-EMAIL-ADDRESS TO HS-AFT-EMAIL-ADDRESS
005980     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-AFT-CUSTOMER-ID
005990     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
006000     ADD 1 TO MT-CNT-XREF(WS-MERGE-SUB)
006010     ADD 1 TO WS-TOTAL-XREF-MOVED
006020     MOVE "MOVIDO" TO WS-DISPOSITION
006030     MOVE "ENTRADA DO CUSTXRF PASSOU AO SOBREVIVENTE" TO
006040         WS-DETAIL-TEXT
006050     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

006060 4300-EXIT.
006070     EXIT.

006080******************************************************************
006090* 4400-REPLACE-SURVIVOR
006100* Collision won by the retiring entry: the survivor's entry takes
006110* its address and date; an F record keeps the survivor's old
006120* address as the before-image.
006130******************************************************************
006140 4400-REPLACE-SURVIVOR.
006150     MOVE WS-RET-EMAIL-ADDRESS TO XR-EMAIL-ADDRESS
006160     MOVE WS-RET-LAST-CYCLE TO XR-LAST-CYCLE-DATE
006170     REWRITE CUSTOMER-XREF-RECORD
006180         INVALID KEY
006190             CONTINUE
006200     END-REWRITE
006210     IF WS-CUSTXRF-STATUS NOT = "00"
006220         DISPLAY "ERRO AO REGRAVAR O CUSTXRF - STATUS "
006230             WS-CUSTXRF-STATUS
006240         SET WS-FILE-ERROR TO TRUE
006250         GO TO 4400-EXIT
006260     END-IF
006270     MOVE SPACES TO HISTORY-RECORD
006280     SET HS-ACTION-MERGE-XREF TO TRUE
006290     MOVE WS-SUR-EMAIL-ADDRESS TO HS-BEF-EMAIL-ADDRESS
006300     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
006310     MOVE WS-RET-EMAIL-ADDRESS TO HS-AFT-EMAIL-ADDRESS
006320     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-AFT-CUSTOMER-ID
006330     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT.

006340 4400-EXIT.
006350     EXIT.

006360******************************************************************
006370* 4500-DROP-RETIRING
006380* After a collision the retiring entry is deleted; its F record
006390* has the entry as before-image and an empty after-image. The
006400* address itself stays on the master under the survivor.
006410******************************************************************
006420 4500-DROP-RETIRING.
006430     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO XR-CUSTOMER-ID
006440     DELETE CUSTOMER-XREF
006441         INVALID KEY
006442             CONTINUE
006443     END-DELETE
006444     IF WS-CUSTXRF-STATUS NOT = "00"
006445         DISPLAY "ERRO AO EXCLUIR DO CUSTXRF - STATUS "
006446             WS-CUSTXRF-STATUS
006447         SET WS-FILE-ERROR TO TRUE
006448         GO TO 4500-EXIT
006449     END-IF
006450     MOVE SPACES TO HISTORY-RECORD
006451     SET HS-ACTION-MERGE-XREF TO TRUE
006452     MOVE WS-RET-EMAIL-ADDRESS TO HS-BEF-EMAIL-ADDRESS
006453     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
006454     MOVE ZERO TO HS-AFT-CUSTOMER-ID
006455     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
006456     ADD 1 TO MT-CNT-XREF(WS-MERGE-SUB).

006457 4500-EXIT.
006458     EXIT.

006459******************************************************************
006460* 4600-MOVE-ONE-CONSENT
006461* The retiring customer's CUSTCNS consent of one type, if any,
006462* goes to the survivor by the same rule as the cross-reference:
006463* if the survivor has a consent of that type too, the one changed
006464* most recently (CN-LAST-CYCLE-DATE) stays as the survivor's and
006465* the survivor's wins a tie; the retiring consent is dropped
006466* either way. Every consent written, rewritten or deleted is
006467* logged as a C history record, the consent itself carried in
006468* HS-BEF-CONSENT/HS-AFT-CONSENT.
006469******************************************************************
006470 4600-MOVE-ONE-CONSENT.
006471     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO CN-CUSTOMER-ID
006472     MOVE WS-XREF-TYPES(WS-XREF-SUB:1) TO CN-ADDRESS-TYPE
006473     MOVE CN-ADDRESS-TYPE TO WS-REPORT-TYPE
006474     MOVE SPACES TO WS-REPORT-ADDRESS
006475     READ CONSENT-FILE
006476         KEY IS CN-CONSENT-KEY
006477         INVALID KEY
006478             GO TO 4600-NEXT
006479     END-READ
006480     MOVE CN-CONSENT-STATUS TO WS-RET-CN-STATUS
006481     MOVE CN-CONSENT-DATE TO WS-RET-CN-DATE
006482     MOVE CN-CONSENT-SOURCE TO WS-RET-CN-SOURCE
006483     MOVE CN-LAST-CYCLE-DATE TO WS-RET-CN-LAST-CYCLE
006484     MOVE "N" TO WS-CONSENT-FOUND-SW
006485     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO CN-CUSTOMER-ID
006486     READ CONSENT-FILE
006487         KEY IS CN-CONSENT-KEY
006488         INVALID KEY
006489             CONTINUE
006490         NOT INVALID KEY
006491             SET WS-CONSENT-FOUND TO TRUE
006492     END-READ
006493     IF NOT WS-CONSENT-FOUND
006494         PERFORM 4700-TRANSFER-CONSENT THRU 4700-EXIT
006495         GO TO 4600-NEXT
006496     END-IF
006497     MOVE CN-CONSENT-STATUS TO WS-SUR-CN-STATUS
006498     MOVE CN-CONSENT-DATE TO WS-SUR-CN-DATE
006499     MOVE CN-CONSENT-SOURCE TO WS-SUR-CN-SOURCE
006500     MOVE CN-LAST-CYCLE-DATE TO WS-SUR-CN-LAST-CYCLE
006501     ADD 1 TO WS-TOTAL-CNS-COLLISIONS
006502     IF WS-RET-CN-LAST-CYCLE > WS-SUR-CN-LAST-CYCLE
006504         PERFORM 4800-REPLACE-SURVIVOR-CONSENT THRU 4800-EXIT
006505         IF WS-FILE-ERROR
006506             GO TO 4600-EXIT
006507         END-IF
006508         MOVE "COLISAO" TO WS-DISPOSITION
006509         MOVE "PREVALECE O CONSENTIMENTO DO INCORPORADO" TO
006510             WS-DETAIL-TEXT
006511     ELSE
006512         MOVE "COLISAO" TO WS-DISPOSITION
006513         MOVE "PREVALECE O CONSENTIMENTO DO SOBREVIVENTE" TO
006514             WS-DETAIL-TEXT
006515     END-IF
006516     PERFORM 4900-DROP-RETIRING-CONSENT THRU 4900-EXIT
006517     IF NOT WS-FILE-ERROR
006518         PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT
006519     END-IF.

006520 4600-NEXT.
006521     ADD 1 TO WS-XREF-SUB.

006522 4600-EXIT.
006523     EXIT.

006524******************************************************************
006525* 4700-TRANSFER-CONSENT
006526* No collision: the survivor gets the consent as it was and the
006527* retiring one is deleted - a single C record, before-image under
006528* the retiring id, after-image under the survivor.
006529******************************************************************
006530 4700-TRANSFER-CONSENT.
006531     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO CN-CUSTOMER-ID
006532     MOVE WS-RET-CN-STATUS TO CN-CONSENT-STATUS
006533     MOVE WS-RET-CN-DATE TO CN-CONSENT-DATE
006534     MOVE WS-RET-CN-SOURCE TO CN-CONSENT-SOURCE
006535     MOVE WS-RET-CN-LAST-CYCLE TO CN-LAST-CYCLE-DATE
006536     WRITE CONSENT-RECORD
006537         INVALID KEY
006538             CONTINUE
006539     END-WRITE
006540     IF WS-CUSTCNS-STATUS NOT = "00"
006541         DISPLAY "ERRO AO GRAVAR CUSTCNS - STATUS "
006542             WS-CUSTCNS-STATUS
006543         SET WS-FILE-ERROR TO TRUE
006544         GO TO 4700-EXIT
006545     END-IF
006546     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO CN-CUSTOMER-ID
006547     DELETE CONSENT-FILE
006548         INVALID KEY
006549             CONTINUE
006550     END-DELETE
006551     IF WS-CUSTCNS-STATUS NOT = "00"
006552         DISPLAY "ERRO AO EXCLUIR DO CUSTCNS - STATUS "
006553             WS-CUSTCNS-STATUS
006554         SET WS-FILE-ERROR TO TRUE
006555         GO TO 4700-EXIT
006556     END-IF
006557     MOVE SPACES TO HISTORY-RECORD
006558     SET HS-ACTION-MERGE-CONSENT TO TRUE
006559     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
006560     MOVE WS-RET-CONSENT TO HS-BEF-CONSENT
006561     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-AFT-CUSTOMER-ID
006562     MOVE WS-RET-CONSENT TO HS-AFT-CONSENT
006563     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
006564     ADD 1 TO MT-CNT-CONSENT(WS-MERGE-SUB)
006565     ADD 1 TO WS-TOTAL-CNS-MOVED
006567     MOVE "MOVIDO" TO WS-DISPOSITION
006568     MOVE "CONSENTIMENTO DO CUSTCNS PASSOU AO SOBREVIVENTE" TO
006569         WS-DETAIL-TEXT
006570     PERFORM 8800-WRITE-REPORT-DETAIL THRU 8800-EXIT.

006571 4700-EXIT.
006572     EXIT.

006573******************************************************************
006574* 4800-REPLACE-SURVIVOR-CONSENT
006575* Collision won by the retiring consent: the survivor's record
006576* takes its status, date, source and last cycle; a C record keeps
006577* the survivor's old consent as the before-image.
006578******************************************************************
006579 4800-REPLACE-SURVIVOR-CONSENT.
006580     MOVE WS-RET-CN-STATUS TO CN-CONSENT-STATUS
006581     MOVE WS-RET-CN-DATE TO CN-CONSENT-DATE
006582     MOVE WS-RET-CN-SOURCE TO CN-CONSENT-SOURCE
006583     MOVE WS-RET-CN-LAST-CYCLE TO CN-LAST-CYCLE-DATE
006584     REWRITE CONSENT-RECORD
006585         INVALID KEY
006586             CONTINUE
006587     END-REWRITE
006588     IF WS-CUSTCNS-STATUS NOT = "00"
006589         DISPLAY "ERRO AO REGRAVAR O CUSTCNS - STATUS "
006590             WS-CUSTCNS-STATUS
006591         SET WS-FILE-ERROR TO TRUE
006592         GO TO 4800-EXIT
006593     END-IF
006594     MOVE SPACES TO HISTORY-RECORD
006595     SET HS-ACTION-MERGE-CONSENT TO TRUE
006596     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
006597     MOVE WS-SUR-CONSENT TO HS-BEF-CONSENT
006598     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO HS-AFT-CUSTOMER-ID
006599     MOVE WS-RET-CONSENT TO HS-AFT-CONSENT
006600     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT.

006601 4800-EXIT.
006602     EXIT.

006603******************************************************************
006604* 4900-DROP-RETIRING-CONSENT
006605* After a collision the retiring consent is deleted; its C record
006606* has the consent as before-image and an empty after-image.
006607******************************************************************
006608 4900-DROP-RETIRING-CONSENT.
006609     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO CN-CUSTOMER-ID
006610     DELETE CONSENT-FILE
006611         INVALID KEY
006612             CONTINUE
006613     END-DELETE
006614     IF WS-CUSTCNS-STATUS NOT = "00"
006615         DISPLAY "ERRO AO EXCLUIR DO CUSTCNS - STATUS "
006616             WS-CUSTCNS-STATUS
006617         SET WS-FILE-ERROR TO TRUE
006618         GO TO 4900-EXIT
006619     END-IF
006620     MOVE SPACES TO HISTORY-RECORD
006621     SET HS-ACTION-MERGE-CONSENT TO TRUE
006622     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-BEF-CUSTOMER-ID
006623     MOVE WS-RET-CONSENT TO HS-BEF-CONSENT
006624     MOVE ZERO TO HS-AFT-CUSTOMER-ID
006625     PERFORM 8700-WRITE-MERGE-HISTORY THRU 8700-EXIT
006626     ADD 1 TO MT-CNT-CONSENT(WS-MERGE-SUB).

006627 4900-EXIT.
006628     EXIT.

006630******************************************************************
006640* 8700-WRITE-MERGE-HISTORY
006650* Completes and writes one M or F history record; the caller has
006660* cleared the record and set the action and images. The effective
006670* date of the merge stands as the cycle date and the retiring
006680* customer ties the record to its merge for BCKEMAIL.
006690******************************************************************
006700 8700-WRITE-MERGE-HISTORY.
006710     MOVE MT-EFFECTIVE-DATE(WS-MERGE-SUB) TO HS-CYCLE-DATE
006720     MOVE WS-RUN-DATE TO HS-RUN-DATE
006730     MOVE WS-RUN-TIME TO HS-RUN-TIME
006740     MOVE "MRGEMAIL" TO HS-SOURCE-SYSTEM
006750     MOVE WS-REPORT-TYPE TO HS-ADDRESS-TYPE
006760     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO HS-MERGED-CUSTOMER-ID
006770     WRITE HISTORY-RECORD
006780     IF WS-HISTORY-STATUS NOT = "00"
006790         DISPLAY "ERRO AO GRAVAR EMLHIST - STATUS "
006800             WS-HISTORY-STATUS
006810         SET WS-FILE-ERROR TO TRUE
006820     END-IF.

006830 8700-EXIT.
006840     EXIT.

006850******************************************************************
006860* 8800-WRITE-REPORT-DETAIL
006870* One report line per record moved, collision resolved or
006880* transaction refused or closed: what was done, the retiring and
006890* surviving customers, the address type and the address.
006900******************************************************************
006910 8800-WRITE-REPORT-DETAIL.
006920     MOVE MT-RETIRING-ID(WS-MERGE-SUB) TO WS-REPORT-RETIRING-ID
006930     MOVE MT-SURVIVING-ID(WS-MERGE-SUB) TO WS-REPORT-SURVIVING-ID
006940     MOVE SPACES TO MERGE-REPORT-LINE
006950     STRING WS-DISPOSITION DELIMITED BY SIZE
006960         "  " DELIMITED BY SIZE
006970         WS-REPORT-RETIRING-ID DELIMITED BY SIZE
006980         " -> " DELIMITED BY SIZE
006990         WS-REPORT-SURVIVING-ID DELIMITED BY SIZE
007000         " " DELIMITED BY SIZE
007010         WS-REPORT-TYPE DELIMITED BY SIZE
007020         "  " DELIMITED BY SIZE
007030         WS-DETAIL-TEXT DELIMITED BY SIZE
007040         "  " DELIMITED BY SIZE
007050         WS-REPORT-ADDRESS DELIMITED BY SPACE
007060         INTO MERGE-REPORT-LINE
007070     END-STRING
007080     WRITE MERGE-REPORT-LINE
007090     IF WS-REPORT-STATUS NOT = "00"
007100         DISPLAY "ERRO AO GRAVAR MRGRPT - STATUS "
007110             WS-REPORT-STATUS
007120         SET WS-FILE-ERROR TO TRUE
007130     END-IF.

007140 8800-EXIT.
007150     EXIT.

007160 8900-WRITE-TRAILER.
007170     MOVE SPACES TO MERGE-REPORT-LINE
007180     STRING "TRAILER - TRANSACOES: " DELIMITED BY SIZE
007190         WS-TOTAL-READ DELIMITED BY SIZE
007200         "  FUNDIDO: " DELIMITED BY SIZE
007210         WS-TOTAL-MERGED DELIMITED BY SIZE
007220         "  SEM EFEITO: " DELIMITED BY SIZE
007230         WS-TOTAL-NO-EFFECT DELIMITED BY SIZE
007240         "  RECUSADO: " DELIMITED BY SIZE
007250         WS-TOTAL-REFUSED DELIMITED BY SIZE
007260         "  CUSTMAS MOVIDO: " DELIMITED BY SIZE
007270         WS-TOTAL-MASTER-MOVED DELIMITED BY SIZE
007280         "  XREF MOVIDO: " DELIMITED BY SIZE
007290         WS-TOTAL-XREF-MOVED DELIMITED BY SIZE
007300         "  COLISAO: " DELIMITED BY SIZE
007310         WS-TOTAL-COLLISIONS DELIMITED BY SIZE
007311         "  CONSENT. MOVIDO: " DELIMITED BY SIZE
007312         WS-TOTAL-CNS-MOVED DELIMITED BY SIZE
007314         "  CONSENT. COLISAO: " DELIMITED BY SIZE
007315         WS-TOTAL-CNS-COLLISIONS DELIMITED BY SIZE
007317         "  RETENCAO MOVIDA: " DELIMITED BY SIZE
007318         WS-TOTAL-HOLDS-MOVED DELIMITED BY SIZE
007320         INTO MERGE-REPORT-LINE
007330     END-STRING
007340     WRITE MERGE-REPORT-LINE
007350     IF WS-REPORT-STATUS NOT = "00"
007360         DISPLAY "ERRO AO GRAVAR MRGRPT - STATUS "
007370             WS-REPORT-STATUS
007380         SET WS-FILE-ERROR TO TRUE
007390     END-IF.

007400 8900-EXIT.
007410     EXIT.

007420******************************************************************
007430* 9000-TERMINATE
007440* Closes everything and sets the return code: 0 every transaction
007450* merged, 4 some were refused or found nothing to move, 8 a file
007460* error stopped the run.
007464* A run the cycle-status gate refuses ends with return code 16.
007470******************************************************************
007480 9000-TERMINATE.
007481     IF WS-GATE-REFUSED
007482         PERFORM 1910-REFUSE-RUN THRU 1910-EXIT
007483         GO TO 9000-EXIT
007484     END-IF
007490     CLOSE MERGE-IN
007500     CLOSE CUSTOMER-MASTER
007510     CLOSE CUSTOMER-XREF
007520     CLOSE HISTORY-OUT
007530     CLOSE MERGE-REPORT
007531     IF WS-CNS-AVAILABLE
007532         CLOSE CONSENT-FILE
007534     END-IF
007535     IF WS-HOLD-AVAILABLE
007537         CLOSE HOLD-QUEUE
007538     END-IF
007540     IF WS-FILE-ERROR
007550         MOVE 8 TO RETURN-CODE
007560     ELSE
007570         IF WS-TOTAL-REFUSED > 0 OR WS-TOTAL-NO-EFFECT > 0
007580             MOVE 4 TO RETURN-CODE
007590         ELSE
007600             MOVE 0 TO RETURN-CODE
007610         END-IF
007620     END-IF
007622     IF WS-GATE-STARTED
007624         PERFORM 1920-END-CYCLE-STEP THRU 1920-EXIT
007626     END-IF
007630     DISPLAY "==============================================="
007640     DISPLAY "MRGEMAIL - RESUMO DA EXECUCAO"
007650     DISPLAY "TRANSACOES LIDAS: " WS-TOTAL-READ
007660     DISPLAY "FUNDIDO.........: " WS-TOTAL-MERGED
007670     DISPLAY "SEM EFEITO......: " WS-TOTAL-NO-EFFECT
007680     DISPLAY "RECUSADO........: " WS-TOTAL-REFUSED
007690     DISPLAY "CUSTMAS LIDO....: " WS-TOTAL-MASTER-READ
007700     DISPLAY "CUSTMAS MOVIDO..: " WS-TOTAL-MASTER-MOVED
007710     DISPLAY "XREF MOVIDO.....: " WS-TOTAL-XREF-MOVED
007720     DISPLAY "COLISAO.........: " WS-TOTAL-COLLISIONS
007722     DISPLAY "CONSENT. MOVIDO.: " WS-TOTAL-CNS-MOVED
007725     DISPLAY "CONSENT. COLISAO: " WS-TOTAL-CNS-COLLISIONS
007727     DISPLAY "RETENCAO MOVIDA.: " WS-TOTAL-HOLDS-MOVED
007730     DISPLAY "CODIGO DE RETORNO: " RETURN-CODE.

007740 9000-EXIT.
007750     EXIT.

007876 END PROGRAM MRGEMAIL.
